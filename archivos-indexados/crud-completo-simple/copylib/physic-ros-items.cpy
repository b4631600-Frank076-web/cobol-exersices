       SELECT OPTIONAL ROS-ITEMS-FILE
       ASSIGN TO "ros-items.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ROSI-KEY
       FILE STATUS IS F-ROS-ITEMS-STATUS.
