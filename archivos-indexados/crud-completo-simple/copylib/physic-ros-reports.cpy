       SELECT OPTIONAL ROS-REPORTS-FILE
       ASSIGN TO "ros-reports.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ROS-NUMBER
       ALTERNATE RECORD KEY IS ROS-CASE-ID
       FILE STATUS IS F-ROS-STATUS.
