       FD  ROS-ITEMS-FILE.
       01  ROS-ITEM-RECORD.
           05  ROSI-KEY.
               10  ROSI-NUMBER PIC 9(8).
               10  ROSI-SEQ PIC 9(3).
           05  ROSI-ACCOUNT PIC 9(8).
           05  ROSI-CURRENCY PIC X(3).
           05  ROSI-TRANS-DATE PIC 9(8).
           05  ROSI-TRANS-SEQ PIC 9(4).
           05  ROSI-TRANS-TYPE PIC X.
           05  ROSI-AMOUNT PIC 9(8)V99.
