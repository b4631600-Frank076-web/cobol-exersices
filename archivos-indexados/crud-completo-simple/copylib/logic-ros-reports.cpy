       FD  ROS-REPORTS-FILE.
       01  ROS-RECORD.
           05  ROS-NUMBER PIC 9(8).
           05  ROS-CASE-ID PIC 9(6).
           05  ROS-DNI PIC 9(8).
           05  ROS-KIND PIC X.
               88  ROS-MONEY-LAUNDERING VALUE 'L'.
               88  ROS-TERRORIST-FINANCING VALUE 'T'.
               88  ROS-KIND-VALID VALUE 'L' 'T'.
           05  ROS-DETECTION-DATE PIC 9(8).
           05  ROS-DEADLINE-DATE PIC 9(8).
           05  ROS-TOTAL-AMOUNT PIC 9(12)V99.
           05  ROS-ITEM-COUNT PIC 9(3).
           05  ROS-STATUS PIC X.
               88  ROS-PENDING VALUE 'P'.
               88  ROS-FILED VALUE 'F'.
           05  ROS-PREPARED-BY PIC X(30).
           05  ROS-PREPARED-DATE PIC 9(8).
           05  ROS-FILED-DATE PIC 9(8).
           05  ROS-NARRATIVE.
               10  ROS-NARRATIVE-LINE PIC X(60) OCCURS 5 TIMES.
