       01  WS-ROS-STATUS               PIC X(02).
       01  WS-ROSTER-PATH-DFLT         PIC X(80) VALUE
               'C:\Users\pc\Desktop\S\ROSTER.TXT'.
       01  WS-ROSTER-PATH              PIC X(80).
