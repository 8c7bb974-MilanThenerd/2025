           05  Rej-Value          PIC 9(5)V9(2).
           05  Rej-Field          PIC X(14).
           05  Rej-Reason         PIC X(40).
           05  Rej-Sensor-Id      PIC X(8).

       FD  Stats-Out-File.
       01  Stats-Out-Rec          PIC X(61).

       FD  Rej-Age-Rpt-File.
       01  Rej-Age-Rpt-Rec        PIC X(100).
