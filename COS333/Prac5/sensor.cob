       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sensor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reject-Mst-File ASSIGN TO "REJECT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rmst-Status.

           SELECT Outlier-Mst-File ASSIGN TO "OUTLIER.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Omst-Status.

           SELECT Sensor-Rpt-File ASSIGN TO "SENSOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

           SELECT Stats-Prm-File ASSIGN TO "STATS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same record the Reproc module keeps.
       FD  Reject-Mst-File.
       01  Reject-Mst-Rec.
           05  Mst-Rej-Date       PIC X(8).
           05  Mst-Rej-Batch      PIC X(8).
           05  Mst-Rej-Seq        PIC 9(5).
           05  Mst-Rej-Group      PIC X(4).
           05  Mst-Rej-Type       PIC X(2).
           05  Mst-Rej-Value      PIC 9(5)V9(2).
           05  Mst-Rej-Field      PIC X(14).
           05  Mst-Rej-Reason     PIC X(40).
           05  Mst-Rej-Status     PIC X.
           05  Mst-Rej-Cor-Date   PIC X(8).
           05  Mst-Rej-Sensor     PIC X(8).

      * Same record the OutReg module keeps. A row closed with
      * disposition F is a confirmed sensor fault.
       FD  Outlier-Mst-File.
       01  Outlier-Mst-Rec.
           05  Mst-Out-Date       PIC X(8).
           05  Mst-Out-Batch      PIC X(8).
           05  Mst-Out-Seq        PIC 9(5).
           05  Mst-Out-Group      PIC X(4).
           05  Mst-Out-Type       PIC X(2).
           05  Mst-Out-Value      PIC 9(5)V9(2).
           05  Mst-Out-Mean       PIC 9(5)V9(4).
           05  Mst-Out-Z          PIC S9(5)V9(4)
                                      SIGN IS LEADING SEPARATE.
           05  Mst-Out-Status     PIC X.
               88  Mst-Out-Closed             VALUE "C".
           05  Mst-Out-Disp       PIC X.
               88  Mst-Out-Fault              VALUE "F".
           05  Mst-Out-Disp-Date  PIC X(8).
           05  Mst-Out-Sensor     PIC X(8).

       FD  Sensor-Rpt-File.
       01  Sensor-Rpt-Rec         PIC X(132).

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Rmst-Status         PIC XX.
           88  WS-Rmst-Not-Found              VALUE "35".
       01  WS-Omst-Status         PIC XX.
           88  WS-Omst-Not-Found              VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).
       01  WS-Today-Int           PIC 9(8).
       01  WS-Row-Int             PIC 9(8).
       01  WS-Days-Back           PIC S9(5).
       01  WS-From-Int            PIC 9(8).
       01  WS-From-Date           PIC 9(8).

      * Audit log controls, as in the Stats module.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * The rolling window, in days back from tonight's run date,
      * and the count of rejects plus outliers that puts a sensor on
      * the report. Overridable by SENSOR-DAYS and SENSOR-MIN-HITS
      * in STATS.PRM.
       01  WS-Sensor-Days         PIC 9(3) VALUE 30.
       01  WS-Min-Hits            PIC 9(3) VALUE 3.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).
       01  WS-Prm-Max             PIC 9(3).

      * One entry per sensor seen in the window, with the group and
      * reading type of its most recent row. Hits are its rejects
      * plus its outliers; faults are the outliers since closed as
      * confirmed sensor faults, and open the outliers still
      * awaiting a disposition.
       01  WS-Sns-Count           PIC 9(4) VALUE 0.
       01  Sns-Table.
           05  Sns-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Sns-Count
                   INDEXED BY Sns-Idx.
               10  Sns-Id         PIC X(8).
               10  Sns-Group      PIC X(4).
               10  Sns-Type       PIC X(2).
               10  Sns-Last-Date  PIC X(8).
               10  Sns-Rejects    PIC 9(5).
               10  Sns-Outliers   PIC 9(5).
               10  Sns-Faults     PIC 9(5).
               10  Sns-Open       PIC 9(5).
               10  Sns-Hits       PIC 9(5).
               10  Sns-Listed-Sw  PIC X.
                   88  Sns-Listed             VALUE "Y".
       01  WS-Sns-Hit             PIC 9(4).
       01  WS-Best-Idx            PIC 9(4).
       01  WS-Lookup-Sensor       PIC X(8).
       01  WS-Lookup-Group        PIC X(4).
       01  WS-Lookup-Type         PIC X(2).
       01  WS-Lookup-Date         PIC X(8).

       01  WS-Rej-Count           PIC 9(6) VALUE 0.
       01  WS-Out-Count           PIC 9(6) VALUE 0.
       01  WS-No-Sensor-Count     PIC 9(6) VALUE 0.
       01  WS-Dropped-Count       PIC 9(6) VALUE 0.
       01  WS-Listed-Count        PIC 9(4) VALUE 0.

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Rej-Ed             PIC ZZZZ9.
       01  Rpt-Out-Ed             PIC ZZZZ9.
       01  Rpt-Flt-Ed             PIC ZZZZ9.
       01  Rpt-Open-Ed            PIC ZZZZ9.
       01  Rpt-Hits-Ed            PIC ZZZZ9.
       01  Rpt-Days-Ed            PIC ZZ9.
       01  Rpt-Total-Ed           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       Main-Pgm.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date))

           MOVE 0 TO RETURN-CODE
           PERFORM Open-Audit-Log
           MOVE "---------------------------------------------"
               TO WS-Log-Text
           PERFORM Write-Log
           MOVE "Sensor run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           COMPUTE WS-From-Int = WS-Today-Int - WS-Sensor-Days + 1
           COMPUTE WS-From-Date =
               FUNCTION DATE-OF-INTEGER(WS-From-Int)
           PERFORM Scan-Reject-Register
           PERFORM Scan-Outlier-Register
           PERFORM Write-Report

           DISPLAY "Sensor: rejects in window      " WS-Rej-Count
           DISPLAY "Sensor: outliers in window     " WS-Out-Count
           DISPLAY "Sensor: without a sensor id    " WS-No-Sensor-Count
           DISPLAY "Sensor: sensors seen           " WS-Sns-Count
           DISPLAY "Sensor: repeat offenders       " WS-Listed-Count
           IF WS-Listed-Count > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
           IF WS-Prm-Not-Found
               CONTINUE
           ELSE
               IF WS-Prm-Status NOT = "00"
                   DISPLAY "Sensor: unable to open STATS-PRM, "
                       "status " WS-Prm-Status ", defaults kept"
               ELSE
                   PERFORM UNTIL WS-Eof
                       READ Stats-Prm-File
                           AT END
                               SET WS-Eof TO TRUE
                           NOT AT END
                               PERFORM Apply-Parameter
                       END-READ
                   END-PERFORM
                   CLOSE Stats-Prm-File
                   MOVE "N" TO WS-Eof-Sw
               END-IF
           END-IF.

       Apply-Parameter.
           MOVE SPACES TO WS-Prm-Keyword
           MOVE SPACES TO WS-Prm-Value
           UNSTRING Stats-Prm-Rec DELIMITED BY "="
               INTO WS-Prm-Keyword WS-Prm-Value
           END-UNSTRING
           IF WS-Prm-Keyword = "SENSOR-DAYS"
                   OR WS-Prm-Keyword = "SENSOR-MIN-HITS"
               IF FUNCTION TEST-NUMVAL(WS-Prm-Value) = 0
                   COMPUTE WS-Prm-Num =
                       FUNCTION NUMVAL(WS-Prm-Value)
                   IF WS-Prm-Keyword = "SENSOR-DAYS"
                       MOVE 365 TO WS-Prm-Max
                   ELSE
                       MOVE 999 TO WS-Prm-Max
                   END-IF
                   IF WS-Prm-Num >= 1 AND WS-Prm-Num <= WS-Prm-Max
                           AND FUNCTION INTEGER-PART(WS-Prm-Num)
                               = WS-Prm-Num
                       IF WS-Prm-Keyword = "SENSOR-DAYS"
                           MOVE WS-Prm-Num TO WS-Sensor-Days
                       ELSE
                           MOVE WS-Prm-Num TO WS-Min-Hits
                       END-IF
                   ELSE
                       DISPLAY "Sensor: " FUNCTION TRIM(WS-Prm-Keyword)
                           " value '" WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "Sensor: bad "
                       FUNCTION TRIM(WS-Prm-Keyword) " value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

      * Every reject on the register run inside the window counts
      * against its sensor, open or since repaired: the repair fixed
      * the figure, not the instrument. A missing register simply
      * means nothing has been rejected yet.
       Scan-Reject-Register.
           OPEN INPUT Reject-Mst-File
           IF WS-Rmst-Not-Found
               CONTINUE
           ELSE
               IF WS-Rmst-Status NOT = "00"
                   DISPLAY "Sensor: unable to open REJECT-MST, "
                       "status " WS-Rmst-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Reject-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           MOVE Mst-Rej-Date TO WS-Lookup-Date
                           PERFORM Check-Window
                           IF WS-Days-Back >= 0
                                   AND WS-Days-Back < WS-Sensor-Days
                               ADD 1 TO WS-Rej-Count
                               MOVE Mst-Rej-Sensor TO WS-Lookup-Sensor
                               MOVE Mst-Rej-Group  TO WS-Lookup-Group
                               MOVE Mst-Rej-Type   TO WS-Lookup-Type
                               PERFORM Find-Sensor-Entry
                               IF WS-Sns-Hit > 0
                                   ADD 1 TO Sns-Rejects(WS-Sns-Hit)
                                   ADD 1 TO Sns-Hits(WS-Sns-Hit)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reject-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Scan-Outlier-Register.
           OPEN INPUT Outlier-Mst-File
           IF WS-Omst-Not-Found
               CONTINUE
           ELSE
               IF WS-Omst-Status NOT = "00"
                   DISPLAY "Sensor: unable to open OUTLIER-MST, "
                       "status " WS-Omst-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Outlier-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           MOVE Mst-Out-Date TO WS-Lookup-Date
                           PERFORM Check-Window
                           IF WS-Days-Back >= 0
                                   AND WS-Days-Back < WS-Sensor-Days
                               ADD 1 TO WS-Out-Count
                               MOVE Mst-Out-Sensor TO WS-Lookup-Sensor
                               MOVE Mst-Out-Group  TO WS-Lookup-Group
                               MOVE Mst-Out-Type   TO WS-Lookup-Type
                               PERFORM Find-Sensor-Entry
                               IF WS-Sns-Hit > 0
                                   PERFORM Count-Outlier
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Outlier-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Count-Outlier.
           ADD 1 TO Sns-Outliers(WS-Sns-Hit)
           ADD 1 TO Sns-Hits(WS-Sns-Hit)
           IF Mst-Out-Closed
               IF Mst-Out-Fault
                   ADD 1 TO Sns-Faults(WS-Sns-Hit)
               END-IF
           ELSE
               ADD 1 TO Sns-Open(WS-Sns-Hit)
           END-IF.

      * Days between the row's run date and tonight; a date that is
      * not a date puts the row outside the window.
       Check-Window.
           MOVE -1 TO WS-Days-Back
           IF FUNCTION TEST-NUMVAL(WS-Lookup-Date) = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-Lookup-Date)) = 0
                   COMPUTE WS-Row-Int = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Lookup-Date))
                   COMPUTE WS-Days-Back = WS-Today-Int - WS-Row-Int
               END-IF
           END-IF.

      * Finds or adds the sensor's entry and keeps the group and
      * type of its latest row. Rows from feeds that do not yet send
      * a sensor id are only counted.
       Find-Sensor-Entry.
           MOVE 0 TO WS-Sns-Hit
           IF WS-Lookup-Sensor = SPACES
               ADD 1 TO WS-No-Sensor-Count
           ELSE
               PERFORM VARYING Sns-Idx FROM 1 BY 1
                       UNTIL Sns-Idx > WS-Sns-Count
                           OR WS-Sns-Hit > 0
                   IF Sns-Id(Sns-Idx) = WS-Lookup-Sensor
                       SET WS-Sns-Hit TO Sns-Idx
                   END-IF
               END-PERFORM
               IF WS-Sns-Hit = 0
                   IF WS-Sns-Count < 2000
                       ADD 1 TO WS-Sns-Count
                       MOVE WS-Sns-Count TO WS-Sns-Hit
                       MOVE WS-Lookup-Sensor TO Sns-Id(WS-Sns-Hit)
                       MOVE SPACES TO Sns-Last-Date(WS-Sns-Hit)
                       MOVE 0 TO Sns-Rejects(WS-Sns-Hit)
                       MOVE 0 TO Sns-Outliers(WS-Sns-Hit)
                       MOVE 0 TO Sns-Faults(WS-Sns-Hit)
                       MOVE 0 TO Sns-Open(WS-Sns-Hit)
                       MOVE 0 TO Sns-Hits(WS-Sns-Hit)
                       MOVE "N" TO Sns-Listed-Sw(WS-Sns-Hit)
                   ELSE
                       ADD 1 TO WS-Dropped-Count
                   END-IF
               END-IF
               IF WS-Sns-Hit > 0
                   IF WS-Lookup-Date >= Sns-Last-Date(WS-Sns-Hit)
                       MOVE WS-Lookup-Date
                           TO Sns-Last-Date(WS-Sns-Hit)
                       MOVE WS-Lookup-Group TO Sns-Group(WS-Sns-Hit)
                       MOVE WS-Lookup-Type  TO Sns-Type(WS-Sns-Hit)
                   END-IF
               END-IF
           END-IF.

      * --- Report ---------------------------------------------------
      * Sensors at or over the hit threshold, those with the most
      * confirmed faults first and then by hits: the instruments
      * maintenance should visit first head the list.
       Write-Report.
           OPEN OUTPUT Sensor-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "Sensor: unable to open SENSOR-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF

           MOVE SPACES TO Rpt-Line
           STRING "SENSOR REPEAT-OFFENDER REPORT" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE WS-Sensor-Days TO Rpt-Days-Ed
           MOVE WS-Min-Hits    TO Rpt-Hits-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "       DELIMITED BY SIZE
                  WS-Run-Date        DELIMITED BY SIZE
                  "  Window: "       DELIMITED BY SIZE
                  Rpt-Days-Ed        DELIMITED BY SIZE
                  " days from "      DELIMITED BY SIZE
                  WS-From-Date       DELIMITED BY SIZE
                  "  Threshold: "    DELIMITED BY SIZE
                  FUNCTION TRIM(Rpt-Hits-Ed)
                                     DELIMITED BY SIZE
                  " rejects/outliers" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "SENSOR    GROUP TYPE  REJECTS  OUTLIERS  FAULTS"
                  "   OPEN   HITS  LAST SEEN"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line

           MOVE 1 TO WS-Best-Idx
           PERFORM UNTIL WS-Best-Idx = 0
               PERFORM Select-Next-Offender
               IF WS-Best-Idx > 0
                   PERFORM Write-Offender-Line
               END-IF
           END-PERFORM
           IF WS-Listed-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "  (no sensor reached the threshold)"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Sensor-Rpt-Rec FROM Rpt-Line
           END-IF

           PERFORM Write-Report-Footer
           CLOSE Sensor-Rpt-File.

       Select-Next-Offender.
           MOVE 0 TO WS-Best-Idx
           PERFORM VARYING Sns-Idx FROM 1 BY 1
                   UNTIL Sns-Idx > WS-Sns-Count
               IF NOT Sns-Listed(Sns-Idx)
                       AND Sns-Hits(Sns-Idx) >= WS-Min-Hits
                   IF WS-Best-Idx = 0
                       SET WS-Best-Idx TO Sns-Idx
                   ELSE
                       IF Sns-Faults(Sns-Idx)
                               > Sns-Faults(WS-Best-Idx)
                           OR (Sns-Faults(Sns-Idx)
                                   = Sns-Faults(WS-Best-Idx)
                               AND Sns-Hits(Sns-Idx)
                                   > Sns-Hits(WS-Best-Idx))
                           SET WS-Best-Idx TO Sns-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Write-Offender-Line.
           SET Sns-Listed(WS-Best-Idx) TO TRUE
           ADD 1 TO WS-Listed-Count
           MOVE Sns-Rejects(WS-Best-Idx)  TO Rpt-Rej-Ed
           MOVE Sns-Outliers(WS-Best-Idx) TO Rpt-Out-Ed
           MOVE Sns-Faults(WS-Best-Idx)   TO Rpt-Flt-Ed
           MOVE Sns-Open(WS-Best-Idx)     TO Rpt-Open-Ed
           MOVE Sns-Hits(WS-Best-Idx)     TO Rpt-Hits-Ed
           MOVE SPACES TO Rpt-Line
           STRING Sns-Id(WS-Best-Idx)        DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  Sns-Group(WS-Best-Idx)     DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  Sns-Type(WS-Best-Idx)      DELIMITED BY SIZE
                  "      "                   DELIMITED BY SIZE
                  Rpt-Rej-Ed                 DELIMITED BY SIZE
                  "     "                    DELIMITED BY SIZE
                  Rpt-Out-Ed                 DELIMITED BY SIZE
                  "   "                      DELIMITED BY SIZE
                  Rpt-Flt-Ed                 DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  Rpt-Open-Ed                DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  Rpt-Hits-Ed                DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  Sns-Last-Date(WS-Best-Idx) DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE WS-Rej-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Rejects in window:          " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE WS-Out-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Outliers in window:         " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE WS-No-Sensor-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Rows without a sensor id:   " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE WS-Sns-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Sensors seen:               " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           MOVE WS-Listed-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Repeat offenders listed:    " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Sensor-Rpt-Rec FROM Rpt-Line
           IF WS-Dropped-Count > 0
               MOVE WS-Dropped-Count TO Rpt-Total-Ed
               MOVE SPACES TO Rpt-Line
               STRING "Rows past the 2000-sensor table, not counted: "
                          DELIMITED BY SIZE
                      Rpt-Total-Ed DELIMITED BY SIZE
                   INTO Rpt-Line
               WRITE Sensor-Rpt-Rec FROM Rpt-Line
           END-IF.

      * --- Audit log ------------------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "Sensor: warning - unable to open STATS.LOG, "
                   "status " WS-Log-Status ", run is not audited"
           END-IF.

       Write-Log.
           IF WS-Log-Is-Open
               MOVE FUNCTION CURRENT-DATE TO WS-Log-Stamp
               MOVE SPACES TO Log-Line
               STRING WS-Log-Stamp(1:8) DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-Log-Stamp(9:6) DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-Log-Text       DELIMITED BY SIZE
                   INTO Log-Line
               WRITE Stats-Log-Rec FROM Log-Line
           END-IF.

      * Single exit point: writes the closing audit lines, releases
      * the log and stops with whatever RETURN-CODE the caller set.
       End-Run.
           MOVE WS-Listed-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Repeat-offender sensors " DELIMITED BY SIZE
                  WS-Log-Count-Ed           DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-No-Sensor-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Register rows without sensor id "
                      DELIMITED BY SIZE
                  WS-Log-Count-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Sensor run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
