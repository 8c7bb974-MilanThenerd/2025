       IDENTIFICATION DIVISION.
       PROGRAM-ID. Score.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Groups-Mst-File ASSIGN TO "GROUPS.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Stats-Dtl-File ASSIGN TO "STATS.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtl-Status.

           SELECT Stats-Reg-File ASSIGN TO "STATS.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reg-Status.

           SELECT Stats-Cal-File ASSIGN TO "STATS.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cal-Status.

           SELECT Reject-Mst-File ASSIGN TO "REJECT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rejm-Status.

           SELECT Outlier-Mst-File ASSIGN TO "OUTLIER.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Outm-Status.

           SELECT Stats-Prm-File ASSIGN TO "STATS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-Status.

           SELECT Score-Rpt-File ASSIGN TO "SCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

      * Run lock held by the nightly job stream while it is active.
           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Groups-Mst-File.
       01  Groups-Mst-Rec.
           05  Mst-Group-Code     PIC X(4).
           05  Mst-Group-Name     PIC X(30).
           05  Mst-Active-Flag    PIC X.
           05  Mst-Min-Value      PIC 9(5)V9(2).
           05  Mst-Max-Value      PIC 9(5)V9(2).
           05  Mst-Owner-Id       PIC X(8).
           05  Mst-Owner-Name     PIC X(30).

      * Accepted readings as retained by the Stats module, one row
      * per reading with the batch and run that carried it.
       FD  Stats-Dtl-File.
       01  Stats-Dtl-Rec.
           05  Dtl-Batch-Id       PIC X(8).
           05  Dtl-Business-Date  PIC X(8).
           05  Dtl-Run-Date       PIC X(8).
           05  Dtl-Run-Time       PIC X(6).
           05  Dtl-Group          PIC X(4).
           05  Dtl-Type           PIC X(2).
           05  Dtl-Value          PIC 9(5)V9(2).
           05  Dtl-Status         PIC X.
           05  Dtl-Sensor-Id      PIC X(8).

       FD  Stats-Reg-File.
       01  Stats-Reg-Rec.
           05  Reg-Batch-Id       PIC X(8).
           05  Reg-Business-Date  PIC X(8).
           05  Reg-Run-Date       PIC X(8).
           05  Reg-Run-Time       PIC X(6).

       FD  Stats-Cal-File.
       01  Stats-Cal-Rec          PIC X(80).

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
           05  Mst-Out-Disp       PIC X.
           05  Mst-Out-Disp-Date  PIC X(8).
           05  Mst-Out-Sensor     PIC X(8).

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

       FD  Score-Rpt-File.
       01  Score-Rpt-Rec          PIC X(132).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Mst-Status          PIC XX.
       01  WS-Dtl-Status          PIC XX.
           88  WS-Dtl-Not-Found               VALUE "35".
       01  WS-Reg-Status          PIC XX.
           88  WS-Reg-Not-Found               VALUE "35".
       01  WS-Cal-Status          PIC XX.
           88  WS-Cal-Not-Found               VALUE "35".
       01  WS-Rejm-Status         PIC XX.
           88  WS-Rejm-Not-Found              VALUE "35".
       01  WS-Outm-Status         PIC XX.
           88  WS-Outm-Not-Found              VALUE "35".
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).
       01  WS-Today-Int           PIC 9(8).

      * A business date counts as delivered late when the first
      * registered run carrying a group's readings for it came more
      * than this many days after it. Overridable by LATE-DAYS in
      * STATS.PRM.
       01  WS-Late-Days           PIC 9(2) VALUE 1.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).

      * Scorecard request, one line on standard input naming the
      * calendar month to score:
      *     YYYYMM
      * The month before it is scored the same way for the movement
      * column.
       01  Req-Request            PIC X(40).
       01  Req-Word-1             PIC X(20).
       01  Req-Word-2             PIC X(20).
       01  WS-Month               PIC X(6).
       01  WS-Prior-Month         PIC X(6).
       01  WS-Month-Num           PIC 9(6).
       01  WS-Prior-Num           PIC 9(6).
       01  WS-Next-Month          PIC 9(6).
       01  WS-Date-Num            PIC 9(8).
       01  WS-Per-From            PIC X(8) OCCURS 2 TIMES.
       01  WS-Per-To              PIC X(8) OCCURS 2 TIMES.
       01  WS-Per                 PIC 9.
       01  WS-Test-Date           PIC X(8).

      * Groups scored: every group on GROUPS.MST not flagged
      * inactive. Each carries its measures for the requested month
      * (occurrence 1) and the month before (occurrence 2).
       01  WS-Grp-Count           PIC 9(3) VALUE 0.
       01  Grp-Table.
           05  Grp-Entry OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-Grp-Count
                   INDEXED BY Grp-Idx Grp-Idx-2.
               10  Grp-Code       PIC X(4).
               10  Grp-Name       PIC X(30).
               10  Grp-Per OCCURS 2 TIMES.
                   15  Per-Readings
                                  PIC 9(7).
                   15  Per-Rejects
                                  PIC 9(7).
                   15  Per-Outliers
                                  PIC 9(5).
                   15  Per-Faults PIC 9(5).
                   15  Per-Corrected
                                  PIC 9(5).
                   15  Per-Cor-Days
                                  PIC 9(7).
                   15  Per-Late   PIC 9(3).
                   15  Per-Missing
                                  PIC 9(3).
                   15  Per-Rej-Pct
                                  PIC 9(3)V9(2).
                   15  Per-Flt-Rate
                                  PIC 9(4)V9(2).
                   15  Per-Avg-Days
                                  PIC 9(3)V9(1).
                   15  Per-Points PIC 9(6)V9(1).
                   15  Per-Rank   PIC 9(3).
       01  WS-Grp-Hit             PIC 9(3).
       01  WS-Lookup-Code         PIC X(4).
       01  WS-Last-Code           PIC X(4) VALUE SPACES.
       01  WS-Last-Grp-Hit        PIC 9(3) VALUE 0.
       01  WS-Unknown-Count       PIC 9(7) VALUE 0.

      * Completed batches off STATS.REG that ran on or after the
      * prior month began, with the stamp of their latest run, so a
      * batch processed twice counts only once, and the date of its
      * first run, which is when it was delivered.
       01  WS-Bat-Count           PIC 9(4) VALUE 0.
       01  Bat-Table.
           05  Bat-Entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-Bat-Count
                   INDEXED BY Bat-Idx.
               10  Bat-Id         PIC X(8).
               10  Bat-Run-Date   PIC X(8).
               10  Bat-Run-Time   PIC X(6).
               10  Bat-First-Run  PIC X(8).
       01  WS-Bat-Hit             PIC 9(4).
       01  WS-Last-Batch          PIC X(8) VALUE SPACES.
       01  WS-Last-Bat-Hit        PIC 9(4) VALUE 0.
       01  WS-Unregistered-Count  PIC 9(7) VALUE 0.

      * One row per group and business date delivered in either
      * month, holding the earliest run that carried it.
       01  WS-Day-Count           PIC 9(4) VALUE 0.
       01  Day-Table.
           05  Day-Entry OCCURS 1 TO 8000 TIMES
                   DEPENDING ON WS-Day-Count
                   INDEXED BY Day-Idx.
               10  Day-Grp-Hit    PIC 9(3).
               10  Day-Bus-Date   PIC X(8).
               10  Day-First-Run  PIC X(8).
       01  WS-Day-Hit             PIC 9(4).
       01  WS-Last-Day-Hit        PIC 9(4) VALUE 0.

      * Expected business dates off STATS.CAL falling in either
      * month. Without a calendar no date can be owed, so missing
      * deliveries are not assessed.
       01  WS-Cal-Loaded-Sw       PIC X VALUE "N".
           88  WS-Cal-Loaded                  VALUE "Y".
       01  WS-Cal-Count           PIC 9(3) VALUE 0.
       01  Cal-Table.
           05  Cal-Entry OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-Cal-Count
                   INDEXED BY Cal-Idx.
               10  Cal-Date       PIC X(8).
       01  WS-Found-Sw            PIC X.
           88  WS-Found                       VALUE "Y".
           88  WS-Not-Found                   VALUE "N".

       01  WS-From-Int            PIC 9(8).
       01  WS-To-Int              PIC 9(8).
       01  WS-Days-Apart          PIC S9(5).
       01  WS-Missing-Sw          PIC X VALUE "N".
           88  WS-Input-Missing               VALUE "Y".
       01  WS-Rank-Pos            PIC 9(3).
       01  WS-Points-Work         PIC 9(6)V9(2).
       01  WS-Points-Part         PIC 9(6)V9(2).

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Name-Ed            PIC X(16).
       01  Rpt-Rank-Ed            PIC ZZ9.
       01  Rpt-Readings-Ed        PIC Z(6)9.
       01  Rpt-Rejects-Ed         PIC Z(5)9.
       01  Rpt-Rej-Pct-Ed         PIC ZZ9.99.
       01  Rpt-Outliers-Ed        PIC ZZZZ9.
       01  Rpt-Faults-Ed          PIC ZZZZ9.
       01  Rpt-Flt-Rate-Ed        PIC ZZZ9.99.
       01  Rpt-Corrected-Ed       PIC ZZZZ9.
       01  Rpt-Avg-Days-Ed        PIC ZZ9.9.
       01  Rpt-Late-Ed            PIC ZZ9.
       01  Rpt-Missing-Ed         PIC ZZ9.
       01  Rpt-Points-Ed          PIC Z(5)9.9.
       01  Rpt-Prior-Rank-Ed      PIC ZZ9.
       01  Rpt-Prior-Points-Ed    PIC Z(5)9.9.
       01  Rpt-Move-Ed            PIC ZZ9.
       01  Rpt-Move-Txt           PIC X(9).
       01  Rpt-Count-Ed           PIC Z(6)9.
       01  Rpt-Late-Days-Ed       PIC Z9.

       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date))

           MOVE 0 TO RETURN-CODE
           PERFORM Read-Request
           PERFORM Load-Parameters
           PERFORM Load-Group-Master
           PERFORM Load-Register
           PERFORM Load-Calendar
           PERFORM Scan-Detail
           PERFORM Score-Deliveries
           PERFORM Scan-Rejects
           PERFORM Scan-Outliers
           MOVE 1 TO WS-Per
           PERFORM Rank-Period
           MOVE 2 TO WS-Per
           PERFORM Rank-Period

           OPEN OUTPUT Score-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "Score: unable to open SCORE-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Report-Header
           PERFORM VARYING WS-Rank-Pos FROM 1 BY 1
                   UNTIL WS-Rank-Pos > WS-Grp-Count
               PERFORM VARYING Grp-Idx FROM 1 BY 1
                       UNTIL Grp-Idx > WS-Grp-Count
                   IF Per-Rank(Grp-Idx, 1) = WS-Rank-Pos
                       PERFORM Write-Group-Line
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM Write-Report-Footer
           CLOSE Score-Rpt-File

           DISPLAY "Score: groups scored " WS-Grp-Count
           IF WS-Grp-Count = 0 OR WS-Input-Missing
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The nightly stream holds STATS.LCK while it runs; working
      * against its files then could read them half-written or
      * overwrite what it is about to produce, so the run is
      * refused until the stream has finished.
       Check-Run-Lock.
           OPEN INPUT Stats-Lck-File
           IF NOT WS-Lck-Not-Found
               IF WS-Lck-Status = "00"
                   CLOSE Stats-Lck-File
               END-IF
               DISPLAY "Score: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pulls the month off SYSIN and works out the first and last
      * day of it and of the month before, leap years and month
      * lengths coming from the calendar functions.
       Read-Request.
           MOVE SPACES TO Req-Request
           ACCEPT Req-Request
           MOVE SPACES TO Req-Word-1
           MOVE SPACES TO Req-Word-2
           UNSTRING Req-Request DELIMITED BY ALL " "
               INTO Req-Word-1 Req-Word-2
           END-UNSTRING
           IF Req-Word-2 NOT = SPACES
                   OR FUNCTION TEST-NUMVAL(Req-Word-1) NOT = 0
                   OR Req-Word-1(6:1) = SPACE
                   OR Req-Word-1(7:2) NOT = SPACES
               DISPLAY "Score: usage - supply one line on "
                   "standard input:"
               DISPLAY "    <YYYYMM>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Req-Word-1(1:6) TO WS-Month
           COMPUTE WS-Month-Num = FUNCTION NUMVAL(WS-Month)
           IF FUNCTION MOD(WS-Month-Num, 100) < 1
                   OR FUNCTION MOD(WS-Month-Num, 100) > 12
               DISPLAY "Score: month " WS-Month " is not a "
                   "calendar month"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION MOD(WS-Month-Num, 100) = 1
               COMPUTE WS-Prior-Num = WS-Month-Num - 89
           ELSE
               COMPUTE WS-Prior-Num = WS-Month-Num - 1
           END-IF
           MOVE WS-Prior-Num TO WS-Prior-Month

           MOVE 1 TO WS-Per
           PERFORM Expand-Month
           MOVE WS-Prior-Num TO WS-Month-Num
           MOVE 2 TO WS-Per
           PERFORM Expand-Month.

       Expand-Month.
           COMPUTE WS-Date-Num = WS-Month-Num * 100 + 1
           MOVE WS-Date-Num TO WS-Per-From(WS-Per)
           IF FUNCTION MOD(WS-Month-Num, 100) = 12
               COMPUTE WS-Next-Month = WS-Month-Num + 89
           ELSE
               COMPUTE WS-Next-Month = WS-Month-Num + 1
           END-IF
           COMPUTE WS-Date-Num = WS-Next-Month * 100 + 1
           COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Date-Num) - 1)
           MOVE WS-Date-Num TO WS-Per-To(WS-Per).

      * Which of the two months, if either, WS-Test-Date falls in:
      * WS-Per comes back 1 or 2, or 0 for neither.
       Find-Period.
           EVALUATE TRUE
               WHEN WS-Test-Date >= WS-Per-From(1)
                       AND WS-Test-Date <= WS-Per-To(1)
                   MOVE 1 TO WS-Per
               WHEN WS-Test-Date >= WS-Per-From(2)
                       AND WS-Test-Date <= WS-Per-To(2)
                   MOVE 2 TO WS-Per
               WHEN OTHER
                   MOVE 0 TO WS-Per
           END-EVALUATE.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
           IF WS-Prm-Not-Found
               CONTINUE
           ELSE
               IF WS-Prm-Status NOT = "00"
                   DISPLAY "Score: unable to open STATS-PRM, "
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
           IF WS-Prm-Keyword = "LATE-DAYS"
               IF FUNCTION TEST-NUMVAL(WS-Prm-Value) = 0
                   COMPUTE WS-Prm-Num =
                       FUNCTION NUMVAL(WS-Prm-Value)
                   IF WS-Prm-Num >= 0 AND WS-Prm-Num <= 99
                           AND FUNCTION INTEGER-PART(WS-Prm-Num)
                               = WS-Prm-Num
                       MOVE WS-Prm-Num TO WS-Late-Days
                   ELSE
                       DISPLAY "Score: LATE-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "Score: bad LATE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

      * The groups to score come from the master; without it there
      * is nothing to rank.
       Load-Group-Master.
           MOVE 0 TO WS-Grp-Count
           OPEN INPUT Groups-Mst-File
           IF WS-Mst-Status NOT = "00"
               DISPLAY "Score: unable to open GROUPS-MST, status "
                   WS-Mst-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-Eof
               READ Groups-Mst-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF Mst-Active-Flag = "A"
                           PERFORM Add-Group-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Groups-Mst-File
           MOVE "N" TO WS-Eof-Sw.

       Add-Group-Entry.
           IF WS-Grp-Count < 100
               ADD 1 TO WS-Grp-Count
               MOVE Mst-Group-Code TO Grp-Code(WS-Grp-Count)
               MOVE Mst-Group-Name TO Grp-Name(WS-Grp-Count)
               PERFORM VARYING WS-Per FROM 1 BY 1 UNTIL WS-Per > 2
                   MOVE 0 TO Per-Readings(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Rejects(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Outliers(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Faults(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Corrected(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Cor-Days(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Late(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Missing(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Rej-Pct(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Flt-Rate(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Avg-Days(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Points(WS-Grp-Count, WS-Per)
                   MOVE 0 TO Per-Rank(WS-Grp-Count, WS-Per)
               END-PERFORM
           ELSE
               DISPLAY "Score: more than 100 groups on GROUPS.MST, "
                   Mst-Group-Code " not scored"
           END-IF.

      * Rows for successive readings mostly share a group, so the
      * last hit is tried before the table is searched.
       Find-Group-Entry.
           IF WS-Lookup-Code = WS-Last-Code AND WS-Last-Grp-Hit > 0
               MOVE WS-Last-Grp-Hit TO WS-Grp-Hit
           ELSE
               MOVE 0 TO WS-Grp-Hit
               PERFORM VARYING Grp-Idx FROM 1 BY 1
                       UNTIL Grp-Idx > WS-Grp-Count
                          OR WS-Grp-Hit > 0
                   IF Grp-Code(Grp-Idx) = WS-Lookup-Code
                       SET WS-Grp-Hit TO Grp-Idx
                   END-IF
               END-PERFORM
               MOVE WS-Lookup-Code TO WS-Last-Code
               MOVE WS-Grp-Hit TO WS-Last-Grp-Hit
           END-IF.

      * Only batches STATS.REG shows as complete are scored: detail
      * is retained before a batch is registered, so a batch that
      * failed at the last step leaves rows that never counted.
       Load-Register.
           MOVE 0 TO WS-Bat-Count
           OPEN INPUT Stats-Reg-File
           IF WS-Reg-Not-Found
               DISPLAY "Score: warning - no STATS.REG, no batch "
                   "counts as delivered"
               SET WS-Input-Missing TO TRUE
           ELSE
               IF WS-Reg-Status NOT = "00"
                   DISPLAY "Score: unable to open STATS-REG, status "
                       WS-Reg-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Reg-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF Reg-Run-Date >= WS-Per-From(2)
                               PERFORM Add-Batch-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Stats-Reg-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Add-Batch-Entry.
           MOVE 0 TO WS-Bat-Hit
           PERFORM VARYING Bat-Idx FROM 1 BY 1
                   UNTIL Bat-Idx > WS-Bat-Count
               IF Bat-Id(Bat-Idx) = Reg-Batch-Id
                   SET WS-Bat-Hit TO Bat-Idx
               END-IF
           END-PERFORM
           IF WS-Bat-Hit = 0
               IF WS-Bat-Count < 5000
                   ADD 1 TO WS-Bat-Count
                   MOVE WS-Bat-Count TO WS-Bat-Hit
                   MOVE Reg-Run-Date TO Bat-First-Run(WS-Bat-Hit)
               ELSE
                   DISPLAY "Score: more than 5000 registered "
                       "batches, " Reg-Batch-Id " not scored"
               END-IF
           END-IF
           IF WS-Bat-Hit > 0
               MOVE Reg-Batch-Id TO Bat-Id(WS-Bat-Hit)
               MOVE Reg-Run-Date TO Bat-Run-Date(WS-Bat-Hit)
               MOVE Reg-Run-Time TO Bat-Run-Time(WS-Bat-Hit)
               IF Reg-Run-Date < Bat-First-Run(WS-Bat-Hit)
                   MOVE Reg-Run-Date TO Bat-First-Run(WS-Bat-Hit)
               END-IF
           END-IF.

      * Reads the calendar the way the Stats module does: one date
      * per line, "*" lines and blanks skipped; only the dates in
      * the two months are kept.
       Load-Calendar.
           MOVE 0 TO WS-Cal-Count
           OPEN INPUT Stats-Cal-File
           IF WS-Cal-Not-Found
               DISPLAY "Score: no STATS.CAL, missing deliveries "
                   "not assessed"
           ELSE
               IF WS-Cal-Status NOT = "00"
                   DISPLAY "Score: warning - unable to open "
                       "STATS.CAL, status " WS-Cal-Status
                       ", missing deliveries not assessed"
               ELSE
                   SET WS-Cal-Loaded TO TRUE
                   PERFORM UNTIL WS-Eof
                       READ Stats-Cal-File
                           AT END
                               SET WS-Eof TO TRUE
                           NOT AT END
                               PERFORM Load-Calendar-Date
                       END-READ
                   END-PERFORM
                   CLOSE Stats-Cal-File
                   MOVE "N" TO WS-Eof-Sw
               END-IF
           END-IF.

       Load-Calendar-Date.
           IF Stats-Cal-Rec(1:1) NOT = "*"
                   AND Stats-Cal-Rec NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(Stats-Cal-Rec(1:8)) = 0
               MOVE Stats-Cal-Rec(1:8) TO WS-Test-Date
               PERFORM Find-Period
               IF WS-Per > 0
                   IF WS-Cal-Count < 100
                       ADD 1 TO WS-Cal-Count
                       MOVE WS-Test-Date TO Cal-Date(WS-Cal-Count)
                   ELSE
                       DISPLAY "Score: more than 100 calendar dates "
                           "in the two months, " WS-Test-Date
                           " ignored"
                   END-IF
               END-IF
           END-IF.

      * One pass of the retained detail. A row counts once, from the
      * latest registered run of its batch: the reading goes to the
      * month of that run, and the group's business date is noted
      * with the earliest run that delivered it for the lateness
      * test.
       Scan-Detail.
           OPEN INPUT Stats-Dtl-File
           IF WS-Dtl-Not-Found
               DISPLAY "Score: warning - no STATS.DTL, readings "
                   "and deliveries not counted"
               SET WS-Input-Missing TO TRUE
           ELSE
               IF WS-Dtl-Status NOT = "00"
                   DISPLAY "Score: unable to open STATS-DTL, status "
                       WS-Dtl-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Dtl-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Score-Detail-Row
                   END-READ
               END-PERFORM
               CLOSE Stats-Dtl-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Score-Detail-Row.
           IF Dtl-Batch-Id NOT = WS-Last-Batch
               MOVE Dtl-Batch-Id TO WS-Last-Batch
               MOVE 0 TO WS-Last-Bat-Hit
               PERFORM VARYING Bat-Idx FROM 1 BY 1
                       UNTIL Bat-Idx > WS-Bat-Count
                          OR WS-Last-Bat-Hit > 0
                   IF Bat-Id(Bat-Idx) = Dtl-Batch-Id
                       SET WS-Last-Bat-Hit TO Bat-Idx
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-Last-Bat-Hit TO WS-Bat-Hit
           IF WS-Bat-Hit = 0
               ADD 1 TO WS-Unregistered-Count
           ELSE
               IF Dtl-Run-Date = Bat-Run-Date(WS-Bat-Hit)
                       AND Dtl-Run-Time = Bat-Run-Time(WS-Bat-Hit)
                   MOVE Dtl-Group TO WS-Lookup-Code
                   PERFORM Find-Group-Entry
                   IF WS-Grp-Hit = 0
                       ADD 1 TO WS-Unknown-Count
                   ELSE
                       MOVE Dtl-Run-Date TO WS-Test-Date
                       PERFORM Find-Period
                       IF WS-Per > 0
                           ADD 1 TO Per-Readings(WS-Grp-Hit, WS-Per)
                       END-IF
                       IF Dtl-Batch-Id(1:2) NOT = "RP"
                           PERFORM Note-Delivery
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Reproc's RPyymmdd correction batches carry the night of the
      * repair as their business date, not a delivery, so they are
      * kept out of the lateness test.
       Note-Delivery.
           MOVE Dtl-Business-Date TO WS-Test-Date
           PERFORM Find-Period
           IF WS-Per > 0
               IF WS-Last-Day-Hit > 0
                   IF Day-Grp-Hit(WS-Last-Day-Hit) = WS-Grp-Hit
                       AND Day-Bus-Date(WS-Last-Day-Hit)
                           = Dtl-Business-Date
                       MOVE WS-Last-Day-Hit TO WS-Day-Hit
                   ELSE
                       PERFORM Find-Day-Entry
                   END-IF
               ELSE
                   PERFORM Find-Day-Entry
               END-IF
               IF WS-Day-Hit > 0
                   IF Bat-First-Run(WS-Bat-Hit)
                           < Day-First-Run(WS-Day-Hit)
                       MOVE Bat-First-Run(WS-Bat-Hit)
                           TO Day-First-Run(WS-Day-Hit)
                   END-IF
                   MOVE WS-Day-Hit TO WS-Last-Day-Hit
               END-IF
           END-IF.

       Find-Day-Entry.
           MOVE 0 TO WS-Day-Hit
           PERFORM VARYING Day-Idx FROM 1 BY 1
                   UNTIL Day-Idx > WS-Day-Count
                      OR WS-Day-Hit > 0
               IF Day-Grp-Hit(Day-Idx) = WS-Grp-Hit
                       AND Day-Bus-Date(Day-Idx) = Dtl-Business-Date
                   SET WS-Day-Hit TO Day-Idx
               END-IF
           END-PERFORM
           IF WS-Day-Hit = 0
               IF WS-Day-Count < 8000
                   ADD 1 TO WS-Day-Count
                   MOVE WS-Day-Count TO WS-Day-Hit
                   MOVE WS-Grp-Hit TO Day-Grp-Hit(WS-Day-Hit)
                   MOVE Dtl-Business-Date TO Day-Bus-Date(WS-Day-Hit)
                   MOVE Bat-First-Run(WS-Bat-Hit)
                       TO Day-First-Run(WS-Day-Hit)
               ELSE
                   DISPLAY "Score: more than 8000 group delivery "
                       "days, " Dtl-Group " " Dtl-Business-Date
                       " not scored"
               END-IF
           END-IF.

      * A delivery is late when its first run came more than
      * LATE-DAYS after the business date. A calendar date is owed
      * once its LATE-DAYS allowance has run out; a group with no
      * delivery for an owed date has missed it.
       Score-Deliveries.
           PERFORM VARYING Day-Idx FROM 1 BY 1
                   UNTIL Day-Idx > WS-Day-Count
               MOVE Day-Bus-Date(Day-Idx) TO WS-Test-Date
               PERFORM Find-Period
               COMPUTE WS-From-Int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(Day-Bus-Date(Day-Idx)))
               COMPUTE WS-To-Int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(Day-First-Run(Day-Idx)))
               COMPUTE WS-Days-Apart = WS-To-Int - WS-From-Int
               IF WS-Days-Apart > WS-Late-Days
                   ADD 1 TO Per-Late(Day-Grp-Hit(Day-Idx), WS-Per)
               END-IF
           END-PERFORM

           PERFORM VARYING Cal-Idx FROM 1 BY 1
                   UNTIL Cal-Idx > WS-Cal-Count
               COMPUTE WS-From-Int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(Cal-Date(Cal-Idx)))
               IF WS-From-Int + WS-Late-Days < WS-Today-Int
                   MOVE Cal-Date(Cal-Idx) TO WS-Test-Date
                   PERFORM Find-Period
                   PERFORM VARYING Grp-Idx FROM 1 BY 1
                           UNTIL Grp-Idx > WS-Grp-Count
                       PERFORM Check-Owed-Date
                   END-PERFORM
               END-IF
           END-PERFORM.

       Check-Owed-Date.
           SET WS-Not-Found TO TRUE
           PERFORM VARYING Day-Idx FROM 1 BY 1
                   UNTIL Day-Idx > WS-Day-Count OR WS-Found
               IF Day-Grp-Hit(Day-Idx) = Grp-Idx
                       AND Day-Bus-Date(Day-Idx) = Cal-Date(Cal-Idx)
                   SET WS-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Not-Found
               ADD 1 TO Per-Missing(Grp-Idx, WS-Per)
           END-IF.

      * Rejects count in the month they were rejected; a repaired
      * reject counts toward the correction turnaround in the month
      * its correction was applied. Control-record rejects carry no
      * group and are not any department's.
       Scan-Rejects.
           OPEN INPUT Reject-Mst-File
           IF WS-Rejm-Not-Found
               CONTINUE
           ELSE
               IF WS-Rejm-Status NOT = "00"
                   DISPLAY "Score: unable to open REJECT-MST, status "
                       WS-Rejm-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Reject-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Score-Reject-Row
                   END-READ
               END-PERFORM
               CLOSE Reject-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Score-Reject-Row.
           MOVE Mst-Rej-Group TO WS-Lookup-Code
           PERFORM Find-Group-Entry
           IF WS-Grp-Hit > 0
                   AND FUNCTION TEST-NUMVAL(Mst-Rej-Date) = 0
               MOVE Mst-Rej-Date TO WS-Test-Date
               PERFORM Find-Period
               IF WS-Per > 0
                   ADD 1 TO Per-Rejects(WS-Grp-Hit, WS-Per)
               END-IF
               IF Mst-Rej-Status = "C"
                       AND FUNCTION TEST-NUMVAL(Mst-Rej-Cor-Date) = 0
                   MOVE Mst-Rej-Cor-Date TO WS-Test-Date
                   PERFORM Find-Period
                   IF WS-Per > 0
                       COMPUTE WS-From-Int = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(Mst-Rej-Date))
                       COMPUTE WS-To-Int = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(Mst-Rej-Cor-Date))
                       ADD 1 TO Per-Corrected(WS-Grp-Hit, WS-Per)
                       ADD WS-To-Int TO Per-Cor-Days(WS-Grp-Hit, WS-Per)
                       SUBTRACT WS-From-Int
                           FROM Per-Cor-Days(WS-Grp-Hit, WS-Per)
                   END-IF
               END-IF
           END-IF.

      * Outliers count in the month they were flagged; those since
      * closed with an F disposition are the confirmed faults.
       Scan-Outliers.
           OPEN INPUT Outlier-Mst-File
           IF WS-Outm-Not-Found
               CONTINUE
           ELSE
               IF WS-Outm-Status NOT = "00"
                   DISPLAY "Score: unable to open OUTLIER-MST, "
                       "status " WS-Outm-Status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Outlier-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Score-Outlier-Row
                   END-READ
               END-PERFORM
               CLOSE Outlier-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Score-Outlier-Row.
           MOVE Mst-Out-Group TO WS-Lookup-Code
           PERFORM Find-Group-Entry
           IF WS-Grp-Hit > 0
               MOVE Mst-Out-Date TO WS-Test-Date
               PERFORM Find-Period
               IF WS-Per > 0
                   ADD 1 TO Per-Outliers(WS-Grp-Hit, WS-Per)
                   IF Mst-Out-Status = "C" AND Mst-Out-Disp = "F"
                       ADD 1 TO Per-Faults(WS-Grp-Hit, WS-Per)
                   END-IF
               END-IF
           END-IF.

      * Works each group's rates and penalty points for month WS-Per
      * and ranks them, worst (most points) first, ties going to the
      * lower group code. Points are
      *     2 x reject rate (% of readings received)
      *   + confirmed faults per 1000 accepted readings
      *   + average days taken to correct a reject
      *   + 2 x late business dates
      *   + 5 x missed business dates
       Rank-Period.
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Grp-Count
               IF Per-Readings(Grp-Idx, WS-Per)
                       + Per-Rejects(Grp-Idx, WS-Per) > 0
                   COMPUTE Per-Rej-Pct(Grp-Idx, WS-Per) ROUNDED =
                       Per-Rejects(Grp-Idx, WS-Per) * 100
                       / (Per-Readings(Grp-Idx, WS-Per)
                          + Per-Rejects(Grp-Idx, WS-Per))
               END-IF
               IF Per-Readings(Grp-Idx, WS-Per) > 0
                   COMPUTE Per-Flt-Rate(Grp-Idx, WS-Per) ROUNDED =
                       Per-Faults(Grp-Idx, WS-Per) * 1000
                       / Per-Readings(Grp-Idx, WS-Per)
               END-IF
               IF Per-Corrected(Grp-Idx, WS-Per) > 0
                   COMPUTE Per-Avg-Days(Grp-Idx, WS-Per) ROUNDED =
                       Per-Cor-Days(Grp-Idx, WS-Per)
                       / Per-Corrected(Grp-Idx, WS-Per)
               END-IF
               MULTIPLY Per-Rej-Pct(Grp-Idx, WS-Per) BY 2
                   GIVING WS-Points-Work
               ADD Per-Flt-Rate(Grp-Idx, WS-Per)
                   Per-Avg-Days(Grp-Idx, WS-Per) TO WS-Points-Work
               MULTIPLY Per-Late(Grp-Idx, WS-Per) BY 2
                   GIVING WS-Points-Part
               ADD WS-Points-Part TO WS-Points-Work
               MULTIPLY Per-Missing(Grp-Idx, WS-Per) BY 5
                   GIVING WS-Points-Part
               ADD WS-Points-Part TO WS-Points-Work
               COMPUTE Per-Points(Grp-Idx, WS-Per) ROUNDED =
                   WS-Points-Work
           END-PERFORM

           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Grp-Count
               MOVE 1 TO Per-Rank(Grp-Idx, WS-Per)
               PERFORM VARYING Grp-Idx-2 FROM 1 BY 1
                       UNTIL Grp-Idx-2 > WS-Grp-Count
                   IF Per-Points(Grp-Idx-2, WS-Per)
                           > Per-Points(Grp-Idx, WS-Per)
                       OR (Per-Points(Grp-Idx-2, WS-Per)
                           = Per-Points(Grp-Idx, WS-Per)
                           AND Grp-Code(Grp-Idx-2)
                               < Grp-Code(Grp-Idx))
                       ADD 1 TO Per-Rank(Grp-Idx, WS-Per)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Write-Report-Header.
           MOVE SPACES TO Rpt-Line
           STRING "DEPARTMENT DATA-QUALITY SCORECARD"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "Month: "         DELIMITED BY SIZE
                  WS-Month          DELIMITED BY SIZE
                  "  ("             DELIMITED BY SIZE
                  WS-Per-From(1)    DELIMITED BY SIZE
                  " to "            DELIMITED BY SIZE
                  WS-Per-To(1)      DELIMITED BY SIZE
                  ")  Prior month: " DELIMITED BY SIZE
                  WS-Prior-Month    DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line

           MOVE WS-Late-Days TO Rpt-Late-Days-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
                  "  Late after: " DELIMITED BY SIZE
                  Rpt-Late-Days-Ed DELIMITED BY SIZE
                  " days"        DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "RANK GRP   NAME             READINGS REJECTS"
                  "   REJ% OUTLRS FAULTS FLT/1000 CORRD AVG-DY"
                  " LATE MISS   POINTS PRIOR   POINTS  MOVEMENT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line.

      * Movement compares the group's place with the prior month's:
      * a group that has climbed toward the top of the list has got
      * worse relative to the others.
       Write-Group-Line.
           MOVE Grp-Name(Grp-Idx)               TO Rpt-Name-Ed
           MOVE Per-Rank(Grp-Idx, 1)            TO Rpt-Rank-Ed
           MOVE Per-Readings(Grp-Idx, 1)        TO Rpt-Readings-Ed
           MOVE Per-Rejects(Grp-Idx, 1)         TO Rpt-Rejects-Ed
           MOVE Per-Rej-Pct(Grp-Idx, 1)         TO Rpt-Rej-Pct-Ed
           MOVE Per-Outliers(Grp-Idx, 1)        TO Rpt-Outliers-Ed
           MOVE Per-Faults(Grp-Idx, 1)          TO Rpt-Faults-Ed
           MOVE Per-Flt-Rate(Grp-Idx, 1)        TO Rpt-Flt-Rate-Ed
           MOVE Per-Corrected(Grp-Idx, 1)       TO Rpt-Corrected-Ed
           MOVE Per-Avg-Days(Grp-Idx, 1)        TO Rpt-Avg-Days-Ed
           MOVE Per-Late(Grp-Idx, 1)            TO Rpt-Late-Ed
           MOVE Per-Missing(Grp-Idx, 1)         TO Rpt-Missing-Ed
           MOVE Per-Points(Grp-Idx, 1)          TO Rpt-Points-Ed
           MOVE Per-Rank(Grp-Idx, 2)            TO Rpt-Prior-Rank-Ed
           MOVE Per-Points(Grp-Idx, 2)          TO Rpt-Prior-Points-Ed
           MOVE SPACES TO Rpt-Move-Txt
           EVALUATE TRUE
               WHEN Per-Rank(Grp-Idx, 1) < Per-Rank(Grp-Idx, 2)
                   COMPUTE Rpt-Move-Ed =
                       Per-Rank(Grp-Idx, 2) - Per-Rank(Grp-Idx, 1)
                   STRING "WORSE "    DELIMITED BY SIZE
                          FUNCTION TRIM(Rpt-Move-Ed)
                                      DELIMITED BY SIZE
                       INTO Rpt-Move-Txt
               WHEN Per-Rank(Grp-Idx, 1) > Per-Rank(Grp-Idx, 2)
                   COMPUTE Rpt-Move-Ed =
                       Per-Rank(Grp-Idx, 1) - Per-Rank(Grp-Idx, 2)
                   STRING "BETTER "   DELIMITED BY SIZE
                          FUNCTION TRIM(Rpt-Move-Ed)
                                      DELIMITED BY SIZE
                       INTO Rpt-Move-Txt
               WHEN OTHER
                   MOVE "SAME" TO Rpt-Move-Txt
           END-EVALUATE

           MOVE SPACES TO Rpt-Line
           STRING " "                  DELIMITED BY SIZE
                  Rpt-Rank-Ed          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Grp-Code(Grp-Idx)    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Name-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Readings-Ed      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Rejects-Ed       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Rej-Pct-Ed       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Outliers-Ed      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Faults-Ed        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Flt-Rate-Ed      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Corrected-Ed     DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Avg-Days-Ed      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Late-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Missing-Ed       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Points-Ed        DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  Rpt-Prior-Rank-Ed    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Prior-Points-Ed  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Move-Txt         DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "POINTS = 2 x REJ% + FLT/1000 + AVG-DY"
                  " + 2 x LATE + 5 x MISS; rank 1 is the worst"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "REJ% is of all readings received; CORRD and"
                  " AVG-DY are rejects corrected in the month and"
                  " the days each took"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line
           IF NOT WS-Cal-Loaded
               MOVE SPACES TO Rpt-Line
               STRING "No STATS.CAL calendar: missed business dates"
                      " not assessed"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Score-Rpt-Rec FROM Rpt-Line
           END-IF

           MOVE WS-Grp-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Groups scored: " DELIMITED BY SIZE
                  Rpt-Count-Ed      DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line
           MOVE WS-Unregistered-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Detail rows of unregistered batches skipped: "
                                    DELIMITED BY SIZE
                  Rpt-Count-Ed      DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line
           MOVE WS-Unknown-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Detail rows of groups not scored: "
                                    DELIMITED BY SIZE
                  Rpt-Count-Ed      DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Score-Rpt-Rec FROM Rpt-Line.
