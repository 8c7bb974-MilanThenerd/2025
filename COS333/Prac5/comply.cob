       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stats-Ghi-File ASSIGN TO "STATS.GHI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ghi-Key
               FILE STATUS IS WS-Ghi-Status.

      * Management operating targets: target mean and the tolerance
      * either side of it per group/type, effective from a date.
           SELECT Targets-Mst-File ASSIGN TO "TARGETS.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tgt-Status.

           SELECT Groups-Mst-File ASSIGN TO "GROUPS.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Types-Mst-File ASSIGN TO "TYPES.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tmst-Status.

           SELECT Comply-Rpt-File ASSIGN TO "COMPLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

      * Copy of the report lines for the dashboard team, laid out
      * alongside STATS.CSV; the department name is quoted since it
      * may itself hold a comma.
           SELECT Comply-Csv-File ASSIGN TO "COMPLY.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Csv-Status.

      * Run lock held by the nightly job stream while it is active.
           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stats-Ghi-File.
       01  Stats-Ghi-Rec.
           05  Ghi-Key.
               10  Ghi-Run-Date   PIC X(8).
               10  Ghi-Group      PIC X(4).
               10  Ghi-Type       PIC X(2).
           05  Ghi-Count          PIC 9(5).
           05  Ghi-Mean           PIC 9(5)V9(4).
           05  Ghi-Range          PIC 9(5)V9(2).
           05  Ghi-Variance       PIC 9(10)V9(4).
           05  Ghi-StdDev         PIC 9(5)V9(4).
           05  Ghi-Median         PIC 9(5)V9(2).
           05  Ghi-Mode           PIC 9(5)V9(2).

      * Tolerances are amounts below and above the target mean, so
      * a day is in tolerance when its mean lies inside
      * target - lower .. target + upper.
       FD  Targets-Mst-File.
       01  Targets-Mst-Rec.
           05  Tgt-Group          PIC X(4).
           05  Tgt-Type           PIC X(2).
           05  Tgt-Eff-Date       PIC X(8).
           05  Tgt-Mean           PIC 9(5)V9(4).
           05  Tgt-Lower-Tol      PIC 9(5)V9(4).
           05  Tgt-Upper-Tol      PIC 9(5)V9(4).

       FD  Groups-Mst-File.
       01  Groups-Mst-Rec.
           05  Mst-Group-Code     PIC X(4).
           05  Mst-Group-Name     PIC X(30).
           05  Mst-Active-Flag    PIC X.
           05  Mst-Min-Value      PIC 9(5)V9(2).
           05  Mst-Max-Value      PIC 9(5)V9(2).
           05  Mst-Owner-Id       PIC X(8).
           05  Mst-Owner-Name     PIC X(30).

       FD  Types-Mst-File.
       01  Types-Mst-Rec.
           05  Typ-Type-Code      PIC X(2).
           05  Typ-Type-Desc      PIC X(20).
           05  Typ-Unit           PIC X(8).
           05  Typ-Active-Flag    PIC X.
           05  Typ-Min-Value      PIC 9(5)V9(2).
           05  Typ-Max-Value      PIC 9(5)V9(2).

       FD  Comply-Rpt-File.
       01  Comply-Rpt-Rec         PIC X(132).

       FD  Comply-Csv-File.
       01  Comply-Csv-Rec         PIC X(160).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Ghi-Status          PIC XX.
       01  WS-Tgt-Status          PIC XX.
       01  WS-Mst-Status          PIC XX.
       01  WS-Tmst-Status         PIC XX.
       01  WS-Rpt-Status          PIC XX.
       01  WS-Csv-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).

      * Compliance request, one line on standard input naming the
      * calendar month to assess:
      *     YYYYMM
       01  Req-Request            PIC X(40).
       01  Req-Word-1             PIC X(20).
       01  Req-Word-2             PIC X(20).
       01  WS-Month               PIC X(6).
       01  WS-From-Date           PIC X(8).
       01  WS-To-Date             PIC X(8).
       01  WS-Date-Num            PIC 9(8).
       01  WS-Month-Num           PIC 9(6).
       01  WS-Next-Month          PIC 9(6).

      * Targets table. Several rows may exist for one pair; the row
      * applying to a business day is the one with the latest
      * effective date on or before it.
       01  WS-Tgt-Count           PIC 9(4) VALUE 0.
       01  WS-Tgt-Bad-Count       PIC 9(4) VALUE 0.
       01  Tgt-Table.
           05  Tgt-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Tgt-Count
                   INDEXED BY Tgt-Idx.
               10  Tgt-T-Group    PIC X(4).
               10  Tgt-T-Type     PIC X(2).
               10  Tgt-T-Eff-Date PIC X(8).
               10  Tgt-T-Mean     PIC 9(5)V9(4).
               10  Tgt-T-Lower    PIC 9(5)V9(4).
               10  Tgt-T-Upper    PIC 9(5)V9(4).
       01  WS-Tgt-Sw              PIC X.
           88  WS-Tgt-Found                   VALUE "Y".
           88  WS-Tgt-Not-Found               VALUE "N".
       01  WS-Tgt-Hit             PIC 9(4).

      * Group/department master, for the group section headings.
       01  WS-Mst-Count           PIC 9(3) VALUE 0.
       01  Mst-Table.
           05  Mst-Entry OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-Mst-Count
                   INDEXED BY Mst-Idx.
               10  Mst-Code       PIC X(4).
               10  Mst-Name       PIC X(30).
       01  WS-Mst-Sw              PIC X.
           88  WS-Mst-Found                   VALUE "Y".
           88  WS-Mst-Not-Found               VALUE "N".
       01  WS-Mst-Hit             PIC 9(3).
       01  WS-Lookup-Code         PIC X(4).

      * Reading-type master, for the unit of measure beside each
      * pair's type code.
       01  WS-Tmst-Count          PIC 9(3) VALUE 0.
       01  Tmst-Table.
           05  Tmst-Entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-Tmst-Count
                   INDEXED BY Tmst-Idx.
               10  Tmst-Code      PIC X(2).
               10  Tmst-Desc      PIC X(20).
               10  Tmst-Unit      PIC X(8).
       01  WS-Tmst-Sw             PIC X.
           88  WS-Tmst-Found                  VALUE "Y".
           88  WS-Tmst-Not-Found              VALUE "N".
       01  WS-Tmst-Hit            PIC 9(3).
       01  WS-Lookup-Type         PIC X(2).

      * One compliance slot per group/type pair. Days in and out are
      * counted over business days with a target in effect; days
      * reported with no target are counted apart. The worst breach
      * is the signed distance of a day's mean beyond the band
      * (negative below it). A breach streak is a run of the pair's
      * reported business days all out of tolerance; the longest one
      * is kept with its first and last day, and runs of two days or
      * more are counted.
       01  WS-Pair-Count          PIC 9(4) VALUE 0.
       01  Pair-Table.
           05  Pair-Entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Pair-Count
                   INDEXED BY Pair-Idx.
               10  Pair-Group     PIC X(4).
               10  Pair-Type      PIC X(2).
               10  Pair-Days      PIC 9(5).
               10  Pair-In        PIC 9(5).
               10  Pair-Out       PIC 9(5).
               10  Pair-No-Tgt    PIC 9(5).
               10  Pair-Target    PIC 9(5)V9(4).
               10  Pair-Lower     PIC 9(5)V9(4).
               10  Pair-Upper     PIC 9(5)V9(4).
               10  Pair-Worst     PIC S9(5)V9(4).
               10  Pair-Worst-Date
                                  PIC X(8).
               10  Pair-Run       PIC 9(5).
               10  Pair-Run-Start PIC X(8).
               10  Pair-Long      PIC 9(5).
               10  Pair-Long-Start
                                  PIC X(8).
               10  Pair-Long-End  PIC X(8).
               10  Pair-Streaks   PIC 9(5).
       01  WS-Pair-Sw             PIC X.
           88  WS-Pair-Found                  VALUE "Y".
           88  WS-Pair-Not-Found              VALUE "N".
       01  WS-Pair-Hit            PIC 9(4).
       01  i                      PIC 9(4).
       01  j                      PIC 9(4).
       01  Swap-Pair.
           05  Swap-Group         PIC X(4).
           05  Swap-Type          PIC X(2).
           05  Swap-Days          PIC 9(5).
           05  Swap-In            PIC 9(5).
           05  Swap-Out           PIC 9(5).
           05  Swap-No-Tgt        PIC 9(5).
           05  Swap-Target        PIC 9(5)V9(4).
           05  Swap-Lower         PIC 9(5)V9(4).
           05  Swap-Upper         PIC 9(5)V9(4).
           05  Swap-Worst         PIC S9(5)V9(4).
           05  Swap-Worst-Date    PIC X(8).
           05  Swap-Run           PIC 9(5).
           05  Swap-Run-Start     PIC X(8).
           05  Swap-Long          PIC 9(5).
           05  Swap-Long-Start    PIC X(8).
           05  Swap-Long-End      PIC X(8).
           05  Swap-Streaks       PIC 9(5).

      * Tolerance band and breach work fields.
       01  WS-Low-Limit           PIC S9(6)V9(4).
       01  WS-High-Limit          PIC S9(6)V9(4).
       01  WS-Breach              PIC S9(5)V9(4).

      * Group subtotals, month totals and the compliance percentage.
       01  WS-Cur-Group           PIC X(4).
       01  WS-Grp-Days            PIC 9(7) VALUE 0.
       01  WS-Grp-In              PIC 9(7) VALUE 0.
       01  WS-Grp-Out             PIC 9(7) VALUE 0.
       01  WS-Tot-Days            PIC 9(7) VALUE 0.
       01  WS-Tot-In              PIC 9(7) VALUE 0.
       01  WS-Tot-Out             PIC 9(7) VALUE 0.
       01  WS-Assessed-Count      PIC 9(4) VALUE 0.
       01  WS-No-Tgt-Count        PIC 9(4) VALUE 0.
       01  WS-Compliance-Pct      PIC 9(3)V9(1).

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Name-Ed            PIC X(30).
       01  Rpt-Unit-Ed            PIC X(8).
       01  Rpt-Target-Ed          PIC Z(4)9.9999.
       01  Rpt-Lower-Ed           PIC Z(4)9.9999.
       01  Rpt-Upper-Ed           PIC Z(4)9.9999.
       01  Rpt-Days-Ed            PIC ZZ9.
       01  Rpt-In-Ed              PIC ZZ9.
       01  Rpt-Out-Ed             PIC ZZ9.
       01  Rpt-Pct-Ed             PIC ZZ9.9.
       01  Rpt-Pct-Txt            PIC X(5).
       01  Rpt-Worst-Ed           PIC +(5)9.9999.
       01  Rpt-Worst-Txt          PIC X(11).
       01  Rpt-Worst-Date         PIC X(8).
       01  Rpt-Long-Ed            PIC ZZ9.
       01  Rpt-Streaks-Ed         PIC ZZ9.
       01  Rpt-Span-Txt           PIC X(17).
       01  Rpt-Count-Ed           PIC ZZZZ9.
       01  Rpt-Total-Ed           PIC Z(6)9.
       01  Rpt-Tot-In-Ed          PIC Z(6)9.
       01  Rpt-Tot-Out-Ed         PIC Z(6)9.

      * Dashboard CSV work fields.
       01  Csv-Line               PIC X(160).
       01  Csv-Type-Ed            PIC X(3).

       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time

           MOVE 0 TO RETURN-CODE
           PERFORM Read-Request
           PERFORM Load-Targets
           PERFORM Load-Group-Master
           PERFORM Load-Type-Master
           PERFORM Load-Month-Rows
           PERFORM Sort-Pair-List

           OPEN OUTPUT Comply-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "Comply: unable to open COMPLY-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Comply-Csv-File
           IF WS-Csv-Status NOT = "00"
               DISPLAY "Comply: unable to open COMPLY-CSV, status "
                   WS-Csv-Status
               CLOSE Comply-Rpt-File
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Write-Report-Header
           PERFORM Write-Csv-Header
           MOVE SPACES TO WS-Cur-Group
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Days(Pair-Idx) > 0
                   IF Pair-Group(Pair-Idx) NOT = WS-Cur-Group
                       IF WS-Cur-Group NOT = SPACES
                           PERFORM Write-Group-Total
                       END-IF
                       MOVE Pair-Group(Pair-Idx) TO WS-Cur-Group
                       PERFORM Write-Group-Heading
                   END-IF
                   PERFORM Write-Pair-Line
               END-IF
           END-PERFORM
           IF WS-Cur-Group NOT = SPACES
               PERFORM Write-Group-Total
           END-IF
           PERFORM Write-Untargeted-Pairs
           PERFORM Write-Report-Footer
           CLOSE Comply-Rpt-File
           CLOSE Comply-Csv-File

           DISPLAY "Comply: pairs assessed " WS-Assessed-Count
               ", days in " WS-Tot-In ", days out " WS-Tot-Out
           IF WS-Assessed-Count = 0 OR WS-Tgt-Bad-Count > 0
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
               DISPLAY "Comply: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pulls the month off SYSIN and expands it to its first and
      * last day, leap years and month lengths coming from the
      * calendar functions rather than a table.
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
               DISPLAY "Comply: usage - supply one line on "
                   "standard input:"
               DISPLAY "    <YYYYMM>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Req-Word-1(1:6) TO WS-Month
           COMPUTE WS-Month-Num = FUNCTION NUMVAL(WS-Month)
           IF FUNCTION MOD(WS-Month-Num, 100) < 1
                   OR FUNCTION MOD(WS-Month-Num, 100) > 12
               DISPLAY "Comply: month " WS-Month " is not a "
                   "calendar month"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-From-Date
           STRING WS-Month DELIMITED BY SIZE
                  "01"     DELIMITED BY SIZE
               INTO WS-From-Date
           IF FUNCTION MOD(WS-Month-Num, 100) = 12
               COMPUTE WS-Next-Month = WS-Month-Num + 89
           ELSE
               COMPUTE WS-Next-Month = WS-Month-Num + 1
           END-IF
           COMPUTE WS-Date-Num = WS-Next-Month * 100 + 1
           COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Date-Num) - 1)
           MOVE WS-Date-Num TO WS-To-Date.

      * Without targets there is nothing to measure against, so a
      * missing file stops the run. A row with a bad effective date
      * or non-numeric figures is reported and left out.
       Load-Targets.
           MOVE 0 TO WS-Tgt-Count
           OPEN INPUT Targets-Mst-File
           IF WS-Tgt-Status NOT = "00"
               DISPLAY "Comply: unable to open TARGETS-MST, status "
                   WS-Tgt-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-Eof
               READ Targets-Mst-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM Keep-Target-Row
               END-READ
           END-PERFORM
           CLOSE Targets-Mst-File
           MOVE "N" TO WS-Eof-Sw
           DISPLAY "Comply: targets loaded " WS-Tgt-Count
               ", rejected " WS-Tgt-Bad-Count.

       Keep-Target-Row.
           EVALUATE TRUE
               WHEN Tgt-Group = SPACES OR Tgt-Type = SPACES
                   DISPLAY "Comply: target row with no group or "
                       "type ignored"
                   ADD 1 TO WS-Tgt-Bad-Count
               WHEN Tgt-Eff-Date NOT NUMERIC
                   DISPLAY "Comply: target " Tgt-Group " " Tgt-Type
                       " effective date " Tgt-Eff-Date
                       " not numeric, ignored"
                   ADD 1 TO WS-Tgt-Bad-Count
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(Tgt-Eff-Date)) NOT = 0
                   DISPLAY "Comply: target " Tgt-Group " " Tgt-Type
                       " effective date " Tgt-Eff-Date
                       " not a calendar date, ignored"
                   ADD 1 TO WS-Tgt-Bad-Count
               WHEN Tgt-Mean NOT NUMERIC
                       OR Tgt-Lower-Tol NOT NUMERIC
                       OR Tgt-Upper-Tol NOT NUMERIC
                   DISPLAY "Comply: target " Tgt-Group " " Tgt-Type
                       " effective " Tgt-Eff-Date
                       " figures not numeric, ignored"
                   ADD 1 TO WS-Tgt-Bad-Count
               WHEN WS-Tgt-Count >= 2000
                   DISPLAY "Comply: more than 2000 target rows, "
                       Tgt-Group " " Tgt-Type " " Tgt-Eff-Date
                       " ignored"
                   ADD 1 TO WS-Tgt-Bad-Count
               WHEN OTHER
                   ADD 1 TO WS-Tgt-Count
                   MOVE Tgt-Group     TO Tgt-T-Group(WS-Tgt-Count)
                   MOVE Tgt-Type      TO Tgt-T-Type(WS-Tgt-Count)
                   MOVE Tgt-Eff-Date
                       TO Tgt-T-Eff-Date(WS-Tgt-Count)
                   MOVE Tgt-Mean      TO Tgt-T-Mean(WS-Tgt-Count)
                   MOVE Tgt-Lower-Tol TO Tgt-T-Lower(WS-Tgt-Count)
                   MOVE Tgt-Upper-Tol TO Tgt-T-Upper(WS-Tgt-Count)
           END-EVALUATE.

      * Latest target for the current row's pair that was already in
      * effect on the row's business date.
       Find-Target-Entry.
           SET WS-Tgt-Not-Found TO TRUE
           MOVE 0 TO WS-Tgt-Hit
           PERFORM VARYING Tgt-Idx FROM 1 BY 1
                   UNTIL Tgt-Idx > WS-Tgt-Count
               IF Tgt-T-Group(Tgt-Idx) = Ghi-Group
                       AND Tgt-T-Type(Tgt-Idx) = Ghi-Type
                       AND Tgt-T-Eff-Date(Tgt-Idx) <= Ghi-Run-Date
                   IF WS-Tgt-Not-Found
                       SET WS-Tgt-Found TO TRUE
                       SET WS-Tgt-Hit TO Tgt-Idx
                   ELSE
                       IF Tgt-T-Eff-Date(Tgt-Idx)
                               >= Tgt-T-Eff-Date(WS-Tgt-Hit)
                           SET WS-Tgt-Hit TO Tgt-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Load-Group-Master.
           MOVE 0 TO WS-Mst-Count
           OPEN INPUT Groups-Mst-File
           IF WS-Mst-Status NOT = "00"
               DISPLAY "Comply: warning - unable to open "
                   "GROUPS-MST, status " WS-Mst-Status
                   ", department names omitted"
           ELSE
               PERFORM UNTIL WS-Eof
                   READ Groups-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF WS-Mst-Count < 100
                               ADD 1 TO WS-Mst-Count
                               MOVE Mst-Group-Code
                                   TO Mst-Code(WS-Mst-Count)
                               MOVE Mst-Group-Name
                                   TO Mst-Name(WS-Mst-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Groups-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Find-Master-Entry.
           SET WS-Mst-Not-Found TO TRUE
           MOVE 0 TO WS-Mst-Hit
           PERFORM VARYING Mst-Idx FROM 1 BY 1
                   UNTIL Mst-Idx > WS-Mst-Count
               IF Mst-Code(Mst-Idx) = WS-Lookup-Code
                   SET WS-Mst-Found TO TRUE
                   SET WS-Mst-Hit TO Mst-Idx
               END-IF
           END-PERFORM.

       Load-Type-Master.
           MOVE 0 TO WS-Tmst-Count
           OPEN INPUT Types-Mst-File
           IF WS-Tmst-Status NOT = "00"
               DISPLAY "Comply: warning - unable to open "
                   "TYPES-MST, status " WS-Tmst-Status
                   ", units omitted"
           ELSE
               PERFORM UNTIL WS-Eof
                   READ Types-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF WS-Tmst-Count < 50
                               ADD 1 TO WS-Tmst-Count
                               MOVE Typ-Type-Code
                                   TO Tmst-Code(WS-Tmst-Count)
                               MOVE Typ-Type-Desc
                                   TO Tmst-Desc(WS-Tmst-Count)
                               MOVE Typ-Unit
                                   TO Tmst-Unit(WS-Tmst-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Types-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Find-Type-Entry.
           SET WS-Tmst-Not-Found TO TRUE
           MOVE 0 TO WS-Tmst-Hit
           PERFORM VARYING Tmst-Idx FROM 1 BY 1
                   UNTIL Tmst-Idx > WS-Tmst-Count
               IF Tmst-Code(Tmst-Idx) = WS-Lookup-Type
                   SET WS-Tmst-Found TO TRUE
                   SET WS-Tmst-Hit TO Tmst-Idx
               END-IF
           END-PERFORM.

      * One keyed sweep over the month. The store is in business
      * date order, so each pair's days arrive oldest first and the
      * breach streaks can be followed as the rows go by. Rows with
      * no readings behind them are not business days for the pair.
       Load-Month-Rows.
           OPEN INPUT Stats-Ghi-File
           IF WS-Ghi-Status NOT = "00"
               DISPLAY "Comply: unable to open STATS-GHI, status "
                   WS-Ghi-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-From-Date TO Ghi-Run-Date
           MOVE LOW-VALUES   TO Ghi-Group
           MOVE LOW-VALUES   TO Ghi-Type
           START Stats-Ghi-File KEY >= Ghi-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM Read-Next-Row UNTIL WS-Eof
           CLOSE Stats-Ghi-File
           MOVE "N" TO WS-Eof-Sw.

       Read-Next-Row.
           READ Stats-Ghi-File NEXT RECORD
               AT END
                   SET WS-Eof TO TRUE
               NOT AT END
                   IF Ghi-Run-Date > WS-To-Date
                       SET WS-Eof TO TRUE
                   ELSE
                       IF Ghi-Count > 0
                           PERFORM Assess-Row
                       END-IF
                   END-IF
           END-READ.

       Assess-Row.
           PERFORM Find-Pair-Slot
           IF WS-Pair-Hit > 0
               PERFORM Find-Target-Entry
               IF WS-Tgt-Not-Found
                   ADD 1 TO Pair-No-Tgt(WS-Pair-Hit)
               ELSE
                   MOVE Tgt-T-Mean(WS-Tgt-Hit)
                       TO Pair-Target(WS-Pair-Hit)
                   MOVE Tgt-T-Lower(WS-Tgt-Hit)
                       TO Pair-Lower(WS-Pair-Hit)
                   MOVE Tgt-T-Upper(WS-Tgt-Hit)
                       TO Pair-Upper(WS-Pair-Hit)
                   COMPUTE WS-Low-Limit =
                       Tgt-T-Mean(WS-Tgt-Hit) - Tgt-T-Lower(WS-Tgt-Hit)
                   COMPUTE WS-High-Limit =
                       Tgt-T-Mean(WS-Tgt-Hit) + Tgt-T-Upper(WS-Tgt-Hit)
                   EVALUATE TRUE
                       WHEN Ghi-Mean < WS-Low-Limit
                           COMPUTE WS-Breach = Ghi-Mean - WS-Low-Limit
                       WHEN Ghi-Mean > WS-High-Limit
                           COMPUTE WS-Breach =
                               Ghi-Mean - WS-High-Limit
                       WHEN OTHER
                           MOVE 0 TO WS-Breach
                   END-EVALUATE
                   ADD 1 TO Pair-Days(WS-Pair-Hit)
                   IF WS-Breach = 0
                       ADD 1 TO Pair-In(WS-Pair-Hit)
                       MOVE 0 TO Pair-Run(WS-Pair-Hit)
                   ELSE
                       PERFORM Record-Breach
                   END-IF
               END-IF
           END-IF.

       Record-Breach.
           ADD 1 TO Pair-Out(WS-Pair-Hit)
           IF FUNCTION ABS(WS-Breach)
                   > FUNCTION ABS(Pair-Worst(WS-Pair-Hit))
               MOVE WS-Breach    TO Pair-Worst(WS-Pair-Hit)
               MOVE Ghi-Run-Date TO Pair-Worst-Date(WS-Pair-Hit)
           END-IF
           IF Pair-Run(WS-Pair-Hit) = 0
               MOVE Ghi-Run-Date TO Pair-Run-Start(WS-Pair-Hit)
           END-IF
           ADD 1 TO Pair-Run(WS-Pair-Hit)
           IF Pair-Run(WS-Pair-Hit) = 2
               ADD 1 TO Pair-Streaks(WS-Pair-Hit)
           END-IF
           IF Pair-Run(WS-Pair-Hit) > Pair-Long(WS-Pair-Hit)
               MOVE Pair-Run(WS-Pair-Hit) TO Pair-Long(WS-Pair-Hit)
               MOVE Pair-Run-Start(WS-Pair-Hit)
                   TO Pair-Long-Start(WS-Pair-Hit)
               MOVE Ghi-Run-Date TO Pair-Long-End(WS-Pair-Hit)
           END-IF.

       Find-Pair-Slot.
           SET WS-Pair-Not-Found TO TRUE
           MOVE 0 TO WS-Pair-Hit
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Group(Pair-Idx) = Ghi-Group
                       AND Pair-Type(Pair-Idx) = Ghi-Type
                   SET WS-Pair-Found TO TRUE
                   SET WS-Pair-Hit TO Pair-Idx
               END-IF
           END-PERFORM
           IF WS-Pair-Not-Found
               IF WS-Pair-Count < 1000
                   ADD 1 TO WS-Pair-Count
                   MOVE WS-Pair-Count TO WS-Pair-Hit
                   MOVE Ghi-Group TO Pair-Group(WS-Pair-Hit)
                   MOVE Ghi-Type  TO Pair-Type(WS-Pair-Hit)
                   MOVE 0 TO Pair-Days(WS-Pair-Hit)
                   MOVE 0 TO Pair-In(WS-Pair-Hit)
                   MOVE 0 TO Pair-Out(WS-Pair-Hit)
                   MOVE 0 TO Pair-No-Tgt(WS-Pair-Hit)
                   MOVE 0 TO Pair-Target(WS-Pair-Hit)
                   MOVE 0 TO Pair-Lower(WS-Pair-Hit)
                   MOVE 0 TO Pair-Upper(WS-Pair-Hit)
                   MOVE 0 TO Pair-Worst(WS-Pair-Hit)
                   MOVE SPACES TO Pair-Worst-Date(WS-Pair-Hit)
                   MOVE 0 TO Pair-Run(WS-Pair-Hit)
                   MOVE SPACES TO Pair-Run-Start(WS-Pair-Hit)
                   MOVE 0 TO Pair-Long(WS-Pair-Hit)
                   MOVE SPACES TO Pair-Long-Start(WS-Pair-Hit)
                   MOVE SPACES TO Pair-Long-End(WS-Pair-Hit)
                   MOVE 0 TO Pair-Streaks(WS-Pair-Hit)
               ELSE
                   DISPLAY "Comply: more than 1000 group/type "
                       "pairs, " Ghi-Group " " Ghi-Type
                       " excluded from the report"
               END-IF
           END-IF.

      * Group then type order, so each group's pairs print together
      * under one heading with its compliance line after them.
       Sort-Pair-List.
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-Pair-Count
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > WS-Pair-Count - i
                   IF Pair-Group(j) > Pair-Group(j + 1)
                           OR (Pair-Group(j) = Pair-Group(j + 1)
                           AND Pair-Type(j) > Pair-Type(j + 1))
                       MOVE Pair-Entry(j)     TO Swap-Pair
                       MOVE Pair-Entry(j + 1) TO Pair-Entry(j)
                       MOVE Swap-Pair         TO Pair-Entry(j + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Write-Report-Header.
           MOVE SPACES TO Rpt-Line
           STRING "TARGET COMPLIANCE REPORT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "Month: "     DELIMITED BY SIZE
                  WS-Month      DELIMITED BY SIZE
                  "  ("         DELIMITED BY SIZE
                  WS-From-Date  DELIMITED BY SIZE
                  " to "        DELIMITED BY SIZE
                  WS-To-Date    DELIMITED BY SIZE
                  ")"           DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "Days are business days with a group/type row "
                  "on STATS.GHI; the worst breach is the distance "
                  "beyond the tolerance band"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line.

       Write-Group-Heading.
           MOVE WS-Cur-Group TO WS-Lookup-Code
           PERFORM Find-Master-Entry
           IF WS-Mst-Found
               MOVE Mst-Name(WS-Mst-Hit) TO Rpt-Name-Ed
           ELSE
               MOVE "(not on GROUPS.MST)" TO Rpt-Name-Ed
           END-IF
           MOVE 0 TO WS-Grp-Days
           MOVE 0 TO WS-Grp-In
           MOVE 0 TO WS-Grp-Out

           MOVE SPACES TO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "GROUP "     DELIMITED BY SIZE
                  WS-Cur-Group DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  Rpt-Name-Ed  DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "  TY UNIT          TARGET   TOL-BELOW   TOL-ABOVE"
                  " DAYS   IN  OUT COMPL%  WORST BREACH   ON DATE"
                  "   RUNS LONG  LONGEST STREAK"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line.

      * One line per pair: the target in effect on its last assessed
      * day, days in and out of tolerance, compliance percentage,
      * worst breach with its date, the number of breach streaks and
      * the longest streak with its first and last day. The same
      * figures go to the CSV.
       Write-Pair-Line.
           ADD 1 TO WS-Assessed-Count
           ADD Pair-Days(Pair-Idx) TO WS-Grp-Days
           ADD Pair-In(Pair-Idx)   TO WS-Grp-In
           ADD Pair-Out(Pair-Idx)  TO WS-Grp-Out
           ADD Pair-Days(Pair-Idx) TO WS-Tot-Days
           ADD Pair-In(Pair-Idx)   TO WS-Tot-In
           ADD Pair-Out(Pair-Idx)  TO WS-Tot-Out

           MOVE Pair-Type(Pair-Idx) TO WS-Lookup-Type
           PERFORM Find-Type-Entry
           IF WS-Tmst-Found
               MOVE Tmst-Unit(WS-Tmst-Hit) TO Rpt-Unit-Ed
           ELSE
               MOVE SPACES TO Rpt-Unit-Ed
           END-IF

           MOVE Pair-Target(Pair-Idx) TO Rpt-Target-Ed
           MOVE Pair-Lower(Pair-Idx)  TO Rpt-Lower-Ed
           MOVE Pair-Upper(Pair-Idx)  TO Rpt-Upper-Ed
           MOVE Pair-Days(Pair-Idx)   TO Rpt-Days-Ed
           MOVE Pair-In(Pair-Idx)     TO Rpt-In-Ed
           MOVE Pair-Out(Pair-Idx)    TO Rpt-Out-Ed
           MOVE Pair-Streaks(Pair-Idx) TO Rpt-Streaks-Ed
           MOVE Pair-Long(Pair-Idx)   TO Rpt-Long-Ed
           COMPUTE WS-Compliance-Pct ROUNDED =
               Pair-In(Pair-Idx) * 100 / Pair-Days(Pair-Idx)
           MOVE WS-Compliance-Pct TO Rpt-Pct-Ed
           MOVE Rpt-Pct-Ed TO Rpt-Pct-Txt
           IF Pair-Out(Pair-Idx) > 0
               MOVE Pair-Worst(Pair-Idx) TO Rpt-Worst-Ed
               MOVE Rpt-Worst-Ed TO Rpt-Worst-Txt
               MOVE Pair-Worst-Date(Pair-Idx) TO Rpt-Worst-Date
               MOVE SPACES TO Rpt-Span-Txt
               STRING Pair-Long-Start(Pair-Idx) DELIMITED BY SIZE
                      "-"                       DELIMITED BY SIZE
                      Pair-Long-End(Pair-Idx)   DELIMITED BY SIZE
                   INTO Rpt-Span-Txt
           ELSE
               MOVE "          -" TO Rpt-Worst-Txt
               MOVE SPACES TO Rpt-Worst-Date
               MOVE SPACES TO Rpt-Span-Txt
           END-IF

           MOVE SPACES TO Rpt-Line
           STRING "  "                 DELIMITED BY SIZE
                  Pair-Type(Pair-Idx)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Unit-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Target-Ed        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Lower-Ed         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Upper-Ed         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Days-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-In-Ed            DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Out-Ed           DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  Rpt-Pct-Txt          DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  Rpt-Worst-Txt        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Worst-Date       DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  Rpt-Streaks-Ed       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Long-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Span-Txt         DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE Pair-Type(Pair-Idx) TO Csv-Type-Ed
           PERFORM Write-Csv-Row.

      * Compliance for the group is its days in tolerance over all
      * the days its pairs were assessed against a target.
       Write-Group-Total.
           COMPUTE WS-Compliance-Pct ROUNDED =
               WS-Grp-In * 100 / WS-Grp-Days
           MOVE WS-Compliance-Pct TO Rpt-Pct-Ed
           MOVE WS-Grp-Days TO Rpt-Total-Ed
           MOVE WS-Grp-In   TO Rpt-Tot-In-Ed
           MOVE WS-Grp-Out  TO Rpt-Tot-Out-Ed
           MOVE SPACES TO Rpt-Line
           STRING "  GROUP "          DELIMITED BY SIZE
                  WS-Cur-Group        DELIMITED BY SIZE
                  " COMPLIANCE "      DELIMITED BY SIZE
                  Rpt-Pct-Ed          DELIMITED BY SIZE
                  "%  days assessed " DELIMITED BY SIZE
                  Rpt-Total-Ed        DELIMITED BY SIZE
                  "  in "             DELIMITED BY SIZE
                  Rpt-Tot-In-Ed       DELIMITED BY SIZE
                  "  out "            DELIMITED BY SIZE
                  Rpt-Tot-Out-Ed      DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE "ALL" TO Csv-Type-Ed
           PERFORM Write-Csv-Group-Row.

      * Pairs reporting on days before any target took effect for
      * them, or with no target at all, are listed so the missing
      * targets can be set up.
       Write-Untargeted-Pairs.
           MOVE SPACES TO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "PAIRS REPORTING WITHOUT A TARGET IN EFFECT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-No-Tgt(Pair-Idx) > 0
                   ADD 1 TO WS-No-Tgt-Count
                   MOVE Pair-Group(Pair-Idx) TO WS-Lookup-Code
                   PERFORM Find-Master-Entry
                   IF WS-Mst-Found
                       MOVE Mst-Name(WS-Mst-Hit) TO Rpt-Name-Ed
                   ELSE
                       MOVE SPACES TO Rpt-Name-Ed
                   END-IF
                   MOVE Pair-No-Tgt(Pair-Idx) TO Rpt-Days-Ed
                   MOVE SPACES TO Rpt-Line
                   STRING "  "                 DELIMITED BY SIZE
                          Pair-Group(Pair-Idx) DELIMITED BY SIZE
                          "  "                 DELIMITED BY SIZE
                          Rpt-Name-Ed          DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Pair-Type(Pair-Idx)  DELIMITED BY SIZE
                          "  days "            DELIMITED BY SIZE
                          Rpt-Days-Ed          DELIMITED BY SIZE
                       INTO Rpt-Line
                   WRITE Comply-Rpt-Rec FROM Rpt-Line
               END-IF
           END-PERFORM
           IF WS-No-Tgt-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "  (none)" DELIMITED BY SIZE INTO Rpt-Line
               WRITE Comply-Rpt-Rec FROM Rpt-Line
           END-IF.

       Write-Report-Footer.
           IF WS-Tot-Days > 0
               COMPUTE WS-Compliance-Pct ROUNDED =
                   WS-Tot-In * 100 / WS-Tot-Days
               MOVE WS-Compliance-Pct TO Rpt-Pct-Ed
               MOVE Rpt-Pct-Ed TO Rpt-Pct-Txt
           ELSE
               MOVE "  n/a" TO Rpt-Pct-Txt
           END-IF

           MOVE SPACES TO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line
           MOVE WS-Tot-Days TO Rpt-Total-Ed
           MOVE WS-Tot-In   TO Rpt-Tot-In-Ed
           MOVE WS-Tot-Out  TO Rpt-Tot-Out-Ed
           MOVE SPACES TO Rpt-Line
           STRING "MONTH TOTAL  compliance " DELIMITED BY SIZE
                  Rpt-Pct-Txt                DELIMITED BY SIZE
                  "%  days assessed "        DELIMITED BY SIZE
                  Rpt-Total-Ed               DELIMITED BY SIZE
                  "  in "                    DELIMITED BY SIZE
                  Rpt-Tot-In-Ed              DELIMITED BY SIZE
                  "  out "                   DELIMITED BY SIZE
                  Rpt-Tot-Out-Ed             DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line

           MOVE WS-Assessed-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Group/type pairs assessed: " DELIMITED BY SIZE
                  Rpt-Count-Ed                  DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line
           MOVE WS-No-Tgt-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Pairs without a target: " DELIMITED BY SIZE
                  Rpt-Count-Ed               DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line
           MOVE WS-Tgt-Bad-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Target rows rejected: " DELIMITED BY SIZE
                  Rpt-Count-Ed             DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Comply-Rpt-Rec FROM Rpt-Line.

       Write-Csv-Header.
           MOVE SPACES TO Csv-Line
           STRING "Month,Group,Name,Type,Target,TolBelow,TolAbove,"
                  "Days,InTol,OutTol,CompliancePct,WorstBreach,"
                  "WorstDate,Streaks,LongestRun,RunFrom,RunTo"
               DELIMITED BY SIZE INTO Csv-Line
           WRITE Comply-Csv-Rec FROM Csv-Line.

       Write-Csv-Row.
           IF Pair-Out(Pair-Idx) = 0
               MOVE SPACES TO Rpt-Worst-Txt
           END-IF
           MOVE SPACES TO Csv-Line
           STRING WS-Month                  DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Pair-Group(Pair-Idx)      DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  QUOTE                     DELIMITED BY SIZE
                  Rpt-Name-Ed               DELIMITED BY "  "
                  QUOTE                     DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Csv-Type-Ed               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Target-Ed             DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Lower-Ed              DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Upper-Ed              DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Days-Ed               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-In-Ed                 DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Out-Ed                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Pct-Ed                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Worst-Txt             DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Pair-Worst-Date(Pair-Idx) DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Streaks-Ed            DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Rpt-Long-Ed               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Pair-Long-Start(Pair-Idx) DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  Pair-Long-End(Pair-Idx)   DELIMITED BY SIZE
               INTO Csv-Line
           WRITE Comply-Csv-Rec FROM Csv-Line.

      * Group rows carry type ALL and the group's totals, leaving the
      * per-pair target and breach columns empty.
       Write-Csv-Group-Row.
           MOVE WS-Grp-Days TO Rpt-Days-Ed
           MOVE WS-Grp-In   TO Rpt-In-Ed
           MOVE WS-Grp-Out  TO Rpt-Out-Ed
           MOVE SPACES TO Csv-Line
           STRING WS-Month     DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-Cur-Group DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  QUOTE        DELIMITED BY SIZE
                  Rpt-Name-Ed  DELIMITED BY "  "
                  QUOTE        DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Csv-Type-Ed  DELIMITED BY SIZE
                  ",,,,"       DELIMITED BY SIZE
                  Rpt-Days-Ed  DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Rpt-In-Ed    DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Rpt-Out-Ed   DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Rpt-Pct-Ed   DELIMITED BY SIZE
                  ",,,,,,"     DELIMITED BY SIZE
               INTO Csv-Line
           WRITE Comply-Csv-Rec FROM Csv-Line.
