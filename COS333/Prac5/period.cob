               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Types-Mst-File ASSIGN TO "TYPES.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tmst-Status.

           SELECT Period-Rpt-File ASSIGN TO "PERIOD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

      * Run lock held by the nightly job stream while it is active.
           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stats-Ghi-File.
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

       FD  Period-Rpt-File.
       01  Period-Rpt-Rec         PIC X(132).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Ghi-Status          PIC XX.
       01  WS-Mst-Status          PIC XX.
       01  WS-Tmst-Status         PIC XX.
       01  WS-Rpt-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Mst-Hit             PIC 9(3).
       01  WS-Lookup-Code         PIC X(4).

      * Reading-type master, for the description and unit of
      * measure beside each pair's type code.
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

      * One consolidation slot per group/type pair: this period's
      * aggregates (count-weighted mean pieces, min/max of the daily
      * means, reading count, days reported) and the prior period's
      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Name-Ed            PIC X(30).
       01  Rpt-Desc-Ed            PIC X(20).
       01  Rpt-Unit-Ed            PIC X(8).
       01  Rpt-Days-Ed            PIC ZZZZ9.
       01  Rpt-Readings-Ed        PIC Z(7)9.
       01  Rpt-Wmean-Ed           PIC Z(4)9.9999.
       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time
           MOVE 0 TO RETURN-CODE
           PERFORM Read-Request
           PERFORM Load-Group-Master
           PERFORM Load-Type-Master
           PERFORM Load-Period-Rows

           OPEN OUTPUT Period-Rpt-File
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
               DISPLAY "Period: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pulls the request off SYSIN: one six-digit word is taken as
      * a calendar month and expanded to its first and last day; two
      * eight-digit words are taken as an explicit from/to range.
               END-IF
           END-PERFORM.

       Load-Type-Master.
           MOVE 0 TO WS-Tmst-Count
           OPEN INPUT Types-Mst-File
           IF WS-Tmst-Status NOT = "00"
               DISPLAY "Period: warning - unable to open "
                   "TYPES-MST, status " WS-Tmst-Status
                   ", type descriptions omitted"
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

      * One keyed sweep from the prior period's first day to the
      * requested to-date folds both periods into the pair table:
      * prior-period rows feed only the change column, this period's

           MOVE SPACES TO Rpt-Line
           STRING "GROUP DEPARTMENT NAME              "
                  "TY DESCRIPTION          UNIT    "
                  "   DAYS  READINGS      W-MEAN"
                  "    MIN-MEAN    MAX-MEAN  CHANGE%"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Period-Rpt-Rec FROM Rpt-Line.
           ELSE
               MOVE SPACES TO Rpt-Name-Ed
           END-IF
           MOVE Pair-Type(Pair-Idx) TO WS-Lookup-Type
           PERFORM Find-Type-Entry
           IF WS-Tmst-Found
               MOVE Tmst-Desc(WS-Tmst-Hit) TO Rpt-Desc-Ed
               MOVE Tmst-Unit(WS-Tmst-Hit) TO Rpt-Unit-Ed
           ELSE
               MOVE SPACES TO Rpt-Desc-Ed
               MOVE SPACES TO Rpt-Unit-Ed
           END-IF

           MOVE Pair-Days(Pair-Idx)     TO Rpt-Days-Ed
           MOVE Pair-Readings(Pair-Idx) TO Rpt-Readings-Ed
                  Rpt-Name-Ed          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Pair-Type(Pair-Idx)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Desc-Ed          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Rpt-Unit-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Days-Ed          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
