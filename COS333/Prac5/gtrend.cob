               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Types-Mst-File ASSIGN TO "TYPES.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tmst-Status.

           SELECT Stats-Prm-File ASSIGN TO "STATS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-Status.
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

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-Ghi-Status          PIC XX.
       01  WS-Mst-Status          PIC XX.
       01  WS-Tmst-Status         PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).

      * Anomaly threshold: a group/type pair's run is flagged when
      * its mean sits more than this many standard deviations away
       01  WS-Mst-Hit             PIC 9(3).
       01  WS-Lookup-Code         PIC X(4).

      * Reading-type master, for the description and unit of
      * measure on each pair heading.
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

      * Per-group/per-type history rows loaded from STATS.GHI. The
      * key order is run date major, so a sequential read delivers
      * every pair's rows already in date order; filtering by pair
       01  Rpt-Flag-Ed            PIC X(7).
       01  Rpt-Count-Ed           PIC ZZZZ9.
       01  Rpt-Name-Ed            PIC X(30).
       01  Rpt-Desc-Ed            PIC X(20).
       01  Rpt-Unit-Ed            PIC X(8).

       PROCEDURE DIVISION.

       Main-Pgm.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time

           MOVE 0 TO RETURN-CODE
           PERFORM Load-Parameters
           PERFORM Load-Group-Master
           PERFORM Load-Type-Master
           PERFORM Load-Group-History
           PERFORM Build-Pair-List

               END-IF
           END-PERFORM.

       Load-Type-Master.
           MOVE 0 TO WS-Tmst-Count
           OPEN INPUT Types-Mst-File
           IF WS-Tmst-Status NOT = "00"
               DISPLAY "GTrend: warning - unable to open "
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

      * Looks WS-Lookup-Type up in the reading-type table and edits
      * its description and unit, blank when the type is not on it.
       Find-Type-Entry.
           SET WS-Tmst-Not-Found TO TRUE
           MOVE 0 TO WS-Tmst-Hit
           MOVE SPACES TO Rpt-Desc-Ed
           MOVE SPACES TO Rpt-Unit-Ed
           PERFORM VARYING Tmst-Idx FROM 1 BY 1
                   UNTIL Tmst-Idx > WS-Tmst-Count
               IF Tmst-Code(Tmst-Idx) = WS-Lookup-Type
                   SET WS-Tmst-Found TO TRUE
                   SET WS-Tmst-Hit TO Tmst-Idx
                   MOVE Tmst-Desc(Tmst-Idx) TO Rpt-Desc-Ed
                   MOVE Tmst-Unit(Tmst-Idx) TO Rpt-Unit-Ed
               END-IF
           END-PERFORM.

      * Streams the whole indexed store into Row-Table. The store is
      * best-effort in the Stats module, so it is best-effort here
      * too: a site whose runtime cannot host it, or that has no
               INTO Rpt-Line
           WRITE Gtrend-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Gtrend-Rpt-Rec FROM Rpt-Line

           MOVE WS-Sigma-Limit TO Rpt-Sigma-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Anomaly threshold: " DELIMITED BY SIZE
           ELSE
               MOVE SPACES TO Rpt-Name-Ed
           END-IF
           MOVE WS-Cur-Type TO WS-Lookup-Type
           PERFORM Find-Type-Entry

           MOVE SPACES TO Rpt-Line
           WRITE Gtrend-Rpt-Rec FROM Rpt-Line
                  Rpt-Name-Ed   DELIMITED BY SIZE
                  "  TYPE "     DELIMITED BY SIZE
                  WS-Cur-Type   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-Desc-Ed   DELIMITED BY SIZE
                  "  UNIT: "    DELIMITED BY SIZE
                  Rpt-Unit-Ed   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Gtrend-Rpt-Rec FROM Rpt-Line

                       ELSE
                           MOVE SPACES TO Rpt-Name-Ed
                       END-IF
                       MOVE Pair-Type(Pair-Idx) TO WS-Lookup-Type
                       PERFORM Find-Type-Entry
                       MOVE SPACES TO Rpt-Line
                       STRING Pair-Group(Pair-Idx)
                                            DELIMITED BY SIZE
                                            DELIMITED BY SIZE
                              "  "          DELIMITED BY SIZE
                              Rpt-Name-Ed   DELIMITED BY SIZE
                              "  "          DELIMITED BY SIZE
                              Rpt-Desc-Ed   DELIMITED BY SIZE
                              "  "          DELIMITED BY SIZE
                              Rpt-Unit-Ed   DELIMITED BY SIZE
                           INTO Rpt-Line
                       WRITE Gtrend-Rpt-Rec FROM Rpt-Line
                   END-IF
