       IDENTIFICATION DIVISION.
       PROGRAM-ID. Distrib.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Groups-Mst-File ASSIGN TO "GROUPS.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Stats-Rpt-File ASSIGN TO "STATS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Srpt-Status.

           SELECT Reject-Mst-File ASSIGN TO "REJECT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rmst-Status.

           SELECT Outlier-Mst-File ASSIGN TO "OUTLIER.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Omst-Status.

           SELECT Gtrend-Rpt-File ASSIGN TO "GTREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gtr-Status.

      * One packet per owner; the name is built at run time as
      * <owner id>.PKT.
           SELECT Packet-File ASSIGN TO DYNAMIC WS-Pkt-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pkt-Status.

           SELECT Distrib-Man-File ASSIGN TO "DISTRIB.MAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Man-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same record the GrpMnt module maintains; the owner is the
      * department head the group's packet goes to.
       FD  Groups-Mst-File.
       01  Groups-Mst-Rec.
           05  Mst-Group-Code     PIC X(4).
           05  Mst-Group-Name     PIC X(30).
           05  Mst-Active-Flag    PIC X.
           05  Mst-Min-Value      PIC 9(5)V9(2).
           05  Mst-Max-Value      PIC 9(5)V9(2).
           05  Mst-Owner-Id       PIC X(8).
           05  Mst-Owner-Name     PIC X(30).

      * Tonight's shop-wide report from the Stats module. A group
      * line carries the group code in columns 1-4 and blanks in
      * 5-6; batch and reading-type headings precede the lines they
      * cover.
       FD  Stats-Rpt-File.
       01  Stats-Rpt-Rec          PIC X(132).

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
               88  Mst-Rej-Closed             VALUE "C".
           05  Mst-Rej-Cor-Date   PIC X(8).
           05  Mst-Rej-Sensor     PIC X(8).

      * Same record the OutReg module keeps.
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
           05  Mst-Out-Disp-Date  PIC X(8).
           05  Mst-Out-Sensor     PIC X(8).

      * Tonight's report from the GTrend module: a "GROUP gggg"
      * heading per group/type pair, its run lines (flagged runs
      * carry ANOMALY), then the drifting-pairs list keyed by group
      * code in columns 1-4.
       FD  Gtrend-Rpt-File.
       01  Gtrend-Rpt-Rec         PIC X(132).

       FD  Packet-File.
       01  Packet-Rec             PIC X(132).

       FD  Distrib-Man-File.
       01  Distrib-Man-Rec        PIC X(132).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Mst-Status          PIC XX.
       01  WS-Srpt-Status         PIC XX.
           88  WS-Srpt-Not-Found              VALUE "35".
       01  WS-Rmst-Status         PIC XX.
           88  WS-Rmst-Not-Found              VALUE "35".
       01  WS-Omst-Status         PIC XX.
           88  WS-Omst-Not-Found              VALUE "35".
       01  WS-Gtr-Status          PIC XX.
           88  WS-Gtr-Not-Found               VALUE "35".
       01  WS-Pkt-Status          PIC XX.
       01  WS-Man-Status          PIC XX.
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).
       01  WS-Today-Int           PIC 9(8).
       01  WS-Row-Int             PIC 9(8).
       01  WS-Age-Days            PIC S9(5).
       01  WS-Age-Date            PIC X(8).
       01  WS-Pkt-Name            PIC X(30).

      * Audit log controls, as in the Stats module.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * Group/department master, with the owner table entry each
      * group goes out under (zero: no owner recorded).
       01  WS-Grp-Count           PIC 9(3) VALUE 0.
       01  Grp-Table.
           05  Grp-Entry OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-Grp-Count
                   INDEXED BY Grp-Idx.
               10  Grp-Code       PIC X(4).
               10  Grp-Name       PIC X(30).
               10  Grp-Active     PIC X.
               10  Grp-Owner-Ix   PIC 9(3).

      * One entry per distinct owner id, with what went into the
      * owner's packet. Owners are taken in id order.
       01  WS-Own-Count           PIC 9(3) VALUE 0.
       01  Own-Table.
           05  Own-Entry OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-Own-Count
                   INDEXED BY Own-Idx.
               10  Own-Id         PIC X(8).
               10  Own-Name       PIC X(30).
               10  Own-Groups     PIC 9(3).
               10  Own-Pages      PIC 9(5).
               10  Own-Lines      PIC 9(7).
               10  Own-Stat-Lines PIC 9(5).
               10  Own-Rejects    PIC 9(5).
               10  Own-Outliers   PIC 9(5).
               10  Own-Flags      PIC 9(5).
               10  Own-Done-Sw    PIC X.
                   88  Own-Done               VALUE "Y".
       01  WS-Own-Hit             PIC 9(3).
       01  WS-Cur-Own             PIC 9(3).
       01  WS-Lookup-Code         PIC X(4).
       01  WS-Owned-Sw            PIC X.
           88  WS-Owned                       VALUE "Y".

      * Packet pagination: a page heading every WS-Page-Size lines.
       01  WS-Page-Size           PIC 9(3) VALUE 60.
       01  WS-Page-Line           PIC 9(3) VALUE 0.
       01  Pkt-Line               PIC X(132).

      * Report-slicing state: the latest batch, reading-type, pair
      * and column headings seen, and whether each has gone into the
      * packet yet.
       01  WS-Col-Head            PIC X(132).
       01  WS-Batch-Head          PIC X(132).
       01  WS-Type-Head           PIC X(132).
       01  WS-Pair-Head           PIC X(132).
       01  WS-Batch-Shown-Sw      PIC X.
           88  WS-Batch-Shown                 VALUE "Y".
       01  WS-Type-Shown-Sw       PIC X.
           88  WS-Type-Shown                  VALUE "Y".
       01  WS-Pair-Shown-Sw       PIC X.
           88  WS-Pair-Shown                  VALUE "Y".
       01  WS-Drift-Sw            PIC X.
           88  WS-In-Drift-List               VALUE "Y".
       01  WS-Drift-Shown-Sw      PIC X.
           88  WS-Drift-Shown                 VALUE "Y".
       01  WS-Anomaly-Tally       PIC 9(3).

       01  WS-Srpt-Avail-Sw       PIC X VALUE "Y".
           88  WS-Srpt-Available              VALUE "Y".
       01  WS-Gtr-Avail-Sw        PIC X VALUE "Y".
           88  WS-Gtr-Available               VALUE "Y".
       01  WS-Gtr-Date            PIC X(8) VALUE SPACES.
       01  WS-Missing-Count       PIC 9(3) VALUE 0.
       01  WS-Unowned-Count       PIC 9(3) VALUE 0.
       01  WS-Packet-Count        PIC 9(3) VALUE 0.
       01  WS-Total-Lines         PIC 9(7) VALUE 0.
       01  WS-Total-Pages         PIC 9(5) VALUE 0.

      * Print work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Value-Ed           PIC ZZZZ9.99.
       01  Rpt-Mean-Ed            PIC ZZZZ9.9999.
       01  Rpt-Z-Ed               PIC -ZZZZ9.99.
       01  Rpt-Age-Ed             PIC ZZZ9.
       01  Rpt-Page-Ed            PIC ZZZ9.
       01  Rpt-Groups-Ed          PIC ZZ9.
       01  Rpt-Pages-Ed           PIC ZZZZ9.
       01  Rpt-Lines-Ed           PIC ZZZZZZ9.
       01  Rpt-Count-Ed           PIC ZZZZ9.
       01  Rpt-Count2-Ed          PIC ZZZZ9.
       01  Rpt-Count3-Ed          PIC ZZZZ9.
       01  Rpt-Count4-Ed          PIC ZZZZ9.

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
           MOVE "Distrib run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Group-Master
           PERFORM Check-Sources
           PERFORM Open-Manifest
           MOVE 1 TO WS-Cur-Own
           PERFORM UNTIL WS-Cur-Own = 0
               PERFORM Select-Next-Owner
               IF WS-Cur-Own > 0
                   PERFORM Build-Packet
                   PERFORM Write-Manifest-Line
               END-IF
           END-PERFORM
           PERFORM Write-Manifest-Footer
           CLOSE Distrib-Man-File

           DISPLAY "Distrib: packets written      " WS-Packet-Count
           DISPLAY "Distrib: lines distributed    " WS-Total-Lines
           DISPLAY "Distrib: groups with no owner " WS-Unowned-Count
           DISPLAY "Distrib: source files missing " WS-Missing-Count
           IF (WS-Unowned-Count > 0 OR WS-Missing-Count > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

      * Builds the group table and one owner entry per distinct
      * owner id. Without GROUPS.MST nobody can be told anything.
       Load-Group-Master.
           OPEN INPUT Groups-Mst-File
           IF WS-Mst-Status NOT = "00"
               DISPLAY "Distrib: unable to open GROUPS-MST, status "
                   WS-Mst-Status
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Groups-Mst-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Grp-Count < 100
                           PERFORM Add-Group-Entry
                       ELSE
                           DISPLAY "Distrib: more than 100 master "
                               "groups, " Mst-Group-Code " ignored"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Groups-Mst-File
           MOVE "N" TO WS-Eof-Sw.

       Add-Group-Entry.
           ADD 1 TO WS-Grp-Count
           MOVE Mst-Group-Code  TO Grp-Code(WS-Grp-Count)
           MOVE Mst-Group-Name  TO Grp-Name(WS-Grp-Count)
           MOVE Mst-Active-Flag TO Grp-Active(WS-Grp-Count)
           MOVE 0 TO Grp-Owner-Ix(WS-Grp-Count)
           IF Mst-Owner-Id = SPACES
               ADD 1 TO WS-Unowned-Count
           ELSE
               MOVE 0 TO WS-Own-Hit
               PERFORM VARYING Own-Idx FROM 1 BY 1
                       UNTIL Own-Idx > WS-Own-Count
                   IF Own-Id(Own-Idx) = Mst-Owner-Id
                       SET WS-Own-Hit TO Own-Idx
                   END-IF
               END-PERFORM
               IF WS-Own-Hit = 0
                   ADD 1 TO WS-Own-Count
                   MOVE WS-Own-Count TO WS-Own-Hit
                   MOVE Mst-Owner-Id   TO Own-Id(WS-Own-Hit)
                   MOVE Mst-Owner-Name TO Own-Name(WS-Own-Hit)
                   MOVE 0 TO Own-Groups(WS-Own-Hit)
                   MOVE 0 TO Own-Pages(WS-Own-Hit)
                   MOVE 0 TO Own-Lines(WS-Own-Hit)
                   MOVE 0 TO Own-Stat-Lines(WS-Own-Hit)
                   MOVE 0 TO Own-Rejects(WS-Own-Hit)
                   MOVE 0 TO Own-Outliers(WS-Own-Hit)
                   MOVE 0 TO Own-Flags(WS-Own-Hit)
                   MOVE "N" TO Own-Done-Sw(WS-Own-Hit)
               END-IF
               MOVE WS-Own-Hit TO Grp-Owner-Ix(WS-Grp-Count)
               ADD 1 TO Own-Groups(WS-Own-Hit)
           END-IF.

      * The two shop-wide reports are tonight's only copy of what
      * they say; one not produced (its step skipped or failed) is
      * named on the manifest and in every packet rather than
      * silently left out. GTrend can stop before it rewrites
      * GTREND.RPT while the Stats step still ran clean, so a
      * GTREND.RPT whose header run date is not today's is an
      * earlier night's and is treated as not produced. A missing
      * register just means nothing has been rejected or flagged
      * yet.
       Check-Sources.
           OPEN INPUT Stats-Rpt-File
           IF WS-Srpt-Status = "00"
               CLOSE Stats-Rpt-File
           ELSE
               MOVE "N" TO WS-Srpt-Avail-Sw
               ADD 1 TO WS-Missing-Count
               MOVE "STATS.RPT not available, statistics not sent"
                   TO WS-Log-Text
               PERFORM Write-Log
           END-IF
           OPEN INPUT Gtrend-Rpt-File
           IF WS-Gtr-Status = "00"
               PERFORM UNTIL WS-Eof OR WS-Gtr-Date NOT = SPACES
                   READ Gtrend-Rpt-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF Gtrend-Rpt-Rec(1:10) = "Run Date: "
                               MOVE Gtrend-Rpt-Rec(11:8)
                                   TO WS-Gtr-Date
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Gtrend-Rpt-File
               MOVE "N" TO WS-Eof-Sw
               IF WS-Gtr-Date NOT = WS-Run-Date
                   MOVE "N" TO WS-Gtr-Avail-Sw
                   ADD 1 TO WS-Missing-Count
                   IF WS-Gtr-Date = SPACES
                       MOVE SPACES TO WS-Log-Text
                       STRING "GTREND.RPT carries no run date, "
                              "trend flags not sent"
                           DELIMITED BY SIZE INTO WS-Log-Text
                   ELSE
                       MOVE SPACES TO WS-Log-Text
                       STRING "GTREND.RPT not from this run (run date "
                                  DELIMITED BY SIZE
                              WS-Gtr-Date DELIMITED BY SIZE
                              "), trend flags not sent"
                                  DELIMITED BY SIZE
                           INTO WS-Log-Text
                   END-IF
                   PERFORM Write-Log
               END-IF
           ELSE
               MOVE "N" TO WS-Gtr-Avail-Sw
               ADD 1 TO WS-Missing-Count
               MOVE "GTREND.RPT not available, trend flags not sent"
                   TO WS-Log-Text
               PERFORM Write-Log
           END-IF.

       Select-Next-Owner.
           MOVE 0 TO WS-Cur-Own
           PERFORM VARYING Own-Idx FROM 1 BY 1
                   UNTIL Own-Idx > WS-Own-Count
               IF NOT Own-Done(Own-Idx)
                   IF WS-Cur-Own = 0
                       SET WS-Cur-Own TO Own-Idx
                   ELSE
                       IF Own-Id(Own-Idx) < Own-Id(WS-Cur-Own)
                           SET WS-Cur-Own TO Own-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * True when WS-Lookup-Code is one of the current owner's
      * groups.
       Check-Owned.
           MOVE "N" TO WS-Owned-Sw
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Grp-Count
               IF Grp-Code(Grp-Idx) = WS-Lookup-Code
                       AND Grp-Owner-Ix(Grp-Idx) = WS-Cur-Own
                   SET WS-Owned TO TRUE
               END-IF
           END-PERFORM.

      * --- Packet -----------------------------------------------------
      * One owner's packet: the groups it covers, their lines from
      * STATS.RPT under the batch and reading-type headings they sat
      * under, their open rejects and outliers with age in days, and
      * their GTREND.RPT flags.
       Build-Packet.
           SET Own-Done(WS-Cur-Own) TO TRUE
           MOVE SPACES TO WS-Pkt-Name
           STRING Own-Id(WS-Cur-Own) DELIMITED BY SPACE
                  ".PKT"             DELIMITED BY SIZE
               INTO WS-Pkt-Name
           OPEN OUTPUT Packet-File
           IF WS-Pkt-Status NOT = "00"
               DISPLAY "Distrib: unable to open " WS-Pkt-Name
                   ", status " WS-Pkt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE 0 TO WS-Page-Line

           PERFORM List-Owner-Groups
           PERFORM Slice-Stats-Report
           PERFORM List-Open-Rejects
           PERFORM List-Open-Outliers
           PERFORM Slice-Gtrend-Report

           CLOSE Packet-File
           ADD 1 TO WS-Packet-Count
           ADD Own-Lines(WS-Cur-Own) TO WS-Total-Lines
           ADD Own-Pages(WS-Cur-Own) TO WS-Total-Pages
           MOVE Own-Lines(WS-Cur-Own) TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Packet "           DELIMITED BY SIZE
                  WS-Pkt-Name         DELIMITED BY SPACE
                  " for "             DELIMITED BY SIZE
                  Own-Id(WS-Cur-Own)  DELIMITED BY SIZE
                  " written, lines "  DELIMITED BY SIZE
                  WS-Log-Count-Ed     DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

       List-Owner-Groups.
           MOVE SPACES TO Pkt-Line
           STRING "GROUPS COVERED" DELIMITED BY SIZE INTO Pkt-Line
           PERFORM Write-Packet-Line
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > WS-Grp-Count
               IF Grp-Owner-Ix(Grp-Idx) = WS-Cur-Own
                   MOVE SPACES TO Pkt-Line
                   STRING Grp-Code(Grp-Idx)   DELIMITED BY SIZE
                          "  "                DELIMITED BY SIZE
                          Grp-Name(Grp-Idx)   DELIMITED BY SIZE
                       INTO Pkt-Line
                   IF Grp-Active(Grp-Idx) NOT = "A"
                       MOVE "(inactive)" TO Pkt-Line(39:)
                   END-IF
                   PERFORM Write-Packet-Line
               END-IF
           END-PERFORM.

       Slice-Stats-Report.
           PERFORM Write-Section-Break
           MOVE SPACES TO Pkt-Line
           STRING "STATISTICS (STATS.RPT)" DELIMITED BY SIZE
               INTO Pkt-Line
           PERFORM Write-Packet-Line
           OPEN INPUT Stats-Rpt-File
           IF WS-Srpt-Status NOT = "00"
               MOVE "  (STATS.RPT not produced tonight)" TO Pkt-Line
               PERFORM Write-Packet-Line
           ELSE
               MOVE SPACES TO WS-Col-Head
               MOVE SPACES TO WS-Batch-Head
               MOVE SPACES TO WS-Type-Head
               MOVE "Y" TO WS-Batch-Shown-Sw
               MOVE "Y" TO WS-Type-Shown-Sw
               PERFORM UNTIL WS-Eof
                   READ Stats-Rpt-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-Stats-Line
                   END-READ
               END-PERFORM
               CLOSE Stats-Rpt-File
               MOVE "N" TO WS-Eof-Sw
               IF Own-Stat-Lines(WS-Cur-Own) = 0
                   MOVE "  (no readings for these groups)"
                       TO Pkt-Line
                   PERFORM Write-Packet-Line
               END-IF
           END-IF.

       Take-Stats-Line.
           EVALUATE TRUE
               WHEN Stats-Rpt-Rec(1:22) = "GROUP DEPARTMENT NAME "
                   MOVE Stats-Rpt-Rec TO WS-Col-Head
               WHEN Stats-Rpt-Rec(1:6) = "BATCH "
                       AND Stats-Rpt-Rec(17:13) = "BUSINESS DATE"
                   MOVE Stats-Rpt-Rec TO WS-Batch-Head
                   MOVE "N" TO WS-Batch-Shown-Sw
                   MOVE SPACES TO WS-Type-Head
                   MOVE "Y" TO WS-Type-Shown-Sw
               WHEN Stats-Rpt-Rec(1:13) = "READING TYPE "
                   MOVE Stats-Rpt-Rec TO WS-Type-Head
                   MOVE "N" TO WS-Type-Shown-Sw
               WHEN Stats-Rpt-Rec(1:4) NOT = SPACES
                       AND Stats-Rpt-Rec(5:2) = SPACES
                   MOVE Stats-Rpt-Rec(1:4) TO WS-Lookup-Code
                   PERFORM Check-Owned
                   IF WS-Owned
                       PERFORM Write-Stats-Line
                   END-IF
           END-EVALUATE.

       Write-Stats-Line.
           IF Own-Stat-Lines(WS-Cur-Own) = 0
               MOVE WS-Col-Head TO Pkt-Line
               PERFORM Write-Packet-Line
           END-IF
           IF NOT WS-Batch-Shown
               MOVE SPACES TO Pkt-Line
               PERFORM Write-Packet-Line
               MOVE WS-Batch-Head TO Pkt-Line
               PERFORM Write-Packet-Line
               SET WS-Batch-Shown TO TRUE
           END-IF
           IF NOT WS-Type-Shown
               MOVE WS-Type-Head TO Pkt-Line
               PERFORM Write-Packet-Line
               SET WS-Type-Shown TO TRUE
           END-IF
           MOVE Stats-Rpt-Rec TO Pkt-Line
           PERFORM Write-Packet-Line
           ADD 1 TO Own-Stat-Lines(WS-Cur-Own).

      * Every reject not yet repaired, however old; the age is days
      * since the run that rejected it.
       List-Open-Rejects.
           PERFORM Write-Section-Break
           MOVE SPACES TO Pkt-Line
           STRING "OPEN REJECTS (REJECT.MST)" DELIMITED BY SIZE
               INTO Pkt-Line
           PERFORM Write-Packet-Line
           MOVE SPACES TO Pkt-Line
           STRING "RUN DATE  BATCH     SEQ    GROUP TYPE   VALUE"
                  "   AGE  SENSOR    REASON"
               DELIMITED BY SIZE INTO Pkt-Line
           PERFORM Write-Packet-Line
           OPEN INPUT Reject-Mst-File
           IF WS-Rmst-Not-Found
               CONTINUE
           ELSE
               IF WS-Rmst-Status NOT = "00"
                   DISPLAY "Distrib: unable to open REJECT-MST, "
                       "status " WS-Rmst-Status
                   MOVE 16 TO RETURN-CODE
                   CLOSE Packet-File
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Reject-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF NOT Mst-Rej-Closed
                               MOVE Mst-Rej-Group TO WS-Lookup-Code
                               PERFORM Check-Owned
                               IF WS-Owned
                                   PERFORM Write-Reject-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reject-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           IF Own-Rejects(WS-Cur-Own) = 0
               MOVE "  (none open)" TO Pkt-Line
               PERFORM Write-Packet-Line
           END-IF.

       Write-Reject-Line.
           ADD 1 TO Own-Rejects(WS-Cur-Own)
           MOVE Mst-Rej-Date TO WS-Age-Date
           PERFORM Compute-Age
           MOVE Mst-Rej-Value TO Rpt-Value-Ed
           MOVE SPACES TO Pkt-Line
           STRING Mst-Rej-Date     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Rej-Batch    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Rej-Seq      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Rej-Group    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Rej-Type     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Rpt-Value-Ed     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Rpt-Age-Ed       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Rej-Sensor   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Rej-Reason   DELIMITED BY SIZE
               INTO Pkt-Line
           PERFORM Write-Packet-Line.

      * Outliers open or under investigation; closed ones have had
      * their disposition.
       List-Open-Outliers.
           PERFORM Write-Section-Break
           MOVE SPACES TO Pkt-Line
           STRING "OPEN OUTLIERS (OUTLIER.MST)" DELIMITED BY SIZE
               INTO Pkt-Line
           PERFORM Write-Packet-Line
           MOVE SPACES TO Pkt-Line
           STRING "RUN DATE  BATCH     SEQ    GROUP TYPE   VALUE"
                  "        MEAN   Z-SCORE  ST  AGE  SENSOR"
               DELIMITED BY SIZE INTO Pkt-Line
           PERFORM Write-Packet-Line
           OPEN INPUT Outlier-Mst-File
           IF WS-Omst-Not-Found
               CONTINUE
           ELSE
               IF WS-Omst-Status NOT = "00"
                   DISPLAY "Distrib: unable to open OUTLIER-MST, "
                       "status " WS-Omst-Status
                   MOVE 16 TO RETURN-CODE
                   CLOSE Packet-File
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Outlier-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF NOT Mst-Out-Closed
                               MOVE Mst-Out-Group TO WS-Lookup-Code
                               PERFORM Check-Owned
                               IF WS-Owned
                                   PERFORM Write-Outlier-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Outlier-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           IF Own-Outliers(WS-Cur-Own) = 0
               MOVE "  (none open)" TO Pkt-Line
               PERFORM Write-Packet-Line
           END-IF.

       Write-Outlier-Line.
           ADD 1 TO Own-Outliers(WS-Cur-Own)
           MOVE Mst-Out-Date TO WS-Age-Date
           PERFORM Compute-Age
           MOVE Mst-Out-Value TO Rpt-Value-Ed
           MOVE Mst-Out-Mean  TO Rpt-Mean-Ed
           MOVE Mst-Out-Z     TO Rpt-Z-Ed
           MOVE SPACES TO Pkt-Line
           STRING Mst-Out-Date     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Out-Batch    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Out-Seq      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Out-Group    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Out-Type     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Rpt-Value-Ed     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Rpt-Mean-Ed      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  Rpt-Z-Ed         DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Out-Status   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Rpt-Age-Ed       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  Mst-Out-Sensor   DELIMITED BY SIZE
               INTO Pkt-Line
           PERFORM Write-Packet-Line.

      * The flagged runs of the owner's pairs, each under its pair
      * heading, then those of its pairs on the drifting list.
       Slice-Gtrend-Report.
           PERFORM Write-Section-Break
           MOVE SPACES TO Pkt-Line
           STRING "TREND FLAGS (GTREND.RPT)" DELIMITED BY SIZE
               INTO Pkt-Line
           PERFORM Write-Packet-Line
           IF NOT WS-Gtr-Available
               MOVE "  (GTREND.RPT not produced tonight)" TO Pkt-Line
               PERFORM Write-Packet-Line
           ELSE
               OPEN INPUT Gtrend-Rpt-File
               MOVE SPACES TO WS-Col-Head
               MOVE SPACES TO WS-Pair-Head
               MOVE "Y" TO WS-Pair-Shown-Sw
               MOVE "N" TO WS-Drift-Sw
               MOVE "N" TO WS-Drift-Shown-Sw
               PERFORM UNTIL WS-Eof
                   READ Gtrend-Rpt-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Take-Gtrend-Line
                   END-READ
               END-PERFORM
               CLOSE Gtrend-Rpt-File
               MOVE "N" TO WS-Eof-Sw
               IF Own-Flags(WS-Cur-Own) = 0
                   MOVE "  (no anomalies or drifting pairs)"
                       TO Pkt-Line
                   PERFORM Write-Packet-Line
               END-IF
           END-IF.

       Take-Gtrend-Line.
           EVALUATE TRUE
               WHEN Gtrend-Rpt-Rec(1:14) = "DRIFTING PAIRS"
                   SET WS-In-Drift-List TO TRUE
               WHEN WS-In-Drift-List
                   IF Gtrend-Rpt-Rec(1:4) NOT = SPACES
                           AND Gtrend-Rpt-Rec(5:2) = SPACES
                       MOVE Gtrend-Rpt-Rec(1:4) TO WS-Lookup-Code
                       PERFORM Check-Owned
                       IF WS-Owned
                           PERFORM Write-Drift-Line
                       END-IF
                   END-IF
               WHEN Gtrend-Rpt-Rec(1:6) = "GROUP "
                   MOVE Gtrend-Rpt-Rec TO WS-Pair-Head
                   MOVE "N" TO WS-Pair-Shown-Sw
               WHEN Gtrend-Rpt-Rec(1:8) = "RUN DATE"
                   MOVE Gtrend-Rpt-Rec TO WS-Col-Head
               WHEN OTHER
                   MOVE 0 TO WS-Anomaly-Tally
                   INSPECT Gtrend-Rpt-Rec TALLYING WS-Anomaly-Tally
                       FOR ALL "ANOMALY"
                   IF WS-Anomaly-Tally > 0
                       MOVE WS-Pair-Head(7:4) TO WS-Lookup-Code
                       PERFORM Check-Owned
                       IF WS-Owned
                           PERFORM Write-Anomaly-Line
                       END-IF
                   END-IF
           END-EVALUATE.

       Write-Anomaly-Line.
           IF NOT WS-Pair-Shown
               MOVE WS-Pair-Head TO Pkt-Line
               PERFORM Write-Packet-Line
               MOVE WS-Col-Head TO Pkt-Line
               PERFORM Write-Packet-Line
               SET WS-Pair-Shown TO TRUE
           END-IF
           MOVE Gtrend-Rpt-Rec TO Pkt-Line
           PERFORM Write-Packet-Line
           ADD 1 TO Own-Flags(WS-Cur-Own).

       Write-Drift-Line.
           IF NOT WS-Drift-Shown
               MOVE SPACES TO Pkt-Line
               PERFORM Write-Packet-Line
               MOVE "DRIFTING PAIRS (latest run flagged)" TO Pkt-Line
               PERFORM Write-Packet-Line
               SET WS-Drift-Shown TO TRUE
           END-IF
           MOVE Gtrend-Rpt-Rec TO Pkt-Line
           PERFORM Write-Packet-Line
           ADD 1 TO Own-Flags(WS-Cur-Own).

      * Age in days of the register row whose run date the caller
      * left in WS-Age-Date; a date that is not a date shows as
      * zero.
       Compute-Age.
           MOVE 0 TO WS-Age-Days
           IF FUNCTION TEST-NUMVAL(WS-Age-Date) = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-Age-Date)) = 0
                   COMPUTE WS-Row-Int = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Age-Date))
                   COMPUTE WS-Age-Days = WS-Today-Int - WS-Row-Int
               END-IF
           END-IF
           IF WS-Age-Days < 0
               MOVE 0 TO WS-Age-Days
           END-IF
           MOVE WS-Age-Days TO Rpt-Age-Ed.

       Write-Section-Break.
           MOVE SPACES TO Pkt-Line
           PERFORM Write-Packet-Line.

      * Every packet line goes through here so the page and line
      * counts on the manifest are exactly what the owner received.
      * The caller leaves the line in Pkt-Line.
       Write-Packet-Line.
           IF WS-Page-Line = 0 OR WS-Page-Line >= WS-Page-Size
               PERFORM Write-Page-Heading
           END-IF
           WRITE Packet-Rec FROM Pkt-Line
           ADD 1 TO WS-Page-Line
           ADD 1 TO Own-Lines(WS-Cur-Own).

       Write-Page-Heading.
           ADD 1 TO Own-Pages(WS-Cur-Own)
           MOVE 0 TO WS-Page-Line
           MOVE Own-Pages(WS-Cur-Own) TO Rpt-Page-Ed
           MOVE SPACES TO Rpt-Line
           STRING "DISTRIBUTION PACKET  " DELIMITED BY SIZE
                  Own-Id(WS-Cur-Own)      DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  Own-Name(WS-Cur-Own)    DELIMITED BY SIZE
                  "  Run Date: "          DELIMITED BY SIZE
                  WS-Run-Date             DELIMITED BY SIZE
                  "  Page "               DELIMITED BY SIZE
                  Rpt-Page-Ed             DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Packet-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Packet-Rec FROM Rpt-Line
           ADD 2 TO WS-Page-Line
           ADD 2 TO Own-Lines(WS-Cur-Own).

      * --- Manifest ---------------------------------------------------
      * The record of what went to whom: one line per packet with
      * its owner and exactly the pages and lines written, then any
      * group that went to nobody.
       Open-Manifest.
           OPEN OUTPUT Distrib-Man-File
           IF WS-Man-Status NOT = "00"
               DISPLAY "Distrib: unable to open DISTRIB-MAN, status "
                   WS-Man-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "DISTRIBUTION MANIFEST" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           IF NOT WS-Srpt-Available
               MOVE "STATS.RPT not produced, no statistics sent"
                   TO Rpt-Line
               WRITE Distrib-Man-Rec FROM Rpt-Line
           END-IF
           IF NOT WS-Gtr-Available
               IF WS-Gtr-Date = SPACES
                   MOVE "GTREND.RPT not produced, no trend flags sent"
                       TO Rpt-Line
               ELSE
                   MOVE SPACES TO Rpt-Line
                   STRING "GTREND.RPT not from this run (run date "
                              DELIMITED BY SIZE
                          WS-Gtr-Date DELIMITED BY SIZE
                          "), no trend flags sent"
                              DELIMITED BY SIZE
                       INTO Rpt-Line
               END-IF
               WRITE Distrib-Man-Rec FROM Rpt-Line
           END-IF
           MOVE SPACES TO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "PACKET        OWNER     OWNER NAME              "
                  "        GROUPS  PAGES    LINES  STATS  REJECTS"
                  "  OUTLIERS  FLAGS"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line.

       Write-Manifest-Line.
           MOVE Own-Groups(WS-Cur-Own)     TO Rpt-Groups-Ed
           MOVE Own-Pages(WS-Cur-Own)      TO Rpt-Pages-Ed
           MOVE Own-Lines(WS-Cur-Own)      TO Rpt-Lines-Ed
           MOVE Own-Stat-Lines(WS-Cur-Own) TO Rpt-Count-Ed
           MOVE Own-Rejects(WS-Cur-Own)    TO Rpt-Count2-Ed
           MOVE Own-Outliers(WS-Cur-Own)   TO Rpt-Count3-Ed
           MOVE Own-Flags(WS-Cur-Own)      TO Rpt-Count4-Ed
           MOVE SPACES TO Rpt-Line
           STRING WS-Pkt-Name(1:12)    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Own-Id(WS-Cur-Own)   DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Own-Name(WS-Cur-Own) DELIMITED BY SIZE
                  "     "              DELIMITED BY SIZE
                  Rpt-Groups-Ed        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Pages-Ed         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Lines-Ed         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Count-Ed         DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  Rpt-Count2-Ed        DELIMITED BY SIZE
                  "     "              DELIMITED BY SIZE
                  Rpt-Count3-Ed        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  Rpt-Count4-Ed        DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line.

       Write-Manifest-Footer.
           IF WS-Own-Count = 0
               MOVE "  (no group has an owner recorded)" TO Rpt-Line
               WRITE Distrib-Man-Rec FROM Rpt-Line
           END-IF
           MOVE SPACES TO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           MOVE "GROUPS WITH NO OWNER (not distributed)" TO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           IF WS-Unowned-Count = 0
               MOVE "  (none)" TO Rpt-Line
               WRITE Distrib-Man-Rec FROM Rpt-Line
           ELSE
               PERFORM VARYING Grp-Idx FROM 1 BY 1
                       UNTIL Grp-Idx > WS-Grp-Count
                   IF Grp-Owner-Ix(Grp-Idx) = 0
                       MOVE SPACES TO Rpt-Line
                       STRING Grp-Code(Grp-Idx) DELIMITED BY SIZE
                              "  "              DELIMITED BY SIZE
                              Grp-Name(Grp-Idx) DELIMITED BY SIZE
                           INTO Rpt-Line
                       WRITE Distrib-Man-Rec FROM Rpt-Line
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           MOVE WS-Packet-Count TO Rpt-Lines-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Packets written:    " DELIMITED BY SIZE
                  Rpt-Lines-Ed           DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           MOVE WS-Total-Pages TO Rpt-Lines-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Pages distributed:  " DELIMITED BY SIZE
                  Rpt-Lines-Ed           DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line
           MOVE WS-Total-Lines TO Rpt-Lines-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Lines distributed:  " DELIMITED BY SIZE
                  Rpt-Lines-Ed           DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Distrib-Man-Rec FROM Rpt-Line.

      * --- Audit log ------------------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "Distrib: warning - unable to open STATS.LOG, "
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
           MOVE WS-Packet-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Distribution packets written " DELIMITED BY SIZE
                  WS-Log-Count-Ed                DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Unowned-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Groups with no owner "        DELIMITED BY SIZE
                  WS-Log-Count-Ed                DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Distrib run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
