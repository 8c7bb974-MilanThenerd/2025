       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stats-Reg-File ASSIGN TO "STATS.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reg-Status.

           SELECT Stats-Xrg-File ASSIGN TO "STATS.XRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrg-Status.

           SELECT Stats-Ghi-File ASSIGN TO "STATS.GHI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ghi-Key
               FILE STATUS IS WS-Ghi-Status.

           SELECT Stats-Hist-File ASSIGN TO "STATS.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

           SELECT Reject-Mst-File ASSIGN TO "REJECT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rmst-Status.

           SELECT Outlier-Mst-File ASSIGN TO "OUTLIER.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Omst-Status.

           SELECT Audit-Rpt-File ASSIGN TO "AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

      * Run lock held by the nightly job stream while it is active.
           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stats-Reg-File.
       01  Stats-Reg-Rec.
           05  Reg-Batch-Id       PIC X(8).
           05  Reg-Business-Date  PIC X(8).
           05  Reg-Run-Date       PIC X(8).
           05  Reg-Run-Time       PIC X(6).

      * Same record the Stats, Restate and AckRec modules keep.
       FD  Stats-Xrg-File.
       01  Stats-Xrg-Rec.
           05  Xrg-Batch-Id       PIC X(8).
           05  Xrg-Business-Date  PIC X(8).
           05  Xrg-Run-Date       PIC X(8).
           05  Xrg-Run-Time       PIC X(6).
           05  Xrg-Rec-Count      PIC 9(6).
           05  Xrg-Orig-Batch-Id  PIC X(8).
           05  Xrg-Hash-Total     PIC 9(8)V9(2).
           05  Xrg-Ack-Status     PIC X.
           05  Xrg-Ack-Date       PIC X(8).
           05  Xrg-Ack-Count      PIC 9(6).
           05  Xrg-Ack-Hash       PIC 9(8)V9(2).

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

       FD  Stats-Hist-File.
       01  Stats-Hist-Rec.
           05  Hist-Run-Date      PIC X(8).
           05  Hist-Mean          PIC 9(5)V9(4).
           05  Hist-Range         PIC 9(5)V9(2).
           05  Hist-Variance      PIC 9(10)V9(4).

       FD  Stats-Log-File.
       01  Stats-Log-Rec.
           05  Log-Date           PIC X(8).
           05  FILLER             PIC X.
           05  Log-Time           PIC X(6).
           05  FILLER             PIC X.
           05  Log-Text           PIC X(84).

       FD  Reject-Mst-File.
       01  Reject-Mst-Rec.
           05  Mst-Rej-Date       PIC X(8).
           05  Mst-Rej-Batch      PIC X(8).
           05  FILLER             PIC X(89).

       FD  Outlier-Mst-File.
       01  Outlier-Mst-Rec.
           05  Mst-Out-Date       PIC X(8).
           05  Mst-Out-Batch      PIC X(8).
           05  FILLER             PIC X(55).

       FD  Audit-Rpt-File.
       01  Audit-Rpt-Rec          PIC X(132).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Reg-Status          PIC XX.
       01  WS-Xrg-Status          PIC XX.
       01  WS-Ghi-Status          PIC XX.
       01  WS-Hist-Status         PIC XX.
       01  WS-Log-Status          PIC XX.
       01  WS-Rmst-Status         PIC XX.
       01  WS-Omst-Status         PIC XX.
       01  WS-Rpt-Status          PIC XX.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).

      * Audit request, one line on standard input naming the run
      * dates whose registered batches are to be walked:
      *     YYYYMM  or  <from YYYYMMDD> <to YYYYMMDD>
       01  Req-Request            PIC X(40).
       01  Req-Word-1             PIC X(20).
       01  Req-Word-2             PIC X(20).
       01  WS-From-Date           PIC X(8).
       01  WS-To-Date             PIC X(8).
       01  WS-Date-Num            PIC 9(8).
       01  WS-Month-Num           PIC 9(6).
       01  WS-Next-Month          PIC 9(6).

      * Files that could not be read at all; each one is a break
      * against every batch that relies on it.
       01  WS-Ghi-Open-Sw         PIC X VALUE "N".
           88  WS-Ghi-Open                    VALUE "Y".
       01  WS-Xrg-Read-Sw         PIC X VALUE "N".
           88  WS-Xrg-Read                    VALUE "Y".
       01  WS-Hist-Read-Sw        PIC X VALUE "N".
           88  WS-Hist-Read                   VALUE "Y".
       01  WS-Log-Read-Sw         PIC X VALUE "N".
           88  WS-Log-Read                    VALUE "Y".
       01  WS-Rmst-Read-Sw        PIC X VALUE "N".
           88  WS-Rmst-Read                   VALUE "Y".
       01  WS-Omst-Read-Sw        PIC X VALUE "N".
           88  WS-Omst-Read                   VALUE "Y".

      * One slot per STATS.REG entry run inside the range, with what
      * each of the other files shows for it. Reg-Day counts the
      * register entries run on the same date (each leaves one
      * STATS.HIST row) and Shared the other batches carrying the
      * same business date (whose STATS.GHI rows mingle with its
      * own).
       01  WS-Ent-Count           PIC 9(4) VALUE 0.
       01  Ent-Table.
           05  Ent-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Ent-Count
                   INDEXED BY Ent-Idx.
               10  Ent-Batch      PIC X(8).
               10  Ent-Bus-Date   PIC X(8).
               10  Ent-Run-Date   PIC X(8).
               10  Ent-Run-Time   PIC X(6).
               10  Ent-Reg-Day    PIC 9(4).
               10  Ent-Shared     PIC 9(4).
               10  Ent-Xrg-Sw     PIC X.
                   88  Ent-On-Xrg             VALUE "Y".
               10  Ent-Xrg-Count  PIC 9(6).
               10  Ent-Ghi-Count  PIC 9(6).
               10  Ent-Hist-Count PIC 9(4).
               10  Ent-Log-Sw     PIC X.
                   88  Ent-On-Log             VALUE "Y".
               10  Ent-Log-Rej    PIC 9(6).
               10  Ent-Log-Out    PIC 9(6).
               10  Ent-Mst-Rej    PIC 9(6).
               10  Ent-Mst-Out    PIC 9(6).
               10  Ent-Breaks     PIC 9(2).
       01  WS-Ent-Hit             PIC 9(4).
       01  WS-Prior-Idx           PIC 9(4).
       01  WS-Lookup-Batch        PIC X(8).
       01  WS-Lookup-Date         PIC X(8).
       01  WS-Lookup-Time         PIC X(6).

      * The per-batch count line the Stats module logs:
      *     Batch <id> rejects <n> outliers <n>
       01  Lw-1                   PIC X(10).
       01  Lw-2                   PIC X(10).
       01  Lw-3                   PIC X(10).
       01  Lw-4                   PIC X(10).
       01  Lw-5                   PIC X(10).
       01  Lw-6                   PIC X(10).

       01  WS-Batch-Breaks        PIC 9(4) VALUE 0.
       01  WS-Total-Breaks        PIC 9(6) VALUE 0.
       01  WS-Clean-Count         PIC 9(4) VALUE 0.

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-File               PIC X(11).
       01  Rpt-Text               PIC X(90).
       01  Rpt-Count-Ed           PIC ZZZZZ9.
       01  Rpt-Count-Ed-2         PIC ZZZZZ9.
       01  Rpt-Xrg-Ed             PIC X(6).
       01  Rpt-Ghi-Ed             PIC ZZZZZ9.
       01  Rpt-Hist-Ed            PIC ZZZ9.
       01  Rpt-Rej-Ed             PIC X(13).
       01  Rpt-Out-Ed             PIC X(13).
       01  Rpt-Status-Ed          PIC X(10).
       01  Rpt-Total-Ed           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time

           MOVE 0 TO RETURN-CODE
           PERFORM Read-Request
           PERFORM Load-Register
           PERFORM Scan-Transmissions
           PERFORM Count-Group-Rows
           PERFORM Scan-History
           PERFORM Scan-Log
           PERFORM Scan-Reject-Register
           PERFORM Scan-Outlier-Register

           OPEN OUTPUT Audit-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "Audit: unable to open AUDIT-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Report-Header
           PERFORM VARYING Ent-Idx FROM 1 BY 1
                   UNTIL Ent-Idx > WS-Ent-Count
               PERFORM Audit-Batch
           END-PERFORM
           PERFORM Write-Report-Footer
           CLOSE Audit-Rpt-File

           DISPLAY "Audit: batches audited      " WS-Ent-Count
           DISPLAY "Audit: batches with breaks  " WS-Batch-Breaks
           DISPLAY "Audit: breaks listed        " WS-Total-Breaks
           EVALUATE TRUE
               WHEN WS-Total-Breaks > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Ent-Count = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
               DISPLAY "Audit: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       Read-Request.
           MOVE SPACES TO Req-Request
           ACCEPT Req-Request
           MOVE SPACES TO Req-Word-1
           MOVE SPACES TO Req-Word-2
           UNSTRING Req-Request DELIMITED BY ALL " "
               INTO Req-Word-1 Req-Word-2
           END-UNSTRING
           EVALUATE TRUE
               WHEN Req-Word-2 = SPACES
                       AND FUNCTION TEST-NUMVAL(Req-Word-1) = 0
                       AND Req-Word-1(6:1) NOT = SPACE
                       AND Req-Word-1(7:2) = SPACES
                   PERFORM Expand-Month-Request
               WHEN FUNCTION TEST-NUMVAL(Req-Word-1) = 0
                       AND FUNCTION TEST-NUMVAL(Req-Word-2) = 0
                       AND Req-Word-1(8:1) NOT = SPACE
                       AND Req-Word-2(8:1) NOT = SPACE
                   MOVE Req-Word-1(1:8) TO WS-From-Date
                   MOVE Req-Word-2(1:8) TO WS-To-Date
               WHEN OTHER
                   DISPLAY "Audit: usage - supply one line on "
                       "standard input:"
                   DISPLAY "    <YYYYMM>  or  "
                       "<from YYYYMMDD> <to YYYYMMDD>"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-To-Date < WS-From-Date
               DISPLAY "Audit: to-date " WS-To-Date
                   " is before from-date " WS-From-Date
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * YYYYMM becomes the month's first day through the day before
      * the next month's first day, as in the Period module.
       Expand-Month-Request.
           COMPUTE WS-Month-Num = FUNCTION NUMVAL(Req-Word-1(1:6))
           MOVE SPACES TO WS-From-Date
           STRING Req-Word-1(1:6) DELIMITED BY SIZE
                  "01"            DELIMITED BY SIZE
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

      * STATS.REG is the spine of the audit: every batch it shows as
      * run inside the range is walked. A second pass over the whole
      * register counts, for each, the entries run the same day and
      * the other batches sharing its business date.
       Load-Register.
           OPEN INPUT Stats-Reg-File
           IF WS-Reg-Status NOT = "00"
               DISPLAY "Audit: unable to open STATS-REG, status "
                   WS-Reg-Status ", nothing to audit"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-Eof
               READ Stats-Reg-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF Reg-Run-Date >= WS-From-Date
                               AND Reg-Run-Date <= WS-To-Date
                           PERFORM Add-Register-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Stats-Reg-File
           MOVE "N" TO WS-Eof-Sw

           IF WS-Ent-Count > 0
               OPEN INPUT Stats-Reg-File
               PERFORM UNTIL WS-Eof
                   READ Stats-Reg-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Tally-Register-Neighbours
                   END-READ
               END-PERFORM
               CLOSE Stats-Reg-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Add-Register-Entry.
           IF WS-Ent-Count < 2000
               ADD 1 TO WS-Ent-Count
               MOVE Reg-Batch-Id      TO Ent-Batch(WS-Ent-Count)
               MOVE Reg-Business-Date TO Ent-Bus-Date(WS-Ent-Count)
               MOVE Reg-Run-Date      TO Ent-Run-Date(WS-Ent-Count)
               MOVE Reg-Run-Time      TO Ent-Run-Time(WS-Ent-Count)
               MOVE 0   TO Ent-Reg-Day(WS-Ent-Count)
               MOVE 0   TO Ent-Shared(WS-Ent-Count)
               MOVE "N" TO Ent-Xrg-Sw(WS-Ent-Count)
               MOVE 0   TO Ent-Xrg-Count(WS-Ent-Count)
               MOVE 0   TO Ent-Ghi-Count(WS-Ent-Count)
               MOVE 0   TO Ent-Hist-Count(WS-Ent-Count)
               MOVE "N" TO Ent-Log-Sw(WS-Ent-Count)
               MOVE 0   TO Ent-Log-Rej(WS-Ent-Count)
               MOVE 0   TO Ent-Log-Out(WS-Ent-Count)
               MOVE 0   TO Ent-Mst-Rej(WS-Ent-Count)
               MOVE 0   TO Ent-Mst-Out(WS-Ent-Count)
               MOVE 0   TO Ent-Breaks(WS-Ent-Count)
           ELSE
               DISPLAY "Audit: more than 2000 batches in range, "
                   Reg-Batch-Id " not audited"
           END-IF.

       Tally-Register-Neighbours.
           PERFORM VARYING Ent-Idx FROM 1 BY 1
                   UNTIL Ent-Idx > WS-Ent-Count
               IF Reg-Run-Date = Ent-Run-Date(Ent-Idx)
                   ADD 1 TO Ent-Reg-Day(Ent-Idx)
               END-IF
               IF Reg-Business-Date = Ent-Bus-Date(Ent-Idx)
                       AND Reg-Batch-Id NOT = Ent-Batch(Ent-Idx)
                   ADD 1 TO Ent-Shared(Ent-Idx)
               END-IF
           END-PERFORM.

      * Finds the slot for a batch run on a given date; when a batch
      * was rerun the same day, the run whose time the log or extract
      * row follows is the one wanted, so a time may be supplied to
      * pick the latest run at or before it.
       Find-Run-Entry.
           MOVE 0 TO WS-Ent-Hit
           PERFORM VARYING Ent-Idx FROM 1 BY 1
                   UNTIL Ent-Idx > WS-Ent-Count
               IF Ent-Batch(Ent-Idx) = WS-Lookup-Batch
                       AND Ent-Run-Date(Ent-Idx) = WS-Lookup-Date
                   IF WS-Lookup-Time = SPACES
                       IF WS-Ent-Hit = 0
                           SET WS-Ent-Hit TO Ent-Idx
                       END-IF
                   ELSE
                       IF Ent-Run-Time(Ent-Idx) <= WS-Lookup-Time
                           SET WS-Ent-Hit TO Ent-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The Stats module registers each extract with the run stamp
      * it registers the batch with. Restatement and resend rows
      * carry stamps of their own and are passed over.
       Scan-Transmissions.
           OPEN INPUT Stats-Xrg-File
           IF WS-Xrg-Status = "00"
               SET WS-Xrg-Read TO TRUE
               PERFORM UNTIL WS-Eof
                   READ Stats-Xrg-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Match-Transmission
                   END-READ
               END-PERFORM
               CLOSE Stats-Xrg-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Match-Transmission.
           PERFORM VARYING Ent-Idx FROM 1 BY 1
                   UNTIL Ent-Idx > WS-Ent-Count
               IF Ent-Batch(Ent-Idx) = Xrg-Batch-Id
                       AND Ent-Run-Date(Ent-Idx) = Xrg-Run-Date
                       AND Ent-Run-Time(Ent-Idx) = Xrg-Run-Time
                   SET Ent-On-Xrg(Ent-Idx) TO TRUE
                   IF Xrg-Rec-Count IS NUMERIC
                       MOVE Xrg-Rec-Count TO Ent-Xrg-Count(Ent-Idx)
                   END-IF
               END-IF
           END-PERFORM.

      * Group rows per business date, by a keyed sweep from the
      * date's first key; a date already counted for an earlier slot
      * is copied rather than swept again.
       Count-Group-Rows.
           IF WS-Ent-Count > 0
               OPEN INPUT Stats-Ghi-File
               IF WS-Ghi-Status = "00"
                   SET WS-Ghi-Open TO TRUE
                   PERFORM VARYING Ent-Idx FROM 1 BY 1
                           UNTIL Ent-Idx > WS-Ent-Count
                       PERFORM Count-Date-Rows
                   END-PERFORM
                   CLOSE Stats-Ghi-File
               END-IF
           END-IF.

       Count-Date-Rows.
           MOVE 0 TO WS-Prior-Idx
           PERFORM VARYING WS-Ent-Hit FROM 1 BY 1
                   UNTIL WS-Ent-Hit >= Ent-Idx OR WS-Prior-Idx > 0
               IF Ent-Bus-Date(WS-Ent-Hit) = Ent-Bus-Date(Ent-Idx)
                   MOVE WS-Ent-Hit TO WS-Prior-Idx
               END-IF
           END-PERFORM
           IF WS-Prior-Idx > 0
               MOVE Ent-Ghi-Count(WS-Prior-Idx)
                   TO Ent-Ghi-Count(Ent-Idx)
           ELSE
               MOVE Ent-Bus-Date(Ent-Idx) TO Ghi-Run-Date
               MOVE LOW-VALUES TO Ghi-Group
               MOVE LOW-VALUES TO Ghi-Type
               MOVE "N" TO WS-Eof-Sw
               START Stats-Ghi-File KEY >= Ghi-Key
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START
               PERFORM UNTIL WS-Eof
                   READ Stats-Ghi-File NEXT RECORD
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF Ghi-Run-Date = Ent-Bus-Date(Ent-Idx)
                               ADD 1 TO Ent-Ghi-Count(Ent-Idx)
                           ELSE
                               SET WS-Eof TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * STATS.HIST carries one grand row per completed batch, dated
      * with the run rather than the business day.
       Scan-History.
           OPEN INPUT Stats-Hist-File
           IF WS-Hist-Status = "00"
               SET WS-Hist-Read TO TRUE
               PERFORM UNTIL WS-Eof
                   READ Stats-Hist-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM VARYING Ent-Idx FROM 1 BY 1
                                   UNTIL Ent-Idx > WS-Ent-Count
                               IF Hist-Run-Date
                                       = Ent-Run-Date(Ent-Idx)
                                   ADD 1 TO Ent-Hist-Count(Ent-Idx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE Stats-Hist-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Picks up the reject and outlier counts each batch logged as
      * it completed, matched on batch id and the run it belongs to.
       Scan-Log.
           OPEN INPUT Stats-Log-File
           IF WS-Log-Status = "00"
               SET WS-Log-Read TO TRUE
               PERFORM UNTIL WS-Eof
                   READ Stats-Log-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF Log-Text(1:6) = "Batch "
                                   AND Log-Text(15:9) = " rejects "
                               PERFORM Take-Batch-Counts
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Stats-Log-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Take-Batch-Counts.
           MOVE SPACES TO Lw-1 Lw-2 Lw-3 Lw-4 Lw-5 Lw-6
           UNSTRING Log-Text DELIMITED BY ALL " "
               INTO Lw-1 Lw-2 Lw-3 Lw-4 Lw-5 Lw-6
           END-UNSTRING
           MOVE Lw-2(1:8) TO WS-Lookup-Batch
           MOVE Log-Date  TO WS-Lookup-Date
           MOVE Log-Time  TO WS-Lookup-Time
           PERFORM Find-Run-Entry
           IF WS-Ent-Hit > 0
                   AND FUNCTION TEST-NUMVAL(Lw-4) = 0
                   AND FUNCTION TEST-NUMVAL(Lw-6) = 0
               SET Ent-On-Log(WS-Ent-Hit) TO TRUE
               COMPUTE Ent-Log-Rej(WS-Ent-Hit) = FUNCTION NUMVAL(Lw-4)
               COMPUTE Ent-Log-Out(WS-Ent-Hit) = FUNCTION NUMVAL(Lw-6)
           END-IF.

      * REJECT.MST and OUTLIER.MST keep every row a batch produced,
      * open or closed, keyed by the run date and batch id.
       Scan-Reject-Register.
           OPEN INPUT Reject-Mst-File
           IF WS-Rmst-Status = "00"
               SET WS-Rmst-Read TO TRUE
               MOVE SPACES TO WS-Lookup-Time
               PERFORM UNTIL WS-Eof
                   READ Reject-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           MOVE Mst-Rej-Batch TO WS-Lookup-Batch
                           MOVE Mst-Rej-Date  TO WS-Lookup-Date
                           PERFORM Find-Run-Entry
                           IF WS-Ent-Hit > 0
                               ADD 1 TO Ent-Mst-Rej(WS-Ent-Hit)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reject-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Scan-Outlier-Register.
           OPEN INPUT Outlier-Mst-File
           IF WS-Omst-Status = "00"
               SET WS-Omst-Read TO TRUE
               MOVE SPACES TO WS-Lookup-Time
               PERFORM UNTIL WS-Eof
                   READ Outlier-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           MOVE Mst-Out-Batch TO WS-Lookup-Batch
                           MOVE Mst-Out-Date  TO WS-Lookup-Date
                           PERFORM Find-Run-Entry
                           IF WS-Ent-Hit > 0
                               ADD 1 TO Ent-Mst-Out(WS-Ent-Hit)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Outlier-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * --- Report ---------------------------------------------------
       Write-Report-Header.
           MOVE SPACES TO Rpt-Line
           STRING "BATCH LINEAGE RECONCILIATION AUDIT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
                  "  Batches run " DELIMITED BY SIZE
                  WS-From-Date   DELIMITED BY SIZE
                  " to "         DELIMITED BY SIZE
                  WS-To-Date     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "BATCH     BUS DATE  RUN DATE  TIME    "
                  "XRG CNT  GHI ROWS  HIST  "
                  "REJECTS LOG/MST  OUTLRS LOG/MST  STATUS"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           IF WS-Ent-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "  (no batches registered in the range)"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Audit-Rpt-Rec FROM Rpt-Line
           END-IF.

      * One line per registered batch, then a line for each break in
      * its trail naming the file that is out of step.
       Audit-Batch.
           MOVE 0 TO Ent-Breaks(Ent-Idx)
           PERFORM Count-Batch-Breaks
           IF Ent-Breaks(Ent-Idx) = 0
               MOVE "OK" TO Rpt-Status-Ed
               ADD 1 TO WS-Clean-Count
           ELSE
               MOVE Ent-Breaks(Ent-Idx) TO Rpt-Count-Ed
               MOVE SPACES TO Rpt-Status-Ed
               STRING "BREAKS "           DELIMITED BY SIZE
                      Rpt-Count-Ed(5:2)   DELIMITED BY SIZE
                   INTO Rpt-Status-Ed
               ADD 1 TO WS-Batch-Breaks
           END-IF
           IF Ent-On-Xrg(Ent-Idx)
               MOVE Ent-Xrg-Count(Ent-Idx) TO Rpt-Count-Ed
               MOVE Rpt-Count-Ed TO Rpt-Xrg-Ed
           ELSE
               MOVE "  none" TO Rpt-Xrg-Ed
           END-IF
           MOVE Ent-Ghi-Count(Ent-Idx)  TO Rpt-Ghi-Ed
           MOVE Ent-Hist-Count(Ent-Idx) TO Rpt-Hist-Ed
           MOVE Ent-Log-Rej(Ent-Idx) TO Rpt-Count-Ed
           MOVE Ent-Mst-Rej(Ent-Idx) TO Rpt-Count-Ed-2
           MOVE SPACES TO Rpt-Rej-Ed
           MOVE SPACES TO Rpt-Out-Ed
           IF Ent-On-Log(Ent-Idx)
               STRING Rpt-Count-Ed   DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      Rpt-Count-Ed-2 DELIMITED BY SIZE
                   INTO Rpt-Rej-Ed
               MOVE Ent-Log-Out(Ent-Idx) TO Rpt-Count-Ed
               MOVE Ent-Mst-Out(Ent-Idx) TO Rpt-Count-Ed-2
               STRING Rpt-Count-Ed   DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      Rpt-Count-Ed-2 DELIMITED BY SIZE
                   INTO Rpt-Out-Ed
           ELSE
               STRING "  none/"      DELIMITED BY SIZE
                      Rpt-Count-Ed-2 DELIMITED BY SIZE
                   INTO Rpt-Rej-Ed
               MOVE Ent-Mst-Out(Ent-Idx) TO Rpt-Count-Ed-2
               STRING "  none/"      DELIMITED BY SIZE
                      Rpt-Count-Ed-2 DELIMITED BY SIZE
                   INTO Rpt-Out-Ed
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING Ent-Batch(Ent-Idx)    DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  Ent-Bus-Date(Ent-Idx) DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  Ent-Run-Date(Ent-Idx) DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  Ent-Run-Time(Ent-Idx) DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  Rpt-Xrg-Ed            DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  Rpt-Ghi-Ed            DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  Rpt-Hist-Ed           DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  Rpt-Rej-Ed            DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  Rpt-Out-Ed            DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  Rpt-Status-Ed         DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           IF Ent-Breaks(Ent-Idx) > 0
               PERFORM List-Batch-Breaks
           END-IF.

      * The same tests List-Batch-Breaks prints, counted first so
      * the batch line can carry its verdict.
       Count-Batch-Breaks.
           IF NOT Ent-On-Xrg(Ent-Idx)
               ADD 1 TO Ent-Breaks(Ent-Idx)
           END-IF
           IF NOT WS-Ghi-Open OR Ent-Ghi-Count(Ent-Idx) = 0
               ADD 1 TO Ent-Breaks(Ent-Idx)
           ELSE
               IF Ent-On-Xrg(Ent-Idx)
                   IF Ent-Ghi-Count(Ent-Idx) < Ent-Xrg-Count(Ent-Idx)
                           OR (Ent-Shared(Ent-Idx) = 0
                               AND Ent-Ghi-Count(Ent-Idx)
                                   NOT = Ent-Xrg-Count(Ent-Idx))
                       ADD 1 TO Ent-Breaks(Ent-Idx)
                   END-IF
               END-IF
           END-IF
           IF Ent-Hist-Count(Ent-Idx) < Ent-Reg-Day(Ent-Idx)
               ADD 1 TO Ent-Breaks(Ent-Idx)
           END-IF
           IF NOT Ent-On-Log(Ent-Idx)
               ADD 1 TO Ent-Breaks(Ent-Idx)
           ELSE
               IF Ent-Log-Rej(Ent-Idx) NOT = Ent-Mst-Rej(Ent-Idx)
                   ADD 1 TO Ent-Breaks(Ent-Idx)
               END-IF
               IF Ent-Log-Out(Ent-Idx) NOT = Ent-Mst-Out(Ent-Idx)
                   ADD 1 TO Ent-Breaks(Ent-Idx)
               END-IF
           END-IF.

       List-Batch-Breaks.
           IF NOT Ent-On-Xrg(Ent-Idx)
               MOVE "STATS.XRG" TO Rpt-File
               IF WS-Xrg-Read
                   MOVE "no extract registered for this run"
                       TO Rpt-Text
               ELSE
                   MOVE "transmission register missing or unreadable"
                       TO Rpt-Text
               END-IF
               PERFORM Write-Break-Line
           END-IF

           MOVE "STATS.GHI" TO Rpt-File
           EVALUATE TRUE
               WHEN NOT WS-Ghi-Open
                   MOVE "group history store missing or unreadable"
                       TO Rpt-Text
                   PERFORM Write-Break-Line
               WHEN Ent-Ghi-Count(Ent-Idx) = 0
                   MOVE "no group rows for the business date"
                       TO Rpt-Text
                   PERFORM Write-Break-Line
               WHEN Ent-On-Xrg(Ent-Idx)
                       AND (Ent-Ghi-Count(Ent-Idx)
                                < Ent-Xrg-Count(Ent-Idx)
                            OR (Ent-Shared(Ent-Idx) = 0
                                AND Ent-Ghi-Count(Ent-Idx)
                                    NOT = Ent-Xrg-Count(Ent-Idx)))
                   MOVE Ent-Ghi-Count(Ent-Idx) TO Rpt-Count-Ed
                   MOVE Ent-Xrg-Count(Ent-Idx) TO Rpt-Count-Ed-2
                   MOVE SPACES TO Rpt-Text
                   STRING FUNCTION TRIM(Rpt-Count-Ed)
                                          DELIMITED BY SIZE
                          " group rows for the business date, "
                                          DELIMITED BY SIZE
                          "extract count " DELIMITED BY SIZE
                          FUNCTION TRIM(Rpt-Count-Ed-2)
                                          DELIMITED BY SIZE
                       INTO Rpt-Text
                   PERFORM Write-Break-Line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF Ent-Hist-Count(Ent-Idx) < Ent-Reg-Day(Ent-Idx)
               MOVE "STATS.HIST" TO Rpt-File
               MOVE Ent-Hist-Count(Ent-Idx) TO Rpt-Count-Ed
               MOVE Ent-Reg-Day(Ent-Idx)    TO Rpt-Count-Ed-2
               MOVE SPACES TO Rpt-Text
               STRING FUNCTION TRIM(Rpt-Count-Ed) DELIMITED BY SIZE
                      " history rows for the run date, "
                                          DELIMITED BY SIZE
                      FUNCTION TRIM(Rpt-Count-Ed-2)
                                          DELIMITED BY SIZE
                      " batches registered that day"
                                          DELIMITED BY SIZE
                   INTO Rpt-Text
               PERFORM Write-Break-Line
           END-IF

           IF NOT Ent-On-Log(Ent-Idx)
               MOVE "STATS.LOG" TO Rpt-File
               MOVE "no reject/outlier count logged for this run"
                   TO Rpt-Text
               PERFORM Write-Break-Line
           ELSE
               IF Ent-Log-Rej(Ent-Idx) NOT = Ent-Mst-Rej(Ent-Idx)
                   MOVE "REJECT.MST" TO Rpt-File
                   MOVE Ent-Mst-Rej(Ent-Idx) TO Rpt-Count-Ed
                   MOVE Ent-Log-Rej(Ent-Idx) TO Rpt-Count-Ed-2
                   MOVE SPACES TO Rpt-Text
                   STRING FUNCTION TRIM(Rpt-Count-Ed)
                                          DELIMITED BY SIZE
                          " rejects held for the run, STATS.LOG "
                                          DELIMITED BY SIZE
                          "shows "        DELIMITED BY SIZE
                          FUNCTION TRIM(Rpt-Count-Ed-2)
                                          DELIMITED BY SIZE
                       INTO Rpt-Text
                   PERFORM Write-Break-Line
               END-IF
               IF Ent-Log-Out(Ent-Idx) NOT = Ent-Mst-Out(Ent-Idx)
                   MOVE "OUTLIER.MST" TO Rpt-File
                   MOVE Ent-Mst-Out(Ent-Idx) TO Rpt-Count-Ed
                   MOVE Ent-Log-Out(Ent-Idx) TO Rpt-Count-Ed-2
                   MOVE SPACES TO Rpt-Text
                   STRING FUNCTION TRIM(Rpt-Count-Ed)
                                          DELIMITED BY SIZE
                          " outliers held for the run, STATS.LOG "
                                          DELIMITED BY SIZE
                          "shows "        DELIMITED BY SIZE
                          FUNCTION TRIM(Rpt-Count-Ed-2)
                                          DELIMITED BY SIZE
                       INTO Rpt-Text
                   PERFORM Write-Break-Line
               END-IF
           END-IF.

       Write-Break-Line.
           ADD 1 TO WS-Total-Breaks
           MOVE SPACES TO Rpt-Line
           STRING "    BREAK  "      DELIMITED BY SIZE
                  Ent-Batch(Ent-Idx) DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  Rpt-File           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  Rpt-Text           DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE WS-Ent-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Batches audited:       " DELIMITED BY SIZE
                  Rpt-Total-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE WS-Clean-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Batches in step:       " DELIMITED BY SIZE
                  Rpt-Total-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE WS-Batch-Breaks TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Batches with breaks:   " DELIMITED BY SIZE
                  Rpt-Total-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           MOVE WS-Total-Breaks TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Breaks listed:         " DELIMITED BY SIZE
                  Rpt-Total-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Audit-Rpt-Rec FROM Rpt-Line
           IF NOT WS-Log-Read OR NOT WS-Rmst-Read
                   OR NOT WS-Omst-Read OR NOT WS-Hist-Read
               MOVE SPACES TO Rpt-Line
               WRITE Audit-Rpt-Rec FROM Rpt-Line
               MOVE SPACES TO Rpt-Line
               STRING "Files not found or unreadable (their rows "
                      "count as none):"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Audit-Rpt-Rec FROM Rpt-Line
               IF NOT WS-Hist-Read
                   MOVE "  STATS.HIST" TO Rpt-Line
                   WRITE Audit-Rpt-Rec FROM Rpt-Line
               END-IF
               IF NOT WS-Log-Read
                   MOVE "  STATS.LOG" TO Rpt-Line
                   WRITE Audit-Rpt-Rec FROM Rpt-Line
               END-IF
               IF NOT WS-Rmst-Read
                   MOVE "  REJECT.MST" TO Rpt-Line
                   WRITE Audit-Rpt-Rec FROM Rpt-Line
               END-IF
               IF NOT WS-Omst-Read
                   MOVE "  OUTLIER.MST" TO Rpt-Line
                   WRITE Audit-Rpt-Rec FROM Rpt-Line
               END-IF
           END-IF.
