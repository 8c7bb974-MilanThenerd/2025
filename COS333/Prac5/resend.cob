       IDENTIFICATION DIVISION.
       PROGRAM-ID. Resend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stats-Xrg-File ASSIGN TO "STATS.XRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrg-Status.

           SELECT Stats-Dtl-File ASSIGN TO "STATS.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtl-Status.

      * RESEND.WRK holds the batch's readings tagged with their
      * group/type pair, RESEND.SRT the sorted images the statistics
      * passes run over, and RESEND.SWK is the sort's work area.
           SELECT Resend-Wrk-File ASSIGN TO "RESEND.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Wrk-Status.

           SELECT Resend-Srt-File ASSIGN TO "RESEND.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Srt-Status.

           SELECT Sort-File ASSIGN TO "RESEND.SWK".

           SELECT Stats-Rsx-File ASSIGN TO "STATS.RSX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rsx-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * Same record the Stats module appends per accepted reading.
       FD  Stats-Dtl-File.
       01  Stats-Dtl-Rec.
           05  Dtl-Batch-Id       PIC X(8).
           05  Dtl-Business-Date  PIC X(8).
           05  Dtl-Run-Stamp.
               10  Dtl-Run-Date   PIC X(8).
               10  Dtl-Run-Time   PIC X(6).
           05  Dtl-Group          PIC X(4).
           05  Dtl-Type           PIC X(2).
           05  Dtl-Value          PIC 9(5)V9(2).
           05  Dtl-Status         PIC X.
               88  Dtl-Is-Fault               VALUE "F".
           05  Dtl-Sensor-Id      PIC X(8).

       FD  Resend-Wrk-File.
       01  Resend-Wrk-Rec.
           05  Wrk-Pair           PIC 9(4).
           05  Wrk-Value          PIC 9(5)V9(2).

       FD  Resend-Srt-File.
       01  Resend-Srt-Rec.
           05  Srt-Pair           PIC 9(4).
           05  Srt-Value          PIC 9(5)V9(2).

       SD  Sort-File.
       01  Sort-Rec.
           05  Sort-Pair          PIC 9(4).
           05  Sort-Value         PIC 9(5)V9(2).

      * Retransmission extract: the STATS.EXT layout, one header/
      * detail/trailer set carrying the batch's own id, a fresh
      * timestamp and the same record count and mean hash total the
      * set carried when first handed off.
       FD  Stats-Rsx-File.
       01  Stats-Rsx-Rec.
           05  Ext-Rec-Type       PIC X.
           05  Ext-Rec-Body       PIC X(55).
           05  Ext-Header-Rec REDEFINES Ext-Rec-Body.
               10  Ext-Batch-Id   PIC X(8).
               10  Ext-Business-Date
                                  PIC X(8).
               10  Ext-Timestamp  PIC X(14).
               10  Ext-Orig-Batch-Id
                                  PIC X(8).
               10  FILLER         PIC X(17).
           05  Ext-Detail-Rec REDEFINES Ext-Rec-Body.
               10  Ext-Group-Code PIC X(4).
               10  Ext-Read-Type  PIC X(2).
               10  Ext-Count      PIC 9(5).
               10  Ext-Mean       PIC 9(5)V9(4).
               10  Ext-Range      PIC 9(5)V9(2).
               10  Ext-StdDev     PIC 9(5)V9(4).
               10  Ext-Median     PIC 9(5)V9(2).
               10  Ext-Mode       PIC 9(5)V9(2).
               10  FILLER         PIC X(5).
           05  Ext-Trailer-Rec REDEFINES Ext-Rec-Body.
               10  Ext-Rec-Count  PIC 9(6).
               10  Ext-Hash-Total PIC 9(8)V9(2).
               10  FILLER         PIC X(39).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Xrg-Status          PIC XX.
           88  WS-Xrg-Not-Found               VALUE "35".
       01  WS-Dtl-Status          PIC XX.
           88  WS-Dtl-Not-Found               VALUE "35".
       01  WS-Wrk-Status          PIC XX.
       01  WS-Srt-Status          PIC XX.
       01  WS-Rsx-Status          PIC XX.
       01  WS-Log-Status          PIC XX.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Srt-Eof-Sw          PIC X VALUE "N".
           88  WS-Srt-Eof                     VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).

      * Request line off SYSIN: the one batch id to regenerate.
       01  Req-Request            PIC X(80).
       01  Req-Word-1             PIC X(20).
       01  Req-Word-2             PIC X(20).
       01  WS-Batch-Id            PIC X(8).

      * Audit log controls, as in the Stats module.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Hash-Ed         PIC Z(7)9.99.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * The batch's latest row on the transmission register: the
      * controls the regenerated set has to reproduce.
       01  WS-Xrg-Found-Sw        PIC X VALUE "N".
           88  WS-Xrg-Found                   VALUE "Y".
       01  WS-Reg-Run-Date        PIC X(8).
       01  WS-Reg-Count           PIC 9(6).
       01  WS-Reg-Hash-X          PIC X(10).
       01  WS-Reg-Hash REDEFINES WS-Reg-Hash-X
                                  PIC 9(8)V9(2).
       01  WS-Reg-Status          PIC X.
       01  WS-Rs-Count            PIC 9(4) VALUE 0.

      * Latest detail copy of the batch on STATS.DTL (a rerun
      * appends a fresh copy; only the newest is what was last
      * published).
       01  WS-Dtl-Stamp           PIC X(14) VALUE SPACES.
       01  WS-Dtl-Business-Date   PIC X(8).
       01  WS-Reading-Count       PIC 9(7) VALUE 0.
       01  WS-Fault-Count         PIC 9(7) VALUE 0.

      * Reading types in the order the batch first carried them,
      * which is the order the Stats module wrote its type sections.
       01  WS-Type-Count          PIC 9(2) VALUE 0.
       01  Type-Table.
           05  Type-Entry OCCURS 1 TO 10 TIMES
                   DEPENDING ON WS-Type-Count
                   INDEXED BY Type-Idx.
               10  Type-Code      PIC X(2).
       01  WS-Type-Hit            PIC 9(2).

      * Group/type pairs in the order the batch first carried them,
      * with the aggregates recomputed for each.
       01  WS-Pair-Count          PIC 9(4) VALUE 0.
       01  Pair-Table.
           05  Pair-Entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Pair-Count
                   INDEXED BY Pair-Idx.
               10  Pair-Group     PIC X(4).
               10  Pair-Type      PIC X(2).
               10  Pair-Count     PIC 9(7).
               10  Pair-Sum       PIC 9(12)V9(4).
               10  Pair-Min       PIC 9(5)V9(2).
               10  Pair-Max       PIC 9(5)V9(2).
               10  Pair-Mean      PIC 9(5)V9(4).
               10  Pair-Var-Total PIC 9(15)V9(4).
               10  Pair-Variance  PIC 9(10)V9(4).
               10  Pair-StdDev    PIC 9(5)V9(4).
               10  Pair-Median    PIC 9(5)V9(2).
               10  Pair-Mode      PIC 9(5)V9(2).
       01  WS-Pair-Hit            PIC 9(4).
       01  WS-Lookup-Group        PIC X(4).
       01  WS-Lookup-Type         PIC X(2).

      * Extract controls for the regenerated set.
       01  WS-Ext-Count           PIC 9(6) VALUE 0.
       01  WS-Ext-Hash            PIC 9(8)V9(2) VALUE 0.

      * Walk state for the sorted statistics passes, as in the
      * Stats module.
       01  WS-Run-Pair            PIC 9(4).
       01  WS-Pos                 PIC 9(7).
       01  WS-Med-Pos-1           PIC 9(7).
       01  WS-Med-Pos-2           PIC 9(7).
       01  WS-Med-Val-1           PIC 9(5)V9(2).
       01  WS-Med-Val-2           PIC 9(5)V9(2).
       01  WS-Candidate-Value     PIC 9(5)V9(2).
       01  WS-Candidate-Count     PIC 9(7).
       01  WS-Best-Value          PIC 9(5)V9(2).
       01  WS-Best-Count          PIC 9(7).
       01  WS-Degrees-Freedom     PIC 9(7).
       01  Res-Count              PIC 9(7).
       01  Temp                   PIC 9(10)V9(4).

       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time

           MOVE 0 TO RETURN-CODE
           PERFORM Read-Request
           PERFORM Open-Audit-Log
           MOVE "---------------------------------------------"
               TO WS-Log-Text
           PERFORM Write-Log
           MOVE SPACES TO WS-Log-Text
           STRING "Resend requested for batch " DELIMITED BY SIZE
                  WS-Batch-Id                   DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log

           PERFORM Find-Latest-Transmission
           PERFORM Find-Latest-Detail
           PERFORM Collect-Readings
           PERFORM Compute-Statistics
           PERFORM Prove-Controls
           PERFORM Write-Resend-Extract
           PERFORM Register-Resend

           DISPLAY "Resend: batch " WS-Batch-Id
               " business date " WS-Dtl-Business-Date
           DISPLAY "Resend: last sent " WS-Reg-Run-Date
               ", acknowledgement status '" WS-Reg-Status "'"
           DISPLAY "Resend: readings regenerated    " WS-Reading-Count
           IF WS-Fault-Count > 0
               DISPLAY "Resend:   of which since confirmed faults "
                   WS-Fault-Count
           END-IF
           DISPLAY "Resend: extract detail records  " WS-Ext-Count
           MOVE WS-Ext-Hash TO WS-Log-Hash-Ed
           DISPLAY "Resend: extract hash total      " WS-Log-Hash-Ed
           DISPLAY "Resend: STATS.RSX ready to send"
           IF WS-Rs-Count > 0
               DISPLAY "Resend: note - " WS-Rs-Count
                   " restatement set(s) on STATS.XRG name this "
                   "batch; the figures resent are as first "
                   "published, before any restatement"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM End-Run.

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
               DISPLAY "Resend: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pulls the batch id off SYSIN. Restatement sets (RSnnnnnn)
      * only carry the pairs restated on the night they were made,
      * which the detail store no longer shows, so they cannot be
      * regenerated here.
       Read-Request.
           MOVE SPACES TO Req-Request
           ACCEPT Req-Request
           MOVE SPACES TO Req-Word-1
           MOVE SPACES TO Req-Word-2
           UNSTRING Req-Request DELIMITED BY ALL " "
               INTO Req-Word-1 Req-Word-2
           END-UNSTRING
           IF Req-Word-1 = SPACES OR Req-Word-2 NOT = SPACES
                   OR Req-Word-1(9:12) NOT = SPACES
               DISPLAY "Resend: usage - supply one line on "
                   "standard input:"
               DISPLAY "    <batch id>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Req-Word-1(1:8) TO WS-Batch-Id
           IF WS-Batch-Id(1:2) = "RS"
                   AND WS-Batch-Id(3:6) IS NUMERIC
               DISPLAY "Resend: " WS-Batch-Id " is a restatement "
                   "set and cannot be regenerated"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The batch's last row on the register is the transmission the
      * warehouse was last sent, and its controls are what the
      * regenerated set must reproduce. Restatement sets naming the
      * batch are counted so the operator can be told of them.
       Find-Latest-Transmission.
           OPEN INPUT Stats-Xrg-File
           IF WS-Xrg-Status NOT = "00"
               DISPLAY "Resend: unable to open STATS-XRG, status "
                   WS-Xrg-Status
               MOVE "STATS.XRG unreadable, nothing resent"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Stats-Xrg-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF Xrg-Batch-Id = WS-Batch-Id
                           SET WS-Xrg-Found TO TRUE
                           MOVE Xrg-Run-Date   TO WS-Reg-Run-Date
                           MOVE Xrg-Rec-Count  TO WS-Reg-Count
                           MOVE Stats-Xrg-Rec(45:10)
                               TO WS-Reg-Hash-X
                           MOVE Xrg-Ack-Status TO WS-Reg-Status
                       END-IF
                       IF Xrg-Orig-Batch-Id = WS-Batch-Id
                           ADD 1 TO WS-Rs-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Stats-Xrg-File
           MOVE "N" TO WS-Eof-Sw
           IF NOT WS-Xrg-Found
               DISPLAY "Resend: batch " WS-Batch-Id
                   " was never registered as sent"
               MOVE "Batch not on STATS.XRG, nothing resent"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           IF WS-Reg-Count IS NOT NUMERIC
               MOVE 0 TO WS-Reg-Count
           END-IF.

      * First pass over STATS.DTL: the newest run stamp held for the
      * batch, and its business date.
       Find-Latest-Detail.
           OPEN INPUT Stats-Dtl-File
           IF WS-Dtl-Status NOT = "00"
               DISPLAY "Resend: unable to open STATS-DTL, status "
                   WS-Dtl-Status
               MOVE "STATS.DTL unreadable, nothing resent"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Stats-Dtl-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF Dtl-Batch-Id = WS-Batch-Id
                               AND (WS-Dtl-Stamp = SPACES
                                    OR Dtl-Run-Stamp > WS-Dtl-Stamp)
                           MOVE Dtl-Run-Stamp TO WS-Dtl-Stamp
                           MOVE Dtl-Business-Date
                               TO WS-Dtl-Business-Date
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Stats-Dtl-File
           MOVE "N" TO WS-Eof-Sw
           IF WS-Dtl-Stamp = SPACES
               DISPLAY "Resend: no readings retained on STATS.DTL "
                   "for batch " WS-Batch-Id
               MOVE "Batch not on STATS.DTL, nothing resent"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF.

      * Second pass: every reading of the latest copy goes to
      * RESEND.WRK against its pair. Readings since marked F by a
      * restatement are taken as well, since the set first handed
      * off was computed before they were confirmed as faults.
       Collect-Readings.
           OPEN INPUT Stats-Dtl-File
           OPEN OUTPUT Resend-Wrk-File
           IF WS-Wrk-Status NOT = "00"
               DISPLAY "Resend: unable to open RESEND-WRK, status "
                   WS-Wrk-Status
               CLOSE Stats-Dtl-File
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Stats-Dtl-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF Dtl-Batch-Id = WS-Batch-Id
                               AND Dtl-Run-Stamp = WS-Dtl-Stamp
                           PERFORM Take-Reading
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Stats-Dtl-File
           CLOSE Resend-Wrk-File
           MOVE "N" TO WS-Eof-Sw.

       Take-Reading.
           MOVE Dtl-Type TO WS-Lookup-Type
           MOVE 0 TO WS-Type-Hit
           PERFORM VARYING Type-Idx FROM 1 BY 1
                   UNTIL Type-Idx > WS-Type-Count
               IF Type-Code(Type-Idx) = WS-Lookup-Type
                   SET WS-Type-Hit TO Type-Idx
               END-IF
           END-PERFORM
           IF WS-Type-Hit = 0
               IF WS-Type-Count < 10
                   ADD 1 TO WS-Type-Count
                   MOVE WS-Lookup-Type TO Type-Code(WS-Type-Count)
               ELSE
                   DISPLAY "Resend: more than 10 reading types, "
                       WS-Lookup-Type " not regenerated"
               END-IF
           END-IF

           MOVE Dtl-Group TO WS-Lookup-Group
           MOVE 0 TO WS-Pair-Hit
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Group(Pair-Idx) = WS-Lookup-Group
                       AND Pair-Type(Pair-Idx) = WS-Lookup-Type
                   SET WS-Pair-Hit TO Pair-Idx
               END-IF
           END-PERFORM
           IF WS-Pair-Hit = 0
               IF WS-Pair-Count < 1000
                   ADD 1 TO WS-Pair-Count
                   MOVE WS-Pair-Count   TO WS-Pair-Hit
                   MOVE WS-Lookup-Group TO Pair-Group(WS-Pair-Hit)
                   MOVE WS-Lookup-Type  TO Pair-Type(WS-Pair-Hit)
                   MOVE 0 TO Pair-Count(WS-Pair-Hit)
                   MOVE 0 TO Pair-Sum(WS-Pair-Hit)
                   MOVE 0 TO Pair-Min(WS-Pair-Hit)
                   MOVE 0 TO Pair-Max(WS-Pair-Hit)
               ELSE
                   DISPLAY "Resend: more than 1000 group/type "
                       "pairs, " WS-Lookup-Group " "
                       WS-Lookup-Type " not regenerated"
               END-IF
           END-IF

           IF WS-Pair-Hit > 0
               ADD 1 TO WS-Reading-Count
               IF Dtl-Is-Fault
                   ADD 1 TO WS-Fault-Count
               END-IF
               MOVE WS-Pair-Hit TO Wrk-Pair
               MOVE Dtl-Value   TO Wrk-Value
               WRITE Resend-Wrk-Rec
               IF Pair-Count(WS-Pair-Hit) = 0
                   MOVE Dtl-Value TO Pair-Min(WS-Pair-Hit)
                   MOVE Dtl-Value TO Pair-Max(WS-Pair-Hit)
               ELSE
                   IF Dtl-Value < Pair-Min(WS-Pair-Hit)
                       MOVE Dtl-Value TO Pair-Min(WS-Pair-Hit)
                   END-IF
                   IF Dtl-Value > Pair-Max(WS-Pair-Hit)
                       MOVE Dtl-Value TO Pair-Max(WS-Pair-Hit)
                   END-IF
               END-IF
               ADD 1 TO Pair-Count(WS-Pair-Hit)
               ADD Dtl-Value TO Pair-Sum(WS-Pair-Hit)
           END-IF.

      * Recomputes each pair's figures with the Stats module's own
      * arithmetic (same truncated mean, n-1 variance, positional
      * median and first-longest-run mode), so the set comes out
      * identical to the one first handed off.
       Compute-Statistics.
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Count(Pair-Idx) > 0
                   COMPUTE Pair-Mean(Pair-Idx) =
                       Pair-Sum(Pair-Idx) / Pair-Count(Pair-Idx)
               ELSE
                   MOVE 0 TO Pair-Mean(Pair-Idx)
               END-IF
               MOVE 0 TO Pair-Var-Total(Pair-Idx)
               MOVE 0 TO Pair-Variance(Pair-Idx)
               MOVE 0 TO Pair-StdDev(Pair-Idx)
               MOVE 0 TO Pair-Median(Pair-Idx)
               MOVE 0 TO Pair-Mode(Pair-Idx)
           END-PERFORM

           SORT Sort-File
               ON ASCENDING KEY Sort-Pair Sort-Value
               USING Resend-Wrk-File
               GIVING Resend-Srt-File
           PERFORM Variance-Pass
           PERFORM Finish-Variances
           PERFORM Pair-Detail-Pass.

       Variance-Pass.
           OPEN INPUT Resend-Srt-File
           MOVE "N" TO WS-Srt-Eof-Sw
           PERFORM UNTIL WS-Srt-Eof
               READ Resend-Srt-File
                   AT END
                       SET WS-Srt-Eof TO TRUE
                   NOT AT END
                       COMPUTE Temp =
                           (Srt-Value - Pair-Mean(Srt-Pair)) ** 2
                       ADD Temp TO Pair-Var-Total(Srt-Pair)
               END-READ
           END-PERFORM
           CLOSE Resend-Srt-File.

       Finish-Variances.
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Count(Pair-Idx) > 1
                   COMPUTE WS-Degrees-Freedom =
                       Pair-Count(Pair-Idx) - 1
                   COMPUTE Pair-Variance(Pair-Idx) ROUNDED =
                       Pair-Var-Total(Pair-Idx)
                           / WS-Degrees-Freedom
               ELSE
                   MOVE 0 TO Pair-Variance(Pair-Idx)
               END-IF
               COMPUTE Pair-StdDev(Pair-Idx) ROUNDED =
                   FUNCTION SQRT(Pair-Variance(Pair-Idx))
           END-PERFORM.

       Pair-Detail-Pass.
           OPEN INPUT Resend-Srt-File
           MOVE 0 TO WS-Run-Pair
           MOVE "N" TO WS-Srt-Eof-Sw
           PERFORM UNTIL WS-Srt-Eof
               READ Resend-Srt-File
                   AT END
                       SET WS-Srt-Eof TO TRUE
                       IF WS-Run-Pair > 0
                           PERFORM End-Pair-Run
                       END-IF
                   NOT AT END
                       IF Srt-Pair NOT = WS-Run-Pair
                           IF WS-Run-Pair > 0
                               PERFORM End-Pair-Run
                           END-IF
                           PERFORM Start-Pair-Run
                       END-IF
                       PERFORM Take-Pair-Record
               END-READ
           END-PERFORM
           CLOSE Resend-Srt-File.

       Start-Pair-Run.
           MOVE Srt-Pair TO WS-Run-Pair
           MOVE 0 TO WS-Pos
           MOVE Pair-Count(WS-Run-Pair) TO Res-Count
           IF FUNCTION MOD(Res-Count, 2) = 1
               COMPUTE WS-Med-Pos-1 = (Res-Count + 1) / 2
               MOVE WS-Med-Pos-1 TO WS-Med-Pos-2
           ELSE
               COMPUTE WS-Med-Pos-1 = Res-Count / 2
               COMPUTE WS-Med-Pos-2 = WS-Med-Pos-1 + 1
           END-IF
           MOVE 0 TO WS-Candidate-Count
           MOVE 0 TO WS-Candidate-Value
           MOVE 0 TO WS-Best-Count
           MOVE 0 TO WS-Best-Value
           MOVE 0 TO WS-Med-Val-1
           MOVE 0 TO WS-Med-Val-2.

       Take-Pair-Record.
           ADD 1 TO WS-Pos
           IF WS-Pos = WS-Med-Pos-1
               MOVE Srt-Value TO WS-Med-Val-1
           END-IF
           IF WS-Pos = WS-Med-Pos-2
               MOVE Srt-Value TO WS-Med-Val-2
           END-IF
           IF WS-Pos = 1 OR Srt-Value NOT = WS-Candidate-Value
               PERFORM Close-Mode-Candidate
               MOVE Srt-Value TO WS-Candidate-Value
               MOVE 1 TO WS-Candidate-Count
           ELSE
               ADD 1 TO WS-Candidate-Count
           END-IF.

       Close-Mode-Candidate.
           IF WS-Candidate-Count > WS-Best-Count
               MOVE WS-Candidate-Value TO WS-Best-Value
               MOVE WS-Candidate-Count TO WS-Best-Count
           END-IF.

       End-Pair-Run.
           PERFORM Close-Mode-Candidate
           IF WS-Med-Pos-1 = WS-Med-Pos-2
               MOVE WS-Med-Val-1 TO Pair-Median(WS-Run-Pair)
           ELSE
               COMPUTE Pair-Median(WS-Run-Pair) ROUNDED =
                   (WS-Med-Val-1 + WS-Med-Val-2) / 2
           END-IF
           MOVE WS-Best-Value TO Pair-Mode(WS-Run-Pair).

      * The regenerated set must carry the controls the register
      * holds for the last transmission; anything else means the
      * detail store has drifted from what was sent, and nothing is
      * written. Rows registered before the hash total was kept are
      * proved on the count alone.
       Prove-Controls.
           MOVE 0 TO WS-Ext-Count
           MOVE 0 TO WS-Ext-Hash
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               ADD 1 TO WS-Ext-Count
               ADD Pair-Mean(Pair-Idx) TO WS-Ext-Hash
           END-PERFORM
           IF WS-Ext-Count NOT = WS-Reg-Count
                   OR (WS-Reg-Hash IS NUMERIC
                       AND WS-Ext-Hash NOT = WS-Reg-Hash)
               DISPLAY "Resend: regenerated set does not agree with "
                   "STATS.XRG - nothing written"
               DISPLAY "Resend:   registered records " WS-Reg-Count
                   " hash " WS-Reg-Hash-X
               DISPLAY "Resend:   regenerated records " WS-Ext-Count
                   " hash " WS-Ext-Hash
               MOVE WS-Ext-Count TO WS-Log-Count-Ed
               MOVE WS-Ext-Hash  TO WS-Log-Hash-Ed
               MOVE SPACES TO WS-Log-Text
               STRING "Resend controls disagree, regenerated "
                                         DELIMITED BY SIZE
                      WS-Log-Count-Ed    DELIMITED BY SIZE
                      " records hash "   DELIMITED BY SIZE
                      WS-Log-Hash-Ed     DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
               MOVE 8 TO RETURN-CODE
               PERFORM End-Run
           END-IF.

      * Writes the set in the Stats module's order: one section per
      * reading type, groups within it in the order they arrived.
       Write-Resend-Extract.
           OPEN OUTPUT Stats-Rsx-File
           IF WS-Rsx-Status NOT = "00"
               DISPLAY "Resend: unable to open STATS-RSX, status "
                   WS-Rsx-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE SPACES TO Stats-Rsx-Rec
           MOVE "H" TO Ext-Rec-Type
           MOVE WS-Batch-Id          TO Ext-Batch-Id
           MOVE WS-Dtl-Business-Date TO Ext-Business-Date
           MOVE FUNCTION CURRENT-DATE TO WS-Log-Stamp
           MOVE WS-Log-Stamp(1:14) TO Ext-Timestamp
           WRITE Stats-Rsx-Rec

           PERFORM VARYING Type-Idx FROM 1 BY 1
                   UNTIL Type-Idx > WS-Type-Count
               PERFORM VARYING Pair-Idx FROM 1 BY 1
                       UNTIL Pair-Idx > WS-Pair-Count
                   IF Pair-Type(Pair-Idx) = Type-Code(Type-Idx)
                       PERFORM Write-Extract-Row
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO Stats-Rsx-Rec
           MOVE "T" TO Ext-Rec-Type
           MOVE WS-Ext-Count TO Ext-Rec-Count
           MOVE WS-Ext-Hash  TO Ext-Hash-Total
           WRITE Stats-Rsx-Rec
           CLOSE Stats-Rsx-File.

       Write-Extract-Row.
           MOVE SPACES TO Stats-Rsx-Rec
           MOVE "D" TO Ext-Rec-Type
           MOVE Pair-Group(Pair-Idx)  TO Ext-Group-Code
           MOVE Pair-Type(Pair-Idx)   TO Ext-Read-Type
           MOVE Pair-Count(Pair-Idx)  TO Ext-Count
           MOVE Pair-Mean(Pair-Idx)   TO Ext-Mean
           COMPUTE Ext-Range = Pair-Max(Pair-Idx) - Pair-Min(Pair-Idx)
           MOVE Pair-StdDev(Pair-Idx) TO Ext-StdDev
           MOVE Pair-Median(Pair-Idx) TO Ext-Median
           MOVE Pair-Mode(Pair-Idx)   TO Ext-Mode
           WRITE Stats-Rsx-Rec.

      * Records the retransmission on the register as the batch's
      * newest row, awaiting its own acknowledgement; the AckRec
      * module closes off the row it replaces.
       Register-Resend.
           OPEN EXTEND Stats-Xrg-File
           IF WS-Xrg-Status NOT = "00"
               DISPLAY "Resend: unable to open STATS.XRG, status "
                   WS-Xrg-Status ", STATS.RSX not registered"
               MOVE "STATS.XRG unwritable, resend not registered"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE WS-Batch-Id          TO Xrg-Batch-Id
           MOVE WS-Dtl-Business-Date TO Xrg-Business-Date
           MOVE WS-Run-Date          TO Xrg-Run-Date
           MOVE WS-Run-Time          TO Xrg-Run-Time
           MOVE WS-Ext-Count         TO Xrg-Rec-Count
           MOVE SPACES               TO Xrg-Orig-Batch-Id
           MOVE WS-Ext-Hash          TO Xrg-Hash-Total
           MOVE SPACE                TO Xrg-Ack-Status
           MOVE SPACES               TO Xrg-Ack-Date
           MOVE 0                    TO Xrg-Ack-Count
           MOVE 0                    TO Xrg-Ack-Hash
           WRITE Stats-Xrg-Rec
           CLOSE Stats-Xrg-File
           MOVE WS-Ext-Count TO WS-Log-Count-Ed
           MOVE WS-Ext-Hash  TO WS-Log-Hash-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Extract for batch " DELIMITED BY SIZE
                  WS-Batch-Id          DELIMITED BY SIZE
                  " regenerated, records "
                                       DELIMITED BY SIZE
                  WS-Log-Count-Ed      DELIMITED BY SIZE
                  " hash "             DELIMITED BY SIZE
                  WS-Log-Hash-Ed       DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * --- Audit log ------------------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "Resend: warning - unable to open STATS.LOG, "
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

      * Single exit point: writes the closing audit line, releases
      * the log and stops with whatever RETURN-CODE the caller set.
       End-Run.
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Resend run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
