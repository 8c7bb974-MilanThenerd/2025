       IDENTIFICATION DIVISION.
       PROGRAM-ID. Restate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stats-Flt-File ASSIGN TO "STATS.FLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Flt-Status.

           SELECT Stats-Dtl-File ASSIGN TO "STATS.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtl-Status.

      * RESTATE.DTN is the rebuilt detail store (faulted readings
      * marked), copied back over STATS.DTL only once it is complete.
      * RESTATE.WRK holds the surviving readings of every pair being
      * restated, RESTATE.SRT the sorted images the statistics
      * passes run over, and RESTATE.SWK is the sort's work area.
           SELECT Restate-Dtn-File ASSIGN TO "RESTATE.DTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtn-Status.

           SELECT Restate-Wrk-File ASSIGN TO "RESTATE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Wrk-Status.

           SELECT Restate-Srt-File ASSIGN TO "RESTATE.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Srt-Status.

           SELECT Sort-File ASSIGN TO "RESTATE.SWK".

           SELECT Stats-Ghi-File ASSIGN TO "STATS.GHI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ghi-Key
               FILE STATUS IS WS-Ghi-Status.

           SELECT Stats-Rxt-File ASSIGN TO "STATS.RXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rxt-Status.

      * The processed-batch register, read to tell which batch last
      * published each business date's STATS.GHI rows.
           SELECT Stats-Reg-File ASSIGN TO "STATS.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reg-Status.

           SELECT Stats-Xrg-File ASSIGN TO "STATS.XRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrg-Status.

           SELECT Restate-Rpt-File ASSIGN TO "RESTATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      * Confirmed sensor faults as handed over by the OutReg module,
      * one row per F disposition applied.
       FD  Stats-Flt-File.
       01  Stats-Flt-Rec.
           05  Flt-Out-Date       PIC X(8).
           05  Flt-Batch-Id       PIC X(8).
           05  Flt-Seq            PIC 9(5).
           05  Flt-Group          PIC X(4).
           05  Flt-Type           PIC X(2).
           05  Flt-Value          PIC 9(5)V9(2).
           05  Flt-Disp-Date      PIC X(8).
           05  Flt-Sensor-Id      PIC X(8).

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

       FD  Restate-Dtn-File.
       01  Restate-Dtn-Rec        PIC X(52).

       FD  Restate-Wrk-File.
       01  Restate-Wrk-Rec.
           05  Wrk-Pair           PIC 9(4).
           05  Wrk-Value          PIC 9(5)V9(2).

       FD  Restate-Srt-File.
       01  Restate-Srt-Rec.
           05  Srt-Pair           PIC 9(4).
           05  Srt-Value          PIC 9(5)V9(2).

       SD  Sort-File.
       01  Sort-Rec.
           05  Sort-Pair          PIC 9(4).
           05  Sort-Value         PIC 9(5)V9(2).

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

      * Restatement extract: the STATS.EXT layout, one header/
      * detail/trailer set per original batch restated. The header
      * carries the restatement's own batch id and names the
      * original batch it replaces figures for; the trailer carries
      * the set's own record count and mean hash total.
       FD  Stats-Rxt-File.
       01  Stats-Rxt-Rec.
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

      * Same record the Stats module appends per completed batch.
       FD  Stats-Reg-File.
       01  Stats-Reg-Rec.
           05  Reg-Batch-Id       PIC X(8).
           05  Reg-Business-Date  PIC X(8).
           05  Reg-Run-Date       PIC X(8).
           05  Reg-Run-Time       PIC X(6).

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

       FD  Restate-Rpt-File.
       01  Restate-Rpt-Rec        PIC X(132).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Flt-Status          PIC XX.
           88  WS-Flt-Not-Found               VALUE "35".
       01  WS-Dtl-Status          PIC XX.
           88  WS-Dtl-Not-Found               VALUE "35".
       01  WS-Dtn-Status          PIC XX.
       01  WS-Wrk-Status          PIC XX.
       01  WS-Srt-Status          PIC XX.
       01  WS-Ghi-Status          PIC XX.
       01  WS-Rxt-Status          PIC XX.
       01  WS-Reg-Status          PIC XX.
           88  WS-Reg-Not-Found               VALUE "35".
       01  WS-Xrg-Status          PIC XX.
           88  WS-Xrg-Not-Found               VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Srt-Eof-Sw          PIC X VALUE "N".
           88  WS-Srt-Eof                     VALUE "Y".
       01  WS-Dtl-Missing-Sw      PIC X VALUE "N".
           88  WS-Dtl-Missing                 VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).

      * Audit log controls, as in the Stats module.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * Confirmed faults loaded from STATS.FLT. Each one removes one
      * occurrence of its value from its batch's group/type pair,
      * so two identical faulted readings need two dispositions.
       01  WS-Fault-Count         PIC 9(4) VALUE 0.
       01  Fault-Table.
           05  Fault-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Fault-Count
                   INDEXED BY Fault-Idx.
               10  Fault-Out-Date PIC X(8).
               10  Fault-Batch    PIC X(8).
               10  Fault-Seq      PIC 9(5).
               10  Fault-Group    PIC X(4).
               10  Fault-Type     PIC X(2).
               10  Fault-Value    PIC 9(5)V9(2).
               10  Fault-Sensor   PIC X(8).
               10  Fault-Used-Sw  PIC X.
                   88  Fault-Is-Used          VALUE "Y".

      * Original batches named by the faults, with the run stamp of
      * the latest detail copy STATS.DTL holds for each (a rerun
      * appends a fresh copy; only the newest is what was last
      * published), the restatement batch id assigned to it and
      * the last batch STATS.REG shows for its business date - the
      * one whose figures STATS.GHI holds for that date.
       01  WS-Bat-Count           PIC 9(3) VALUE 0.
       01  Bat-Table.
           05  Bat-Entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-Bat-Count
                   INDEXED BY Bat-Idx.
               10  Bat-Batch-Id   PIC X(8).
               10  Bat-Business-Date
                                  PIC X(8).
               10  Bat-Stamp      PIC X(14).
               10  Bat-Rs-Id      PIC X(8).
               10  Bat-Latest-Id  PIC X(8).
       01  WS-Bat-Hit             PIC 9(3).
       01  WS-Lookup-Batch        PIC X(8).

      * Group/type pairs touched by a fault, per original batch,
      * with the recomputed aggregates and the figures they replace.
       01  WS-Pair-Count          PIC 9(4) VALUE 0.
       01  Pair-Table.
           05  Pair-Entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Pair-Count
                   INDEXED BY Pair-Idx.
               10  Pair-Bat       PIC 9(3).
               10  Pair-Group     PIC X(4).
               10  Pair-Type      PIC X(2).
               10  Pair-Faults    PIC 9(5).
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
               10  Pair-Ghi-Sw    PIC X.
                   88  Pair-On-Ghi            VALUE "Y".
                   88  Pair-Held-Later        VALUE "L".
               10  Old-Count      PIC 9(5).
               10  Old-Mean       PIC 9(5)V9(4).
               10  Old-Range      PIC 9(5)V9(2).
               10  Old-StdDev     PIC 9(5)V9(4).
               10  Old-Median     PIC 9(5)V9(2).
               10  Old-Mode       PIC 9(5)V9(2).
       01  WS-Pair-Hit            PIC 9(4).
       01  WS-Lookup-Group        PIC X(4).
       01  WS-Lookup-Type         PIC X(2).

       01  WS-Dtl-Stamp           PIC X(14).
       01  WS-Dtl-In-Count        PIC 9(7) VALUE 0.
       01  WS-Dtn-Out-Count       PIC 9(7) VALUE 0.
       01  WS-Dtl-Back-Count      PIC 9(7) VALUE 0.
       01  WS-Applied-Count       PIC 9(4) VALUE 0.
       01  WS-Unmatched-Count     PIC 9(4) VALUE 0.
       01  WS-Restated-Pairs      PIC 9(4) VALUE 0.
       01  WS-No-Ghi-Count        PIC 9(4) VALUE 0.
       01  WS-Later-Count         PIC 9(4) VALUE 0.
       01  WS-Set-Count           PIC 9(4) VALUE 0.
       01  WS-Bat-Pairs           PIC 9(4).

      * Restatement batch ids run RS000001, RS000002, ... carrying
      * on from the highest already on the transmission register,
      * so the warehouse never sees an id twice.
       01  WS-Rs-Seq              PIC 9(6) VALUE 0.
       01  WS-Rs-Id.
           05  FILLER             PIC X(2) VALUE "RS".
           05  WS-Rs-Num          PIC 9(6).
       01  WS-Xrg-Num             PIC 9(6).

      * Extract controls for the set in flight.
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
       01  Temp                   PIC 9(10)V9(4).

      * Figures packet for one report line.
       01  Res-Count              PIC 9(7).
       01  Mean                   PIC 9(5)V9(4).
       01  Range                  PIC 9(5)V9(2).
       01  StdDev                 PIC 9(5)V9(4).
       01  Median                 PIC 9(5)V9(2).
       01  Value-Mode             PIC 9(5)V9(2).

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Label              PIC X(3).
       01  Rpt-Lead               PIC X(42).
       01  Rpt-Count-Ed           PIC ZZZZ9.
       01  Rpt-Mean-Ed            PIC Z(4)9.9999.
       01  Rpt-Range-Ed           PIC Z(4)9.99.
       01  Rpt-StdDev-Ed          PIC Z(4)9.9999.
       01  Rpt-Median-Ed          PIC Z(4)9.99.
       01  Rpt-Mode-Ed            PIC Z(4)9.99.
       01  Rpt-Faults-Ed          PIC ZZZZ9.
       01  Rpt-Value-Ed           PIC Z(4)9.99.
       01  Rpt-Total-Ed           PIC ZZZ9.

       PROCEDURE DIVISION.

       Main-Pgm.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           MOVE WS-Current-Date-Time(9:6) TO WS-Run-Time

           MOVE 0 TO RETURN-CODE
           PERFORM Open-Audit-Log
           MOVE "---------------------------------------------"
               TO WS-Log-Text
           PERFORM Write-Log
           MOVE "Restate run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Faults
           PERFORM Write-Report-Header

           IF WS-Fault-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "(no confirmed sensor faults to restate)"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Restate-Rpt-Rec FROM Rpt-Line
               MOVE "No confirmed sensor faults, nothing restated"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               PERFORM Open-Group-History
               PERFORM Find-Latest-Detail
               IF NOT WS-Dtl-Missing
                   PERFORM Split-Detail
               END-IF
      * Nothing is published until STATS.DTL carries the faulted
      * readings marked: a restatement sent but not recorded there
      * would be sent again, under a new id, the next night.
               IF WS-Restated-Pairs > 0
                   PERFORM Compute-Restated-Statistics
                   PERFORM Open-Restatement-Extract
                   PERFORM Replace-Detail-Store
                   PERFORM Find-Latest-Registration
                   PERFORM Find-Last-Restatement-Id
                   PERFORM VARYING Bat-Idx FROM 1 BY 1
                           UNTIL Bat-Idx > WS-Bat-Count
                       PERFORM Publish-Batch-Restatement
                   END-PERFORM
                   CLOSE Stats-Rxt-File
               END-IF
               CLOSE Stats-Ghi-File
               PERFORM Write-Unmatched-Faults
               PERFORM Clear-Fault-File
           END-IF

           PERFORM Write-Report-Footer
           CLOSE Restate-Rpt-File

           DISPLAY "Restate: confirmed faults read  " WS-Fault-Count
           DISPLAY "Restate: faults applied         " WS-Applied-Count
           DISPLAY "Restate: faults not matched     "
               WS-Unmatched-Count
           DISPLAY "Restate: pairs restated         "
               WS-Restated-Pairs
           DISPLAY "Restate: restatement sets       " WS-Set-Count
           IF (WS-Unmatched-Count > 0 OR WS-No-Ghi-Count > 0
                   OR WS-Later-Count > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

      * Loads STATS.FLT and builds the distinct original-batch and
      * batch/group/type lists the faults touch. No file simply
      * means OutReg confirmed no faults since the last restatement.
       Load-Faults.
           MOVE 0 TO WS-Fault-Count
           OPEN INPUT Stats-Flt-File
           IF WS-Flt-Not-Found
               CONTINUE
           ELSE
               IF WS-Flt-Status NOT = "00"
                   DISPLAY "Restate: unable to open STATS-FLT, "
                       "status " WS-Flt-Status
                   MOVE "STATS.FLT unreadable, run stopped"
                       TO WS-Log-Text
                   PERFORM Write-Log
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Flt-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Add-Fault-Entry
                   END-READ
               END-PERFORM
               CLOSE Stats-Flt-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           MOVE WS-Fault-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Confirmed sensor faults read " DELIMITED BY SIZE
                  WS-Log-Count-Ed                 DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

       Add-Fault-Entry.
           IF WS-Fault-Count < 2000
               ADD 1 TO WS-Fault-Count
               MOVE Flt-Out-Date TO Fault-Out-Date(WS-Fault-Count)
               MOVE Flt-Batch-Id TO Fault-Batch(WS-Fault-Count)
               MOVE Flt-Seq      TO Fault-Seq(WS-Fault-Count)
               MOVE Flt-Group    TO Fault-Group(WS-Fault-Count)
               MOVE Flt-Type     TO Fault-Type(WS-Fault-Count)
               MOVE Flt-Value    TO Fault-Value(WS-Fault-Count)
               MOVE Flt-Sensor-Id TO Fault-Sensor(WS-Fault-Count)
               MOVE "N"          TO Fault-Used-Sw(WS-Fault-Count)
               MOVE Flt-Batch-Id TO WS-Lookup-Batch
               PERFORM Find-Batch-Entry
               IF WS-Bat-Hit = 0
                   IF WS-Bat-Count < 500
                       ADD 1 TO WS-Bat-Count
                       MOVE Flt-Batch-Id
                           TO Bat-Batch-Id(WS-Bat-Count)
                       MOVE SPACES TO Bat-Business-Date(WS-Bat-Count)
                       MOVE SPACES TO Bat-Stamp(WS-Bat-Count)
                       MOVE SPACES TO Bat-Rs-Id(WS-Bat-Count)
                       MOVE SPACES TO Bat-Latest-Id(WS-Bat-Count)
                       MOVE WS-Bat-Count TO WS-Bat-Hit
                   ELSE
                       DISPLAY "Restate: more than 500 batches "
                           "with faults, batch " Flt-Batch-Id
                           " not restated"
                   END-IF
               END-IF
               IF WS-Bat-Hit > 0
                   MOVE Flt-Group TO WS-Lookup-Group
                   MOVE Flt-Type  TO WS-Lookup-Type
                   PERFORM Find-Pair-Entry
                   IF WS-Pair-Hit = 0
                       PERFORM Add-Pair-Entry
                   END-IF
               END-IF
           ELSE
               DISPLAY "Restate: more than 2000 confirmed faults, "
                   Flt-Batch-Id " " Flt-Seq " not restated"
           END-IF.

       Add-Pair-Entry.
           IF WS-Pair-Count < 1000
               ADD 1 TO WS-Pair-Count
               MOVE WS-Bat-Hit      TO Pair-Bat(WS-Pair-Count)
               MOVE WS-Lookup-Group TO Pair-Group(WS-Pair-Count)
               MOVE WS-Lookup-Type  TO Pair-Type(WS-Pair-Count)
               MOVE 0 TO Pair-Faults(WS-Pair-Count)
               MOVE 0 TO Pair-Count(WS-Pair-Count)
               MOVE 0 TO Pair-Sum(WS-Pair-Count)
               MOVE 0 TO Pair-Min(WS-Pair-Count)
               MOVE 0 TO Pair-Max(WS-Pair-Count)
               MOVE "N" TO Pair-Ghi-Sw(WS-Pair-Count)
               MOVE 0 TO Old-Count(WS-Pair-Count)
               MOVE 0 TO Old-Mean(WS-Pair-Count)
               MOVE 0 TO Old-Range(WS-Pair-Count)
               MOVE 0 TO Old-StdDev(WS-Pair-Count)
               MOVE 0 TO Old-Median(WS-Pair-Count)
               MOVE 0 TO Old-Mode(WS-Pair-Count)
           ELSE
               DISPLAY "Restate: more than 1000 group/type pairs "
                   "to restate, " WS-Lookup-Group " "
                   WS-Lookup-Type " not restated"
           END-IF.

       Find-Batch-Entry.
           MOVE 0 TO WS-Bat-Hit
           PERFORM VARYING Bat-Idx FROM 1 BY 1
                   UNTIL Bat-Idx > WS-Bat-Count
               IF Bat-Batch-Id(Bat-Idx) = WS-Lookup-Batch
                   SET WS-Bat-Hit TO Bat-Idx
               END-IF
           END-PERFORM.

       Find-Pair-Entry.
           MOVE 0 TO WS-Pair-Hit
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Bat(Pair-Idx) = WS-Bat-Hit
                       AND Pair-Group(Pair-Idx) = WS-Lookup-Group
                       AND Pair-Type(Pair-Idx) = WS-Lookup-Type
                   SET WS-Pair-Hit TO Pair-Idx
               END-IF
           END-PERFORM.

      * The published results live on STATS.GHI; a restatement that
      * cannot replace them must not mark anything faulted, so the
      * run stops here with STATS.FLT kept for the next night.
       Open-Group-History.
           OPEN I-O Stats-Ghi-File
           IF WS-Ghi-Status NOT = "00"
               DISPLAY "Restate: unable to open STATS-GHI, status "
                   WS-Ghi-Status ", faults kept for the next run"
               MOVE "STATS.GHI unavailable, faults kept on STATS.FLT"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE SPACES TO Rpt-Line
               STRING "STATS.GHI UNAVAILABLE - NOTHING RESTATED, "
                      "FAULTS KEPT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Restate-Rpt-Rec FROM Rpt-Line
               CLOSE Restate-Rpt-File
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF.

      * First pass over STATS.DTL: the newest run stamp (and the
      * business date) held for each faulted batch. A store that is
      * not there at all leaves every fault unmatched.
       Find-Latest-Detail.
           OPEN INPUT Stats-Dtl-File
           IF WS-Dtl-Not-Found
               SET WS-Dtl-Missing TO TRUE
               MOVE "STATS.DTL not found, faults cannot be matched"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               IF WS-Dtl-Status NOT = "00"
                   DISPLAY "Restate: unable to open STATS-DTL, "
                       "status " WS-Dtl-Status
                   MOVE "STATS.DTL unreadable, faults kept on STATS.FLT"
                       TO WS-Log-Text
                   PERFORM Write-Log
                   CLOSE Stats-Ghi-File
                   CLOSE Restate-Rpt-File
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Dtl-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           MOVE Dtl-Batch-Id TO WS-Lookup-Batch
                           PERFORM Find-Batch-Entry
                           IF WS-Bat-Hit > 0
                               IF Dtl-Run-Stamp
                                       > Bat-Stamp(WS-Bat-Hit)
                                   MOVE Dtl-Run-Stamp
                                       TO Bat-Stamp(WS-Bat-Hit)
                                   MOVE Dtl-Business-Date
                                       TO Bat-Business-Date(WS-Bat-Hit)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Stats-Dtl-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Second pass: copies every detail row to RESTATE.DTN, marking
      * a reading F when an unused fault of the same batch, group,
      * type, value and sensor (any sensor, for a fault whose
      * reading carried none) claims it, and spills the readings still
      * standing in each touched pair of the latest copy to
      * RESTATE.WRK. Readings already marked F by an earlier
      * restatement stay out, so restatements accumulate.
       Split-Detail.
           OPEN INPUT Stats-Dtl-File
           OPEN OUTPUT Restate-Dtn-File
           IF WS-Dtn-Status NOT = "00"
               DISPLAY "Restate: unable to open RESTATE-DTN, status "
                   WS-Dtn-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           OPEN OUTPUT Restate-Wrk-File
           IF WS-Wrk-Status NOT = "00"
               DISPLAY "Restate: unable to open RESTATE-WRK, status "
                   WS-Wrk-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Stats-Dtl-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Dtl-In-Count
                       PERFORM Screen-Detail-Row
                       WRITE Restate-Dtn-Rec FROM Stats-Dtl-Rec
                       ADD 1 TO WS-Dtn-Out-Count
               END-READ
           END-PERFORM
           CLOSE Stats-Dtl-File
           CLOSE Restate-Dtn-File
           CLOSE Restate-Wrk-File
           MOVE "N" TO WS-Eof-Sw
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Faults(Pair-Idx) > 0
                   ADD 1 TO WS-Restated-Pairs
               END-IF
           END-PERFORM
           COMPUTE WS-Unmatched-Count =
               WS-Fault-Count - WS-Applied-Count.

       Screen-Detail-Row.
           MOVE Dtl-Batch-Id TO WS-Lookup-Batch
           PERFORM Find-Batch-Entry
           IF WS-Bat-Hit > 0
               IF Dtl-Run-Stamp = Bat-Stamp(WS-Bat-Hit)
                   MOVE Dtl-Group TO WS-Lookup-Group
                   MOVE Dtl-Type  TO WS-Lookup-Type
                   PERFORM Find-Pair-Entry
                   IF WS-Pair-Hit > 0
                       IF NOT Dtl-Is-Fault
                           PERFORM Claim-Fault
                       END-IF
                       IF NOT Dtl-Is-Fault
                           PERFORM Keep-Reading
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Claim-Fault.
           PERFORM VARYING Fault-Idx FROM 1 BY 1
                   UNTIL Fault-Idx > WS-Fault-Count
                       OR Dtl-Is-Fault
               IF NOT Fault-Is-Used(Fault-Idx)
                       AND Fault-Batch(Fault-Idx) = Dtl-Batch-Id
                       AND Fault-Group(Fault-Idx) = Dtl-Group
                       AND Fault-Type(Fault-Idx) = Dtl-Type
                       AND Fault-Value(Fault-Idx) = Dtl-Value
                       AND (Fault-Sensor(Fault-Idx) = Dtl-Sensor-Id
                            OR Fault-Sensor(Fault-Idx) = SPACES)
                   SET Fault-Is-Used(Fault-Idx) TO TRUE
                   SET Dtl-Is-Fault TO TRUE
                   ADD 1 TO Pair-Faults(WS-Pair-Hit)
                   ADD 1 TO WS-Applied-Count
               END-IF
           END-PERFORM.

       Keep-Reading.
           MOVE WS-Pair-Hit TO Wrk-Pair
           MOVE Dtl-Value   TO Wrk-Value
           WRITE Restate-Wrk-Rec
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
           ADD Dtl-Value TO Pair-Sum(WS-Pair-Hit).

      * Recomputes each touched pair's figures from the readings
      * left standing, with the Stats module's own arithmetic (same
      * truncated mean, n-1 variance, positional median and
      * first-longest-run mode) so an untouched pair would come out
      * identical to what was published.
       Compute-Restated-Statistics.
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
               USING Restate-Wrk-File
               GIVING Restate-Srt-File
           PERFORM Variance-Pass
           PERFORM Finish-Variances
           PERFORM Pair-Detail-Pass.

       Variance-Pass.
           OPEN INPUT Restate-Srt-File
           MOVE "N" TO WS-Srt-Eof-Sw
           PERFORM UNTIL WS-Srt-Eof
               READ Restate-Srt-File
                   AT END
                       SET WS-Srt-Eof TO TRUE
                   NOT AT END
                       COMPUTE Temp =
                           (Srt-Value - Pair-Mean(Srt-Pair)) ** 2
                       ADD Temp TO Pair-Var-Total(Srt-Pair)
               END-READ
           END-PERFORM
           CLOSE Restate-Srt-File.

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
           OPEN INPUT Restate-Srt-File
           MOVE 0 TO WS-Run-Pair
           MOVE "N" TO WS-Srt-Eof-Sw
           PERFORM UNTIL WS-Srt-Eof
               READ Restate-Srt-File
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
           CLOSE Restate-Srt-File.

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

      * STATS.GHI holds one row per business date, group and type,
      * and the last batch run for a date wrote it. STATS.REG lists
      * the batches in the order they completed, so the last row
      * for each faulted batch's business date names the batch whose
      * figures are on STATS.GHI. Without the register no batch can
      * be shown to hold its date, and no row is replaced.
       Find-Latest-Registration.
           OPEN INPUT Stats-Reg-File
           IF WS-Reg-Status NOT = "00"
               DISPLAY "Restate: warning - unable to read STATS.REG, "
                   "status " WS-Reg-Status
                   ", STATS.GHI rows left as published"
               MOVE "STATS.REG unreadable, STATS.GHI rows not replaced"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               PERFORM UNTIL WS-Eof
                   READ Stats-Reg-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM VARYING Bat-Idx FROM 1 BY 1
                                   UNTIL Bat-Idx > WS-Bat-Count
                               IF Bat-Business-Date(Bat-Idx)
                                       = Reg-Business-Date
                                   MOVE Reg-Batch-Id
                                       TO Bat-Latest-Id(Bat-Idx)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE Stats-Reg-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Picks up the highest RSnnnnnn id already on the transmission
      * register so this run's restatement sets carry on from it.
       Find-Last-Restatement-Id.
           MOVE 0 TO WS-Rs-Seq
           OPEN INPUT Stats-Xrg-File
           IF WS-Xrg-Not-Found
               CONTINUE
           ELSE
               IF WS-Xrg-Status NOT = "00"
                   DISPLAY "Restate: warning - unable to read "
                       "STATS.XRG, status " WS-Xrg-Status
                       ", restatement ids restart at RS000001"
               ELSE
                   PERFORM UNTIL WS-Eof
                       READ Stats-Xrg-File
                           AT END
                               SET WS-Eof TO TRUE
                           NOT AT END
                               IF Xrg-Batch-Id(1:2) = "RS"
                                   AND Xrg-Batch-Id(3:6) IS NUMERIC
                                   MOVE Xrg-Batch-Id(3:6)
                                       TO WS-Xrg-Num
                                   IF WS-Xrg-Num > WS-Rs-Seq
                                       MOVE WS-Xrg-Num TO WS-Rs-Seq
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Stats-Xrg-File
                   MOVE "N" TO WS-Eof-Sw
               END-IF
           END-IF.

      * One restatement per original batch that had a fault
      * applied: its pairs' STATS.GHI rows replaced, one header/
      * detail/trailer set on STATS.RXT naming the original batch,
      * a row on the transmission register and the old/new figures
      * on the report.
       Publish-Batch-Restatement.
           MOVE 0 TO WS-Bat-Pairs
           PERFORM VARYING Pair-Idx FROM 1 BY 1
                   UNTIL Pair-Idx > WS-Pair-Count
               IF Pair-Bat(Pair-Idx) = Bat-Idx
                       AND Pair-Faults(Pair-Idx) > 0
                   ADD 1 TO WS-Bat-Pairs
               END-IF
           END-PERFORM
           IF WS-Bat-Pairs > 0
               ADD 1 TO WS-Rs-Seq
               MOVE WS-Rs-Seq TO WS-Rs-Num
               MOVE WS-Rs-Id TO Bat-Rs-Id(Bat-Idx)
               ADD 1 TO WS-Set-Count
               PERFORM Write-Extract-Header
               PERFORM VARYING Pair-Idx FROM 1 BY 1
                       UNTIL Pair-Idx > WS-Pair-Count
                   IF Pair-Bat(Pair-Idx) = Bat-Idx
                           AND Pair-Faults(Pair-Idx) > 0
                       PERFORM Replace-Group-History
                       PERFORM Write-Pair-Lines
                       PERFORM Write-Extract-Row
                   END-IF
               END-PERFORM
               PERFORM Write-Extract-Trailer
               PERFORM Register-Restatement
               MOVE WS-Bat-Pairs TO WS-Log-Count-Ed
               MOVE SPACES TO WS-Log-Text
               STRING "Batch "               DELIMITED BY SIZE
                      Bat-Batch-Id(Bat-Idx)  DELIMITED BY SIZE
                      " restated as "        DELIMITED BY SIZE
                      WS-Rs-Id               DELIMITED BY SIZE
                      ", pairs "             DELIMITED BY SIZE
                      WS-Log-Count-Ed        DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * Reads the published row by business date, group and type,
      * keeps its figures for the report and rewrites it with the
      * restated ones. A row no longer on the store (purged by
      * retention) is reported, not recreated; so is a row a later
      * batch for the same date has since written over, which is
      * left holding that batch's figures. The restatement set still
      * goes to the warehouse either way.
       Replace-Group-History.
           IF Bat-Latest-Id(Bat-Idx) NOT = Bat-Batch-Id(Bat-Idx)
               SET Pair-Held-Later(Pair-Idx) TO TRUE
               ADD 1 TO WS-Later-Count
           ELSE
               PERFORM Rewrite-Group-History
           END-IF.

       Rewrite-Group-History.
           MOVE Bat-Business-Date(Bat-Idx) TO Ghi-Run-Date
           MOVE Pair-Group(Pair-Idx) TO Ghi-Group
           MOVE Pair-Type(Pair-Idx)  TO Ghi-Type
           READ Stats-Ghi-File KEY IS Ghi-Key
               INVALID KEY
                   MOVE "N" TO Pair-Ghi-Sw(Pair-Idx)
                   ADD 1 TO WS-No-Ghi-Count
               NOT INVALID KEY
                   SET Pair-On-Ghi(Pair-Idx) TO TRUE
                   MOVE Ghi-Count    TO Old-Count(Pair-Idx)
                   MOVE Ghi-Mean     TO Old-Mean(Pair-Idx)
                   MOVE Ghi-Range    TO Old-Range(Pair-Idx)
                   MOVE Ghi-StdDev   TO Old-StdDev(Pair-Idx)
                   MOVE Ghi-Median   TO Old-Median(Pair-Idx)
                   MOVE Ghi-Mode     TO Old-Mode(Pair-Idx)
                   MOVE Pair-Count(Pair-Idx)    TO Ghi-Count
                   MOVE Pair-Mean(Pair-Idx)     TO Ghi-Mean
                   COMPUTE Ghi-Range =
                       Pair-Max(Pair-Idx) - Pair-Min(Pair-Idx)
                   MOVE Pair-Variance(Pair-Idx) TO Ghi-Variance
                   MOVE Pair-StdDev(Pair-Idx)   TO Ghi-StdDev
                   MOVE Pair-Median(Pair-Idx)   TO Ghi-Median
                   MOVE Pair-Mode(Pair-Idx)     TO Ghi-Mode
                   REWRITE Stats-Ghi-Rec
                       INVALID KEY
                           DISPLAY "Restate: STATS.GHI rewrite "
                               "failed for " Ghi-Key
                               ", status " WS-Ghi-Status
                           MOVE 20 TO RETURN-CODE
                   END-REWRITE
           END-READ.

      * STATS.RXT is opened only on a night with a restatement to
      * send - a rerun with no faults left leaves the sets an earlier
      * run extracted in place - and before STATS.DTL is touched, so
      * an extract that cannot be written stops the run with the
      * faults still on STATS.FLT.
       Open-Restatement-Extract.
           OPEN OUTPUT Stats-Rxt-File
           IF WS-Rxt-Status NOT = "00"
               DISPLAY "Restate: unable to open STATS-RXT, status "
                   WS-Rxt-Status ", faults kept for the next run"
               MOVE "STATS.RXT unwritable, faults kept on STATS.FLT"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE SPACES TO Rpt-Line
               STRING "STATS.RXT UNAVAILABLE - NOTHING RESTATED, "
                      "FAULTS KEPT FOR THE NEXT RUN"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Restate-Rpt-Rec FROM Rpt-Line
               CLOSE Stats-Ghi-File
               CLOSE Restate-Rpt-File
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF.

       Write-Extract-Header.
           MOVE 0 TO WS-Ext-Count
           MOVE 0 TO WS-Ext-Hash
           MOVE SPACES TO Stats-Rxt-Rec
           MOVE "H" TO Ext-Rec-Type
           MOVE WS-Rs-Id TO Ext-Batch-Id
           MOVE Bat-Business-Date(Bat-Idx) TO Ext-Business-Date
           MOVE FUNCTION CURRENT-DATE TO WS-Log-Stamp
           MOVE WS-Log-Stamp(1:14) TO Ext-Timestamp
           MOVE Bat-Batch-Id(Bat-Idx) TO Ext-Orig-Batch-Id
           WRITE Stats-Rxt-Rec.

       Write-Extract-Row.
           MOVE SPACES TO Stats-Rxt-Rec
           MOVE "D" TO Ext-Rec-Type
           MOVE Pair-Group(Pair-Idx)  TO Ext-Group-Code
           MOVE Pair-Type(Pair-Idx)   TO Ext-Read-Type
           MOVE Pair-Count(Pair-Idx)  TO Ext-Count
           MOVE Pair-Mean(Pair-Idx)   TO Ext-Mean
           COMPUTE Ext-Range = Pair-Max(Pair-Idx) - Pair-Min(Pair-Idx)
           MOVE Pair-StdDev(Pair-Idx) TO Ext-StdDev
           MOVE Pair-Median(Pair-Idx) TO Ext-Median
           MOVE Pair-Mode(Pair-Idx)   TO Ext-Mode
           WRITE Stats-Rxt-Rec
           ADD 1 TO WS-Ext-Count
           ADD Pair-Mean(Pair-Idx) TO WS-Ext-Hash.

       Write-Extract-Trailer.
           MOVE SPACES TO Stats-Rxt-Rec
           MOVE "T" TO Ext-Rec-Type
           MOVE WS-Ext-Count TO Ext-Rec-Count
           MOVE WS-Ext-Hash  TO Ext-Hash-Total
           WRITE Stats-Rxt-Rec.

      * Records the restatement set on the transmission register,
      * with the original batch it restates.
       Register-Restatement.
           OPEN EXTEND Stats-Xrg-File
           IF WS-Xrg-Status NOT = "00"
               OPEN OUTPUT Stats-Xrg-File
           END-IF
           IF WS-Xrg-Status NOT = "00"
               DISPLAY "Restate: warning - unable to open STATS.XRG, "
                   "status " WS-Xrg-Status
                   ", restatement not registered"
               MOVE "STATS.XRG unwritable, restatement not registered"
                   TO WS-Log-Text
               PERFORM Write-Log
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-Rs-Id                   TO Xrg-Batch-Id
               MOVE Bat-Business-Date(Bat-Idx) TO Xrg-Business-Date
               MOVE WS-Run-Date                TO Xrg-Run-Date
               MOVE WS-Run-Time                TO Xrg-Run-Time
               MOVE WS-Ext-Count               TO Xrg-Rec-Count
               MOVE Bat-Batch-Id(Bat-Idx)      TO Xrg-Orig-Batch-Id
               MOVE WS-Ext-Hash                TO Xrg-Hash-Total
               MOVE SPACE                      TO Xrg-Ack-Status
               MOVE SPACES                     TO Xrg-Ack-Date
               MOVE 0                          TO Xrg-Ack-Count
               MOVE 0                          TO Xrg-Ack-Hash
               WRITE Stats-Xrg-Rec
               CLOSE Stats-Xrg-File
           END-IF.

      * Copies the rebuilt detail store back over STATS.DTL, the way
      * Housekeep replaces a live file from its work copy, and only
      * when the copy holds every row that was read. Runs before
      * anything is published; when STATS.DTL cannot be replaced the
      * run stops with nothing on STATS.GHI, STATS.RXT or STATS.XRG
      * and the faults kept on STATS.FLT.
       Replace-Detail-Store.
           IF WS-Dtn-Out-Count NOT = WS-Dtl-In-Count
               DISPLAY "Restate: RESTATE.DTN holds " WS-Dtn-Out-Count
                   " rows, STATS.DTL " WS-Dtl-In-Count
                   ", STATS.DTL not replaced"
               MOVE "Detail copy count mismatch, STATS.DTL not replaced"
                   TO WS-Log-Text
               PERFORM Write-Log
               PERFORM Stop-Before-Publish
           END-IF
           OPEN INPUT Restate-Dtn-File
           OPEN OUTPUT Stats-Dtl-File
           IF WS-Dtl-Status NOT = "00"
               DISPLAY "Restate: unable to rewrite STATS-DTL, status "
                   WS-Dtl-Status
               MOVE "STATS.DTL unwritable, faults kept on STATS.FLT"
                   TO WS-Log-Text
               PERFORM Write-Log
               CLOSE Restate-Dtn-File
               PERFORM Stop-Before-Publish
           END-IF
           MOVE 0 TO WS-Dtl-Back-Count
           PERFORM UNTIL WS-Eof
               READ Restate-Dtn-File INTO Stats-Dtl-Rec
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       WRITE Stats-Dtl-Rec
                       ADD 1 TO WS-Dtl-Back-Count
               END-READ
           END-PERFORM
           CLOSE Restate-Dtn-File
           CLOSE Stats-Dtl-File
           MOVE "N" TO WS-Eof-Sw
           MOVE WS-Applied-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "STATS.DTL rewritten, readings marked faulty "
                      DELIMITED BY SIZE
                  WS-Log-Count-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

       Stop-Before-Publish.
           MOVE SPACES TO Rpt-Line
           STRING "STATS.DTL NOT REPLACED - NOTHING RESTATED, "
                  "FAULTS KEPT FOR THE NEXT RUN"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           CLOSE Stats-Ghi-File
           CLOSE Stats-Rxt-File
           CLOSE Restate-Rpt-File
           MOVE 20 TO RETURN-CODE
           PERFORM End-Run.

      * Every fault has now been applied or reported as unmatched,
      * so the hand-off file is emptied for OutReg to refill.
       Clear-Fault-File.
           OPEN OUTPUT Stats-Flt-File
           IF WS-Flt-Status = "00"
               CLOSE Stats-Flt-File
               MOVE "STATS.FLT cleared" TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               DISPLAY "Restate: unable to clear STATS-FLT, status "
                   WS-Flt-Status
               MOVE 20 TO RETURN-CODE
           END-IF.

      * --- Report ---------------------------------------------------
       Write-Report-Header.
           OPEN OUTPUT Restate-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "Restate: unable to open RESTATE-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF

           MOVE SPACES TO Rpt-Line
           STRING "RESTATEMENT REPORT - CONFIRMED SENSOR FAULTS"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "  DELIMITED BY SIZE
                  WS-Run-Date   DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "RESTATED ORIGINAL BUS DATE GRP  TY  FLTS"
                  "      COUNT        MEAN     RANGE      STDDEV"
                  "    MEDIAN      MODE"
                  DELIMITED BY SIZE INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line.

      * Two lines per restated pair: the figures as published, then
      * as restated.
       Write-Pair-Lines.
           MOVE Pair-Faults(Pair-Idx) TO Rpt-Faults-Ed
           MOVE SPACES TO Rpt-Lead
           STRING WS-Rs-Id                   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  Bat-Batch-Id(Bat-Idx)      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  Bat-Business-Date(Bat-Idx) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  Pair-Group(Pair-Idx)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  Pair-Type(Pair-Idx)        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  Rpt-Faults-Ed              DELIMITED BY SIZE
               INTO Rpt-Lead
           MOVE "OLD" TO Rpt-Label
           IF Pair-On-Ghi(Pair-Idx)
               MOVE Old-Count(Pair-Idx)  TO Res-Count
               MOVE Old-Mean(Pair-Idx)   TO Mean
               MOVE Old-Range(Pair-Idx)  TO Range
               MOVE Old-StdDev(Pair-Idx) TO StdDev
               MOVE Old-Median(Pair-Idx) TO Median
               MOVE Old-Mode(Pair-Idx)   TO Value-Mode
               PERFORM Write-Figures-Line
           ELSE
               MOVE SPACES TO Rpt-Line
               IF Pair-Held-Later(Pair-Idx)
                   STRING Rpt-Lead  DELIMITED BY SIZE
                          " "       DELIMITED BY SIZE
                          Rpt-Label DELIMITED BY SIZE
                          "   (GHI not replaced - later batch holds "
                                    DELIMITED BY SIZE
                          "the date: " DELIMITED BY SIZE
                          Bat-Latest-Id(Bat-Idx) DELIMITED BY SIZE
                          ")"       DELIMITED BY SIZE
                       INTO Rpt-Line
               ELSE
                   STRING Rpt-Lead  DELIMITED BY SIZE
                          " "       DELIMITED BY SIZE
                          Rpt-Label DELIMITED BY SIZE
                          "   (no longer on STATS.GHI, not replaced)"
                                    DELIMITED BY SIZE
                       INTO Rpt-Line
               END-IF
               WRITE Restate-Rpt-Rec FROM Rpt-Line
           END-IF
           MOVE SPACES TO Rpt-Lead
           MOVE "NEW" TO Rpt-Label
           MOVE Pair-Count(Pair-Idx)  TO Res-Count
           MOVE Pair-Mean(Pair-Idx)   TO Mean
           COMPUTE Range = Pair-Max(Pair-Idx) - Pair-Min(Pair-Idx)
           MOVE Pair-StdDev(Pair-Idx) TO StdDev
           MOVE Pair-Median(Pair-Idx) TO Median
           MOVE Pair-Mode(Pair-Idx)   TO Value-Mode
           PERFORM Write-Figures-Line.

       Write-Figures-Line.
           MOVE Res-Count  TO Rpt-Count-Ed
           MOVE Mean       TO Rpt-Mean-Ed
           MOVE Range      TO Rpt-Range-Ed
           MOVE StdDev     TO Rpt-StdDev-Ed
           MOVE Median     TO Rpt-Median-Ed
           MOVE Value-Mode TO Rpt-Mode-Ed
           MOVE SPACES TO Rpt-Line
           STRING Rpt-Lead      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Rpt-Label     DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-Count-Ed  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-Mean-Ed   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-Range-Ed  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-StdDev-Ed DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-Median-Ed DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Rpt-Mode-Ed   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line.

      * Faults that found no reading to claim: the batch's detail is
      * not on STATS.DTL (never retained, or purged), or the value
      * was already taken out by an earlier restatement.
       Write-Unmatched-Faults.
           MOVE SPACES TO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "FAULTS NOT MATCHED TO RETAINED DETAIL"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           IF WS-Dtl-Missing
               MOVE WS-Fault-Count TO WS-Unmatched-Count
           END-IF
           IF WS-Unmatched-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "(none)" DELIMITED BY SIZE INTO Rpt-Line
               WRITE Restate-Rpt-Rec FROM Rpt-Line
           ELSE
               PERFORM VARYING Fault-Idx FROM 1 BY 1
                       UNTIL Fault-Idx > WS-Fault-Count
                   IF NOT Fault-Is-Used(Fault-Idx)
                       MOVE Fault-Value(Fault-Idx) TO Rpt-Value-Ed
                       MOVE SPACES TO Rpt-Line
                       STRING Fault-Out-Date(Fault-Idx)
                                          DELIMITED BY SIZE
                              "  "        DELIMITED BY SIZE
                              Fault-Batch(Fault-Idx)
                                          DELIMITED BY SIZE
                              "  "        DELIMITED BY SIZE
                              Fault-Seq(Fault-Idx)
                                          DELIMITED BY SIZE
                              "  "        DELIMITED BY SIZE
                              Fault-Group(Fault-Idx)
                                          DELIMITED BY SIZE
                              "  "        DELIMITED BY SIZE
                              Fault-Type(Fault-Idx)
                                          DELIMITED BY SIZE
                              "  "        DELIMITED BY SIZE
                              Rpt-Value-Ed
                                          DELIMITED BY SIZE
                           INTO Rpt-Line
                       WRITE Restate-Rpt-Rec FROM Rpt-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-Fault-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Confirmed faults received:  " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-Applied-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Faults applied:             " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-Unmatched-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Faults not matched:         " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-Restated-Pairs TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Group/type pairs restated:  " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-No-Ghi-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Pairs not on STATS.GHI:     " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-Later-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Pairs held by later batch:  " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line
           MOVE WS-Set-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Restatement sets extracted: " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Restate-Rpt-Rec FROM Rpt-Line.

      * --- Audit-log plumbing -------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "Restate: warning - unable to open STATS.LOG, "
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
           MOVE WS-Applied-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Faults applied "    DELIMITED BY SIZE
                  WS-Log-Count-Ed      DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Set-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Restatement sets extracted " DELIMITED BY SIZE
                  WS-Log-Count-Ed              DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Restate run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
