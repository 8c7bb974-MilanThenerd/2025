               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reg-Status.

           SELECT Stats-Dtl-File ASSIGN TO "STATS.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtl-Status.

           SELECT Reject-Mst-File ASSIGN TO "REJECT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rejm-Status.

           SELECT Outlier-Mst-File ASSIGN TO "OUTLIER.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Outm-Status.

           SELECT Stats-Ghi-File ASSIGN TO "STATS.GHI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  Reg-Run-Date       PIC X(8).
           05  Reg-Run-Time       PIC X(6).

      * Accepted-reading detail, aged on the night the batch ran.
       FD  Stats-Dtl-File.
       01  Stats-Dtl-Rec.
           05  FILLER             PIC X(16).
           05  Dtl-Run-Date       PIC X(8).
           05  FILLER             PIC X(28).

       FD  Reject-Mst-File.
       01  Reject-Mst-Rec.
           05  Mst-Rej-Date       PIC X(8).
           05  FILLER             PIC X(97).

      * Only the status byte and disposition date matter here: open
      * and under-investigation rows are never aged off.
       FD  Outlier-Mst-File.
       01  Outlier-Mst-Rec.
           05  FILLER             PIC X(53).
           05  Omst-Status        PIC X.
           05  Omst-Disp          PIC X.
           05  Omst-Disp-Date     PIC X(8).
           05  FILLER             PIC X(8).

       FD  Stats-Ghi-File.
       01  Stats-Ghi-Rec.
           88  WS-Log-Not-Found               VALUE "35".
       01  WS-Reg-Status          PIC XX.
           88  WS-Reg-Not-Found               VALUE "35".
       01  WS-Dtl-Status          PIC XX.
           88  WS-Dtl-Not-Found               VALUE "35".
       01  WS-Rejm-Status         PIC XX.
           88  WS-Rejm-Not-Found              VALUE "35".
       01  WS-Outm-Status         PIC XX.
           88  WS-Outm-Not-Found              VALUE "35".
       01  WS-Ghi-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Ghi-Keep            PIC 9(4) VALUE 0.
       01  WS-Logf-Keep           PIC 9(4) VALUE 0.
       01  WS-Reg-Keep            PIC 9(4) VALUE 0.
       01  WS-Dtl-Keep            PIC 9(4) VALUE 0.
       01  WS-Rejm-Keep           PIC 9(4) VALUE 0.
       01  WS-Outm-Keep           PIC 9(4) VALUE 0.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Date-Num            PIC 9(8).
       01  WS-Rec-Date            PIC X(8).
       01  WS-Arc-Name            PIC X(30).
       01  WS-File-Name           PIC X(11).
       01  WS-Before-Count        PIC 9(6).
       01  WS-Arch-Count          PIC 9(6).
       01  WS-Keep-Count          PIC 9(6).
           PERFORM Purge-Ghi
           PERFORM Purge-Log
           PERFORM Purge-Reg
           PERFORM Purge-Dtl
           PERFORM Purge-Rejmst
           PERFORM Purge-Outmst
           PERFORM Write-Report-Footer
           CLOSE House-Rpt-File
           DISPLAY "Housekeep: run ended, return code " RETURN-CODE
               WHEN "GHI-KEEP-DAYS"
               WHEN "LOG-KEEP-DAYS"
               WHEN "REG-KEEP-DAYS"
               WHEN "DTL-KEEP-DAYS"
               WHEN "REJ-KEEP-DAYS"
               WHEN "OUT-KEEP-DAYS"
                   PERFORM Apply-Keep-Parameter
               WHEN OTHER
                   CONTINUE
                           MOVE WS-Prm-Num TO WS-Logf-Keep
                       WHEN "REG-KEEP-DAYS"
                           MOVE WS-Prm-Num TO WS-Reg-Keep
                       WHEN "DTL-KEEP-DAYS"
                           MOVE WS-Prm-Num TO WS-Dtl-Keep
                       WHEN "REJ-KEEP-DAYS"
                           MOVE WS-Prm-Num TO WS-Rejm-Keep
                       WHEN "OUT-KEEP-DAYS"
                           MOVE WS-Prm-Num TO WS-Outm-Keep
                   END-EVALUATE
               ELSE
                   DISPLAY "Housekeep: value for parameter "
           CLOSE House-Wrk-File
           MOVE "N" TO WS-Eof-Sw.

      * The accepted-reading detail is aged on its run date, like the
      * register. Restate, Resend and Score only reach back over
      * recent batches, so a batch aged off here can no longer be
      * restated or resent - DTL-KEEP-DAYS should outlast the longest
      * a fault disposition or warehouse resend is expected to take.
       Purge-Dtl.
           MOVE "STATS.DTL" TO WS-File-Name
           MOVE WS-Dtl-Keep TO WS-Keep-Days
           IF WS-Keep-Days = 0
               PERFORM Report-Skipped
           ELSE
               PERFORM Set-Cutoff
               OPEN INPUT Stats-Dtl-File
               IF WS-Dtl-Not-Found
                   PERFORM Report-Not-Present
               ELSE
                   IF WS-Dtl-Status NOT = "00"
                       MOVE "N" TO WS-IO-Sw
                       MOVE "NOT RECONCILED" TO WS-Result
                       IF RETURN-CODE < 12
                           MOVE 12 TO RETURN-CODE
                       END-IF
                       PERFORM Report-File-Result
                   ELSE
                       PERFORM Split-Dtl-File
                       PERFORM Verify-Counts
                       IF WS-Result = "RECONCILED"
                           PERFORM Rewrite-Dtl-File
                       END-IF
                       PERFORM Report-File-Result
                   END-IF
               END-IF
           END-IF.

       Split-Dtl-File.
           OPEN OUTPUT House-Wrk-File
           PERFORM Open-Archive
           PERFORM UNTIL WS-Eof
               READ Stats-Dtl-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE Dtl-Run-Date TO WS-Rec-Date
                       MOVE SPACES TO House-Wrk-Rec
                       MOVE Stats-Dtl-Rec TO House-Wrk-Rec
                       PERFORM Route-Record
               END-READ
           END-PERFORM
           CLOSE Stats-Dtl-File
           CLOSE House-Wrk-File
           CLOSE House-Arc-File
           MOVE "N" TO WS-Eof-Sw.

       Rewrite-Dtl-File.
           OPEN INPUT House-Wrk-File
           OPEN OUTPUT Stats-Dtl-File
           IF WS-Dtl-Status NOT = "00"
               MOVE "NOT RECONCILED" TO WS-Result
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-Eof
                   READ House-Wrk-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           WRITE Stats-Dtl-Rec FROM House-Wrk-Rec
                           ADD 1 TO WS-Back-Count
                   END-READ
               END-PERFORM
               CLOSE Stats-Dtl-File
           END-IF
           CLOSE House-Wrk-File
           MOVE "N" TO WS-Eof-Sw.

       Purge-Rejmst.
           MOVE "REJECT.MST" TO WS-File-Name
           MOVE WS-Rejm-Keep TO WS-Keep-Days
           CLOSE House-Wrk-File
           MOVE "N" TO WS-Eof-Sw.

      * The outlier register is aged on the disposition date of its
      * closed rows; a row still open or under investigation carries
      * no usable date here and so always stays live.
       Purge-Outmst.
           MOVE "OUTLIER.MST" TO WS-File-Name
           MOVE WS-Outm-Keep TO WS-Keep-Days
           IF WS-Keep-Days = 0
               PERFORM Report-Skipped
           ELSE
               PERFORM Set-Cutoff
               OPEN INPUT Outlier-Mst-File
               IF WS-Outm-Not-Found
                   PERFORM Report-Not-Present
               ELSE
                   IF WS-Outm-Status NOT = "00"
                       MOVE "N" TO WS-IO-Sw
                       MOVE "NOT RECONCILED" TO WS-Result
                       IF RETURN-CODE < 12
                           MOVE 12 TO RETURN-CODE
                       END-IF
                       PERFORM Report-File-Result
                   ELSE
                       PERFORM Split-Outmst-File
                       PERFORM Verify-Counts
                       IF WS-Result = "RECONCILED"
                           PERFORM Rewrite-Outmst-File
                       END-IF
                       PERFORM Report-File-Result
                   END-IF
               END-IF
           END-IF.

       Split-Outmst-File.
           OPEN OUTPUT House-Wrk-File
           PERFORM Open-Archive
           PERFORM UNTIL WS-Eof
               READ Outlier-Mst-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF Omst-Status = "C"
                           MOVE Omst-Disp-Date TO WS-Rec-Date
                       ELSE
                           MOVE SPACES TO WS-Rec-Date
                       END-IF
                       MOVE SPACES TO House-Wrk-Rec
                       MOVE Outlier-Mst-Rec TO House-Wrk-Rec
                       PERFORM Route-Record
               END-READ
           END-PERFORM
           CLOSE Outlier-Mst-File
           CLOSE House-Wrk-File
           CLOSE House-Arc-File
           MOVE "N" TO WS-Eof-Sw.

       Rewrite-Outmst-File.
           OPEN INPUT House-Wrk-File
           OPEN OUTPUT Outlier-Mst-File
           IF WS-Outm-Status NOT = "00"
               MOVE "NOT RECONCILED" TO WS-Result
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-Eof
                   READ House-Wrk-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           WRITE Outlier-Mst-Rec FROM House-Wrk-Rec
                           ADD 1 TO WS-Back-Count
                   END-READ
               END-PERFORM
               CLOSE Outlier-Mst-File
           END-IF
           CLOSE House-Wrk-File
           MOVE "N" TO WS-Eof-Sw.

      * The indexed store cannot be rewritten through a scratch copy
      * the way the line files are, so each old row is archived and
      * then deleted in place - and only deleted once its archive
           WRITE House-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "FILE         DAYS  CUTOFF    "
                  "BEFORE  ARCHIVED     AFTER  RESULT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE House-Rpt-Rec FROM Rpt-Line.
