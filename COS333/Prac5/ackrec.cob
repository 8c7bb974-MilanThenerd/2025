       IDENTIFICATION DIVISION.
       PROGRAM-ID. AckRec.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stats-Ack-File ASSIGN TO "STATS.ACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ack-Status.

           SELECT Stats-Xrg-File ASSIGN TO "STATS.XRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrg-Status.

      * ACKREC.WRK is the updated register, copied back over
      * STATS.XRG only once it holds every row that was read.
           SELECT Ackrec-Wrk-File ASSIGN TO "ACKREC.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Wrk-Status.

           SELECT Ackrec-Rpt-File ASSIGN TO "ACKREC.RPT"
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
      * Load acknowledgements returned by the warehouse, one row per
      * extract set it loaded: the batch id off the set's header and
      * the record count and hash total the load itself arrived at,
      * to be proved against the trailer controls registered when
      * the set was handed off.
       FD  Stats-Ack-File.
       01  Stats-Ack-Rec.
           05  Ack-Batch-Id       PIC X(8).
           05  Ack-Rec-Count      PIC 9(6).
           05  Ack-Hash-Total     PIC 9(8)V9(2).

      * Same record the Stats and Restate modules append. Status is
      * blank while a set awaits its acknowledgement, then M when
      * the load matched the controls, X when it did not, R for a
      * mismatched set since regenerated and sent again, and S for
      * an unacknowledged set overtaken by a later transmission of
      * the same batch. Rows registered before the hash total was
      * kept carry spaces there and are proved on the count alone.
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
               88  Xrg-Awaiting               VALUE SPACE.
               88  Xrg-Matched                VALUE "M".
               88  Xrg-Mismatched             VALUE "X".
               88  Xrg-Resent                 VALUE "R".
               88  Xrg-Superseded             VALUE "S".
           05  Xrg-Ack-Date       PIC X(8).
           05  Xrg-Ack-Count      PIC 9(6).
           05  Xrg-Ack-Hash       PIC 9(8)V9(2).

       FD  Ackrec-Wrk-File.
       01  Ackrec-Wrk-Rec         PIC X(79).

       FD  Ackrec-Rpt-File.
       01  Ackrec-Rpt-Rec         PIC X(132).

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Ack-Status          PIC XX.
           88  WS-Ack-Not-Found               VALUE "35".
       01  WS-Xrg-Status          PIC XX.
           88  WS-Xrg-Not-Found               VALUE "35".
       01  WS-Wrk-Status          PIC XX.
       01  WS-Rpt-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Xrg-Missing-Sw      PIC X VALUE "N".
           88  WS-Xrg-Missing                 VALUE "Y".
       01  WS-Replaced-Sw         PIC X VALUE "N".
           88  WS-Register-Replaced           VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).
       01  WS-Today-Int           PIC 9(8).
       01  WS-Sent-Int            PIC 9(8).
       01  WS-Days-Out            PIC S9(5).

      * Audit log controls, as in the Stats module.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * A set still unacknowledged this many days after it was
      * handed off is listed as overdue. Overridable by ACK-DAYS in
      * STATS.PRM.
       01  WS-Ack-Days            PIC 9(2) VALUE 2.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).

      * Acknowledgements off STATS.ACK. An entry is pending until it
      * is applied to the register; one that cannot be matched or
      * is unreadable keeps a reason for the report, and a second
      * acknowledgement for the same batch in one file replaces the
      * first.
       01  WS-Ackt-Count          PIC 9(4) VALUE 0.
       01  Ackt-Table.
           05  Ackt-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Ackt-Count
                   INDEXED BY Ackt-Idx.
               10  Ackt-Batch     PIC X(8).
               10  Ackt-Count     PIC 9(6).
               10  Ackt-Hash      PIC 9(8)V9(2).
               10  Ackt-State     PIC X.
                   88  Ackt-Pending           VALUE "P".
                   88  Ackt-Applied           VALUE "A".
                   88  Ackt-Repeat            VALUE "K".
                   88  Ackt-Replaced          VALUE "D".
                   88  Ackt-Invalid           VALUE "V".
               10  Ackt-Raw       PIC X(24).
       01  WS-Ackt-Hit            PIC 9(4).

      * Batches with a set still open on the register (awaiting or
      * mismatched) or named by an acknowledgement, each with the
      * position of its last row. The register is appended in run
      * order, so that row is the batch's latest transmission: it is
      * the one an acknowledgement proves, and any earlier open row
      * of the batch has been overtaken.
       01  WS-Lat-Count           PIC 9(4) VALUE 0.
       01  Lat-Table.
           05  Lat-Entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-Lat-Count
                   INDEXED BY Lat-Idx.
               10  Lat-Batch      PIC X(8).
               10  Lat-Row        PIC 9(7).
       01  WS-Lat-Hit             PIC 9(4).
       01  WS-Lookup-Batch        PIC X(8).
       01  WS-Row-Num             PIC 9(7).
       01  WS-Open-Row-Sw         PIC X.
           88  WS-Open-Row                    VALUE "Y".

       01  WS-Xrg-In-Count        PIC 9(7) VALUE 0.
       01  WS-Wrk-Out-Count       PIC 9(7) VALUE 0.
       01  WS-Xrg-Back-Count      PIC 9(7) VALUE 0.
       01  WS-Matched-Count       PIC 9(5) VALUE 0.
       01  WS-Mismatch-Count      PIC 9(5) VALUE 0.
       01  WS-Repeat-Count        PIC 9(5) VALUE 0.
       01  WS-Unknown-Count       PIC 9(5) VALUE 0.
       01  WS-Invalid-Count       PIC 9(5) VALUE 0.
       01  WS-Overtaken-Count     PIC 9(5) VALUE 0.
       01  WS-Outstanding-Count   PIC 9(5) VALUE 0.
       01  WS-Overdue-Count       PIC 9(5) VALUE 0.
       01  WS-Awaiting-Count      PIC 9(5) VALUE 0.
       01  WS-Legacy-Count        PIC 9(5) VALUE 0.
       01  WS-Section-Count       PIC 9(5).

      * Which register rows the section being printed lists.
       01  WS-Section-Sw          PIC X.
           88  WS-Sect-Matched                VALUE "M".
           88  WS-Sect-Mismatched             VALUE "X".
           88  WS-Sect-Overdue                VALUE "O".

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Count-Ed           PIC ZZZZZ9.
       01  Rpt-Hash-Ed            PIC Z(7)9.99.
       01  Rpt-Ack-Count-Ed       PIC ZZZZZ9.
       01  Rpt-Ack-Hash-Ed        PIC Z(7)9.99.
       01  Rpt-Days-Ed            PIC ZZZZ9.
       01  Rpt-Total-Ed           PIC ZZZZ9.
       01  Rpt-Ack-Days-Ed        PIC Z9.
       01  Rpt-Note               PIC X(30).

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
           MOVE "AckRec run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           PERFORM Load-Acknowledgements
           PERFORM Find-Latest-Transmissions
           IF NOT WS-Xrg-Missing
               PERFORM Apply-Acknowledgements
               PERFORM Replace-Register
           END-IF
           PERFORM Tally-Unapplied
           PERFORM Write-Report
           IF (WS-Register-Replaced OR WS-Xrg-Missing)
                   AND WS-Ackt-Count > 0
               PERFORM Rewrite-Ack-File
           END-IF

           DISPLAY "AckRec: acknowledgements read   " WS-Ackt-Count
           DISPLAY "AckRec: loads matched tonight   " WS-Matched-Count
           DISPLAY "AckRec: load mismatches tonight "
               WS-Mismatch-Count
           DISPLAY "AckRec: not on the register     " WS-Unknown-Count
           DISPLAY "AckRec: mismatches outstanding  "
               WS-Outstanding-Count
           DISPLAY "AckRec: unacknowledged, overdue "
               WS-Overdue-Count
           IF (WS-Outstanding-Count > 0 OR WS-Overdue-Count > 0
                   OR WS-Unknown-Count > 0 OR WS-Invalid-Count > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
           IF WS-Prm-Not-Found
               CONTINUE
           ELSE
               IF WS-Prm-Status NOT = "00"
                   DISPLAY "AckRec: unable to open STATS-PRM, "
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
           IF WS-Prm-Keyword = "ACK-DAYS"
               IF FUNCTION TEST-NUMVAL(WS-Prm-Value) = 0
                   COMPUTE WS-Prm-Num =
                       FUNCTION NUMVAL(WS-Prm-Value)
                   IF WS-Prm-Num >= 1 AND WS-Prm-Num <= 99
                           AND FUNCTION INTEGER-PART(WS-Prm-Num)
                               = WS-Prm-Num
                       MOVE WS-Prm-Num TO WS-Ack-Days
                   ELSE
                       DISPLAY "AckRec: ACK-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "AckRec: bad ACK-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

      * No STATS.ACK simply means the warehouse returned nothing
      * since the last intake; the overdue sets still report.
       Load-Acknowledgements.
           MOVE 0 TO WS-Ackt-Count
           OPEN INPUT Stats-Ack-File
           IF WS-Ack-Not-Found
               CONTINUE
           ELSE
               IF WS-Ack-Status NOT = "00"
                   DISPLAY "AckRec: unable to open STATS-ACK, "
                       "status " WS-Ack-Status
                   MOVE "STATS.ACK unreadable, run stopped"
                       TO WS-Log-Text
                   PERFORM Write-Log
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Ack-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF Stats-Ack-Rec NOT = SPACES
                               PERFORM Add-Ack-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Stats-Ack-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           MOVE WS-Ackt-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Load acknowledgements read " DELIMITED BY SIZE
                  WS-Log-Count-Ed               DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

       Add-Ack-Entry.
           IF WS-Ackt-Count < 2000
               ADD 1 TO WS-Ackt-Count
               MOVE Stats-Ack-Rec TO Ackt-Raw(WS-Ackt-Count)
               MOVE Ack-Batch-Id  TO Ackt-Batch(WS-Ackt-Count)
               MOVE 0 TO Ackt-Count(WS-Ackt-Count)
               MOVE 0 TO Ackt-Hash(WS-Ackt-Count)
               IF Ack-Batch-Id = SPACES
                       OR Ack-Rec-Count IS NOT NUMERIC
                       OR Ack-Hash-Total IS NOT NUMERIC
                   SET Ackt-Invalid(WS-Ackt-Count) TO TRUE
                   ADD 1 TO WS-Invalid-Count
               ELSE
                   MOVE Ack-Rec-Count
                       TO Ackt-Count(WS-Ackt-Count)
                   MOVE Ack-Hash-Total
                       TO Ackt-Hash(WS-Ackt-Count)
                   PERFORM VARYING Ackt-Idx FROM 1 BY 1
                           UNTIL Ackt-Idx >= WS-Ackt-Count
                       IF Ackt-Pending(Ackt-Idx)
                               AND Ackt-Batch(Ackt-Idx) = Ack-Batch-Id
                           SET Ackt-Replaced(Ackt-Idx) TO TRUE
                       END-IF
                   END-PERFORM
                   SET Ackt-Pending(WS-Ackt-Count) TO TRUE
               END-IF
           ELSE
               DISPLAY "AckRec: more than 2000 acknowledgements, "
                   Ack-Batch-Id " not taken"
           END-IF.

       Find-Pending-Ack.
           MOVE 0 TO WS-Ackt-Hit
           PERFORM VARYING Ackt-Idx FROM 1 BY 1
                   UNTIL Ackt-Idx > WS-Ackt-Count OR WS-Ackt-Hit > 0
               IF Ackt-Pending(Ackt-Idx)
                       AND Ackt-Batch(Ackt-Idx) = WS-Lookup-Batch
                   SET WS-Ackt-Hit TO Ackt-Idx
               END-IF
           END-PERFORM.

      * First pass over STATS.XRG: the last row of every batch that
      * has a set still open or an acknowledgement waiting.
       Find-Latest-Transmissions.
           MOVE 0 TO WS-Row-Num
           OPEN INPUT Stats-Xrg-File
           IF WS-Xrg-Not-Found
               SET WS-Xrg-Missing TO TRUE
               MOVE "STATS.XRG not found, nothing to acknowledge"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               IF WS-Xrg-Status NOT = "00"
                   DISPLAY "AckRec: unable to open STATS-XRG, status "
                       WS-Xrg-Status
                   MOVE "STATS.XRG unreadable, acknowledgements kept"
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
                           ADD 1 TO WS-Row-Num
                           PERFORM Note-Transmission
                   END-READ
               END-PERFORM
               CLOSE Stats-Xrg-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Note-Transmission.
           MOVE Xrg-Batch-Id TO WS-Lookup-Batch
           PERFORM Find-Latest-Entry
           IF WS-Lat-Hit > 0
               MOVE WS-Row-Num TO Lat-Row(WS-Lat-Hit)
           ELSE
               PERFORM Find-Pending-Ack
               IF Xrg-Awaiting OR Xrg-Mismatched OR WS-Ackt-Hit > 0
                   IF WS-Lat-Count < 5000
                       ADD 1 TO WS-Lat-Count
                       MOVE Xrg-Batch-Id TO Lat-Batch(WS-Lat-Count)
                       MOVE WS-Row-Num   TO Lat-Row(WS-Lat-Count)
                   ELSE
                       DISPLAY "AckRec: more than 5000 open "
                           "transmissions, " Xrg-Batch-Id
                           " not followed up"
                   END-IF
               END-IF
           END-IF.

       Find-Latest-Entry.
           MOVE 0 TO WS-Lat-Hit
           PERFORM VARYING Lat-Idx FROM 1 BY 1
                   UNTIL Lat-Idx > WS-Lat-Count OR WS-Lat-Hit > 0
               IF Lat-Batch(Lat-Idx) = WS-Lookup-Batch
                   SET WS-Lat-Hit TO Lat-Idx
               END-IF
           END-PERFORM.

      * Second pass: copies the register to ACKREC.WRK, applying
      * each acknowledgement to its batch's latest transmission and
      * closing off any earlier open row of a batch sent again.
       Apply-Acknowledgements.
           MOVE 0 TO WS-Row-Num
           OPEN INPUT Stats-Xrg-File
           OPEN OUTPUT Ackrec-Wrk-File
           IF WS-Wrk-Status NOT = "00"
               DISPLAY "AckRec: unable to open ACKREC-WRK, status "
                   WS-Wrk-Status
               CLOSE Stats-Xrg-File
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Stats-Xrg-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Row-Num
                       ADD 1 TO WS-Xrg-In-Count
                       PERFORM Update-Register-Row
                       WRITE Ackrec-Wrk-Rec FROM Stats-Xrg-Rec
                       ADD 1 TO WS-Wrk-Out-Count
               END-READ
           END-PERFORM
           CLOSE Stats-Xrg-File
           CLOSE Ackrec-Wrk-File
           MOVE "N" TO WS-Eof-Sw.

       Update-Register-Row.
           MOVE Xrg-Batch-Id TO WS-Lookup-Batch
           PERFORM Find-Latest-Entry
           IF WS-Lat-Hit > 0
               IF Lat-Row(WS-Lat-Hit) = WS-Row-Num
                   PERFORM Find-Pending-Ack
                   IF WS-Ackt-Hit > 0
                       PERFORM Prove-Load
                   END-IF
               ELSE
                   IF Xrg-Awaiting
                       SET Xrg-Superseded TO TRUE
                       ADD 1 TO WS-Overtaken-Count
                   END-IF
                   IF Xrg-Mismatched
                       SET Xrg-Resent TO TRUE
                       ADD 1 TO WS-Overtaken-Count
                   END-IF
               END-IF
           END-IF.

      * A load matches when the warehouse counted the same records
      * and arrived at the same hash total as the set's trailer. The
      * same acknowledgement delivered twice changes nothing.
       Prove-Load.
           IF (Xrg-Matched OR Xrg-Mismatched)
                   AND Xrg-Ack-Count = Ackt-Count(WS-Ackt-Hit)
                   AND Xrg-Ack-Hash = Ackt-Hash(WS-Ackt-Hit)
               SET Ackt-Repeat(WS-Ackt-Hit) TO TRUE
               ADD 1 TO WS-Repeat-Count
           ELSE
               SET Ackt-Applied(WS-Ackt-Hit) TO TRUE
               MOVE WS-Run-Date TO Xrg-Ack-Date
               MOVE Ackt-Count(WS-Ackt-Hit) TO Xrg-Ack-Count
               MOVE Ackt-Hash(WS-Ackt-Hit)  TO Xrg-Ack-Hash
               IF Xrg-Ack-Count = Xrg-Rec-Count
                       AND (Xrg-Hash-Total IS NOT NUMERIC
                            OR Xrg-Ack-Hash = Xrg-Hash-Total)
                   SET Xrg-Matched TO TRUE
                   ADD 1 TO WS-Matched-Count
               ELSE
                   SET Xrg-Mismatched TO TRUE
                   ADD 1 TO WS-Mismatch-Count
               END-IF
           END-IF.

      * Copies ACKREC.WRK back over STATS.XRG, the way Housekeep
      * replaces a live file from its work copy, and only when the
      * copy holds every row that was read.
       Replace-Register.
           IF WS-Wrk-Out-Count NOT = WS-Xrg-In-Count
               DISPLAY "AckRec: ACKREC.WRK holds " WS-Wrk-Out-Count
                   " rows, STATS.XRG " WS-Xrg-In-Count
                   ", STATS.XRG not replaced"
               MOVE "Register copy count mismatch, STATS.XRG kept"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           OPEN INPUT Ackrec-Wrk-File
           OPEN OUTPUT Stats-Xrg-File
           IF WS-Xrg-Status NOT = "00"
               DISPLAY "AckRec: unable to rewrite STATS-XRG, status "
                   WS-Xrg-Status
               CLOSE Ackrec-Wrk-File
               MOVE "STATS.XRG unwritable, acknowledgements kept"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Ackrec-Wrk-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       WRITE Stats-Xrg-Rec FROM Ackrec-Wrk-Rec
                       ADD 1 TO WS-Xrg-Back-Count
               END-READ
           END-PERFORM
           CLOSE Ackrec-Wrk-File
           CLOSE Stats-Xrg-File
           MOVE "N" TO WS-Eof-Sw
           IF WS-Xrg-Back-Count = WS-Xrg-In-Count
               SET WS-Register-Replaced TO TRUE
           ELSE
               DISPLAY "AckRec: STATS.XRG rewritten with "
                   WS-Xrg-Back-Count " of " WS-Xrg-In-Count " rows"
               MOVE "STATS.XRG rewrite short, ACKREC.WRK kept"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 20 TO RETURN-CODE
           END-IF.

      * Whatever is still pending found no transmission of its batch
      * on the register.
       Tally-Unapplied.
           PERFORM VARYING Ackt-Idx FROM 1 BY 1
                   UNTIL Ackt-Idx > WS-Ackt-Count
               IF Ackt-Pending(Ackt-Idx)
                   ADD 1 TO WS-Unknown-Count
               END-IF
           END-PERFORM.

      * Every acknowledgement applied has been recorded on the
      * register, so the intake file is emptied of them (left there,
      * one would be proved again against a later resend of its
      * batch). One naming a batch not on the register is written
      * back and reported each night until data control removes it
      * or its set is registered.
       Rewrite-Ack-File.
           OPEN OUTPUT Stats-Ack-File
           IF WS-Ack-Status = "00"
               PERFORM VARYING Ackt-Idx FROM 1 BY 1
                       UNTIL Ackt-Idx > WS-Ackt-Count
                   IF Ackt-Pending(Ackt-Idx)
                       WRITE Stats-Ack-Rec FROM Ackt-Raw(Ackt-Idx)
                   END-IF
               END-PERFORM
               CLOSE Stats-Ack-File
               MOVE WS-Unknown-Count TO WS-Log-Count-Ed
               MOVE SPACES TO WS-Log-Text
               STRING "STATS.ACK cleared, unmatched rows kept "
                                       DELIMITED BY SIZE
                      WS-Log-Count-Ed  DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           ELSE
               DISPLAY "AckRec: unable to clear STATS-ACK, status "
                   WS-Ack-Status
               MOVE 20 TO RETURN-CODE
           END-IF.

      * --- Report ---------------------------------------------------
       Write-Report.
           OPEN OUTPUT Ackrec-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "AckRec: unable to open ACKREC-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF

           MOVE SPACES TO Rpt-Line
           STRING "WAREHOUSE LOAD ACKNOWLEDGEMENT RECONCILIATION"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Ack-Days TO Rpt-Ack-Days-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
                  "  Overdue after: " DELIMITED BY SIZE
                  Rpt-Ack-Days-Ed     DELIMITED BY SIZE
                  " days"        DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line

           IF WS-Xrg-Missing
               MOVE SPACES TO Rpt-Line
               WRITE Ackrec-Rpt-Rec FROM Rpt-Line
               MOVE SPACES TO Rpt-Line
               STRING "(no STATS.XRG transmission register)"
                   DELIMITED BY SIZE INTO Rpt-Line
               WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           ELSE
               SET WS-Sect-Matched TO TRUE
               PERFORM Write-Register-Section
               SET WS-Sect-Mismatched TO TRUE
               PERFORM Write-Register-Section
               SET WS-Sect-Overdue TO TRUE
               PERFORM Write-Register-Section
           END-IF
           PERFORM Write-Ack-Exceptions
           PERFORM Write-Report-Footer
           CLOSE Ackrec-Rpt-File.

      * One pass of the updated register per section: loads proved
      * tonight, mismatched loads still waiting to be sent again
      * (whenever they were acknowledged), and sets handed off more
      * than ACK-DAYS ago with no acknowledgement yet.
       Write-Register-Section.
           MOVE SPACES TO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           EVALUATE TRUE
               WHEN WS-Sect-Matched
                   STRING "LOADS MATCHED TONIGHT"
                       DELIMITED BY SIZE INTO Rpt-Line
               WHEN WS-Sect-Mismatched
                   STRING "LOAD MISMATCHES AWAITING RESEND"
                       DELIMITED BY SIZE INTO Rpt-Line
               WHEN WS-Sect-Overdue
                   STRING "SETS UNACKNOWLEDGED AFTER "
                                    DELIMITED BY SIZE
                          Rpt-Ack-Days-Ed DELIMITED BY SIZE
                          " DAYS"   DELIMITED BY SIZE
                       INTO Rpt-Line
           END-EVALUATE
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "BATCH     BUS DATE  SENT      ORIG BATCH  "
                  "RECORDS  HASH TOTAL  LOADED RECS  LOADED HASH"
                  "  ACK DATE  DAYS OUT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line

           MOVE 0 TO WS-Section-Count
           OPEN INPUT Stats-Xrg-File
           IF WS-Xrg-Status = "00"
               PERFORM UNTIL WS-Eof
                   READ Stats-Xrg-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Select-Register-Row
                   END-READ
               END-PERFORM
               CLOSE Stats-Xrg-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           IF WS-Section-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "  (none)" DELIMITED BY SIZE INTO Rpt-Line
               WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           END-IF.

       Select-Register-Row.
           IF Xrg-Run-Date IS NUMERIC
               COMPUTE WS-Sent-Int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(Xrg-Run-Date))
               COMPUTE WS-Days-Out = WS-Today-Int - WS-Sent-Int
           ELSE
               MOVE 0 TO WS-Days-Out
           END-IF
           EVALUATE TRUE
               WHEN WS-Sect-Matched
                   IF Xrg-Matched AND Xrg-Ack-Date = WS-Run-Date
                       PERFORM Write-Register-Line
                   END-IF
               WHEN WS-Sect-Mismatched
                   IF Xrg-Mismatched
                       ADD 1 TO WS-Outstanding-Count
                       PERFORM Write-Register-Line
                   END-IF
      * A row written before the register carried a hash total was
      * sent before the warehouse acknowledged anything and will never
      * be acknowledged, so it is counted apart rather than chased.
               WHEN WS-Sect-Overdue
                   IF Xrg-Awaiting AND Xrg-Hash-Total IS NOT NUMERIC
                       ADD 1 TO WS-Legacy-Count
                   ELSE
                       IF Xrg-Awaiting
                           ADD 1 TO WS-Awaiting-Count
                           IF WS-Days-Out > WS-Ack-Days
                               ADD 1 TO WS-Overdue-Count
                               PERFORM Write-Register-Line
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       Write-Register-Line.
           ADD 1 TO WS-Section-Count
           IF Xrg-Rec-Count IS NUMERIC
               MOVE Xrg-Rec-Count TO Rpt-Count-Ed
           ELSE
               MOVE 0 TO Rpt-Count-Ed
           END-IF
           MOVE SPACES TO Rpt-Note
           IF Xrg-Hash-Total IS NUMERIC
               MOVE Xrg-Hash-Total TO Rpt-Hash-Ed
           ELSE
               MOVE 0 TO Rpt-Hash-Ed
               MOVE "hash not registered" TO Rpt-Note
           END-IF
           MOVE WS-Days-Out TO Rpt-Days-Ed
           MOVE SPACES TO Rpt-Line
           IF Xrg-Awaiting
               STRING Xrg-Batch-Id      DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Business-Date DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Run-Date      DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Orig-Batch-Id DELIMITED BY SIZE
                      "    "            DELIMITED BY SIZE
                      Rpt-Count-Ed      DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      Rpt-Hash-Ed       DELIMITED BY SIZE
                      "                                      "
                                        DELIMITED BY SIZE
                      Rpt-Days-Ed       DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Rpt-Note          DELIMITED BY SIZE
                   INTO Rpt-Line
           ELSE
               MOVE Xrg-Ack-Count TO Rpt-Ack-Count-Ed
               MOVE Xrg-Ack-Hash  TO Rpt-Ack-Hash-Ed
               STRING Xrg-Batch-Id      DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Business-Date DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Run-Date      DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Orig-Batch-Id DELIMITED BY SIZE
                      "    "            DELIMITED BY SIZE
                      Rpt-Count-Ed      DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      Rpt-Hash-Ed       DELIMITED BY SIZE
                      "       "         DELIMITED BY SIZE
                      Rpt-Ack-Count-Ed  DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      Rpt-Ack-Hash-Ed   DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Xrg-Ack-Date      DELIMITED BY SIZE
                      "     "           DELIMITED BY SIZE
                      Rpt-Days-Ed       DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Rpt-Note          DELIMITED BY SIZE
                   INTO Rpt-Line
           END-IF
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line.

      * Acknowledgements that proved nothing: unreadable rows, and
      * batches with no transmission on the register.
       Write-Ack-Exceptions.
           MOVE SPACES TO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "ACKNOWLEDGEMENTS NOT APPLIED"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE 0 TO WS-Section-Count
           PERFORM VARYING Ackt-Idx FROM 1 BY 1
                   UNTIL Ackt-Idx > WS-Ackt-Count
               EVALUATE TRUE
                   WHEN Ackt-Invalid(Ackt-Idx)
                       MOVE "unreadable acknowledgement"
                           TO Rpt-Note
                       PERFORM Write-Ack-Line
                   WHEN Ackt-Pending(Ackt-Idx)
                       MOVE "batch not on STATS.XRG" TO Rpt-Note
                       PERFORM Write-Ack-Line
                   WHEN Ackt-Replaced(Ackt-Idx)
                       MOVE "replaced by a later row" TO Rpt-Note
                       PERFORM Write-Ack-Line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-Section-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "  (none)" DELIMITED BY SIZE INTO Rpt-Line
               WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           END-IF.

       Write-Ack-Line.
           ADD 1 TO WS-Section-Count
           MOVE SPACES TO Rpt-Line
           STRING "  "              DELIMITED BY SIZE
                  Ackt-Raw(Ackt-Idx) DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  Rpt-Note          DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Ackt-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Acknowledgements read:          "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Matched-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Loads matched tonight:          "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Mismatch-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Load mismatches tonight:        "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Repeat-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Repeated acknowledgements:      "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Overtaken-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Sets overtaken by a later send: "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Outstanding-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Mismatches awaiting resend:     "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Awaiting-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Sets awaiting acknowledgement:  "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Overdue-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "  of which overdue:             "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line
           MOVE WS-Legacy-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Sets sent before ack tracking:  "
                                   DELIMITED BY SIZE
                  Rpt-Total-Ed     DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Ackrec-Rpt-Rec FROM Rpt-Line.

      * --- Audit log ------------------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "AckRec: warning - unable to open STATS.LOG, "
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
           MOVE WS-Matched-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Warehouse loads matched " DELIMITED BY SIZE
                  WS-Log-Count-Ed            DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Mismatch-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Warehouse load mismatches " DELIMITED BY SIZE
                  WS-Log-Count-Ed              DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Overdue-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Extract sets overdue " DELIMITED BY SIZE
                  WS-Log-Count-Ed         DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "AckRec run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
