               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-Status.

           SELECT Cor-Pnd-File ASSIGN TO "CORRECT.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pnd-Status.

           SELECT Approve-Trn-File ASSIGN TO "APPROVE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Apr-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same record as the Stats module's STATS.REJ plus a status
      * byte and correction date; REJECT.MST is the rolling register
      * of rejects, those still awaiting correction (status O, or
      * blank on rows written before the status was kept) and those
      * repaired (status C) with the night their correction was
      * applied. Repaired rows stay until Housekeep ages them off
      * under REJ-KEEP-DAYS, so the correction history is there for
      * the department scorecard. The sensor id that took the
      * reading follows (blank on rows written before it was kept).
       FD  Reject-Mst-File.
       01  Reject-Mst-Rec.
           05  Mst-Rej-Date       PIC X(8).
           05  Mst-Rej-Value      PIC 9(5)V9(2).
           05  Mst-Rej-Field      PIC X(14).
           05  Mst-Rej-Reason     PIC X(40).
           05  Mst-Rej-Status     PIC X.
           05  Mst-Rej-Cor-Date   PIC X(8).
           05  Mst-Rej-Sensor     PIC X(8).

       FD  Stats-Rej-File.
       01  Stats-Rej-Rec.
           05  Rej-Value          PIC 9(5)V9(2).
           05  Rej-Field          PIC X(14).
           05  Rej-Reason         PIC X(40).
           05  Rej-Sensor-Id      PIC X(8).

      * Correction transactions keyed by data control: the reject's
      * run date, batch id and sequence number as printed on the
      * aging report, then the repaired group code, reading type and
      * value, then the id of the operator who keyed it.
       FD  Stats-Cor-File.
       01  Stats-Cor-Rec.
           05  Cor-Image.
               10  Cor-Rej-Date   PIC X(8).
               10  Cor-Rej-Batch  PIC X(8).
               10  Cor-Rej-Seq    PIC 9(5).
               10  Cor-Group      PIC X(4).
               10  Cor-Type       PIC X(2).
               10  Cor-Value      PIC 9(5)V9(2).
           05  Cor-Operator       PIC X(8).

      * Corrections held for a second operator's approval: the
      * reference the approver quotes, the operator who keyed it and
      * the night it was entered, then the correction as staged.
       FD  Cor-Pnd-File.
       01  Cor-Pnd-Rec.
           05  Pnd-Ref            PIC X(16).
           05  Pnd-Operator       PIC X(8).
           05  Pnd-Entry-Date     PIC X(8).
           05  Pnd-Image          PIC X(34).

      * Approval decisions, shared with the GrpMnt, TypMnt and
      * OutReg modules: the pending reference (C for a correction),
      * A to approve or R to reject, and the deciding operator's id.
       FD  Approve-Trn-File.
       01  Approve-Trn-Rec.
           05  Apr-Ref.
               10  Apr-Ref-Source PIC X.
                   88  Apr-For-Corrections    VALUE "C".
               10  FILLER         PIC X(15).
           05  Apr-Decision       PIC X.
               88  Apr-Is-Approve             VALUE "A".
               88  Apr-Is-Reject              VALUE "R".
           05  Apr-Operator       PIC X(8).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

      * Staged batch for the next night, in full STATS.IN layout
      * (header, detail, trailer) with its own batch controls; a
      * repaired reading keeps the sensor id of the reject it
      * replaces.
       FD  Stats-New-File.
       01  Stats-New-Rec.
           05  New-Rec-Type       PIC X.
           05  New-Rec-Body       PIC X(24).
           05  New-Header-Rec REDEFINES New-Rec-Body.
               10  New-Batch-Id   PIC X(8).
               10  New-Business-Date
                                  PIC X(8).
               10  FILLER         PIC X(8).
           05  New-Detail-Rec REDEFINES New-Rec-Body.
               10  New-Group-Code PIC X(4).
               10  New-Read-Type  PIC X(2).
               10  New-Value      PIC 9(5)V9(2).
               10  FILLER         PIC X(3).
               10  New-Sensor-Id  PIC X(8).
           05  New-Trailer-Rec REDEFINES New-Rec-Body.
               10  New-Expected-Count
                                  PIC 9(6).
               10  New-Hash-Total PIC 9(8)V9(2).
               10  FILLER         PIC X(8).

       FD  Rej-Age-Rpt-File.
       01  Rej-Age-Rpt-Rec        PIC X(100).
       01  WS-Rpt-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Pnd-Status          PIC XX.
           88  WS-Pnd-Not-Found               VALUE "35".
       01  WS-Apr-Status          PIC XX.
           88  WS-Apr-Not-Found               VALUE "35".
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
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

      * A reject still outstanding after this many days appears on
      * the aging report. Overridable by AGE-DAYS in STATS.PRM.
       01  WS-Age-Days            PIC 9(3) VALUE 7.

      * A correction not approved or rejected within this many days
      * of entry expires and must be keyed again. Overridable by
      * APPROVE-DAYS in STATS.PRM.
       01  WS-Approve-Days        PIC 9(3) VALUE 7.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).

      * The reject register: the old register plus tonight's new
      * rejects, with whatever the corrections repair marked
      * corrected.
       01  WS-Out-Count           PIC 9(4) VALUE 0.
       01  Out-Table.
           05  Out-Entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-Out-Count
                   INDEXED BY Out-Idx.
               10  Out-Rej-Date   PIC X(8).
               10  Out-Status     PIC X.
                   88  Out-Is-Open            VALUE "O".
                   88  Out-Is-Corrected       VALUE "C".
               10  Out-Cor-Date   PIC X(8).
               10  Out-Sensor     PIC X(8).

      * Repaired readings staged for the next night's run.
       01  WS-Staged-Count        PIC 9(4) VALUE 0.
               10  Staged-Group   PIC X(4).
               10  Staged-Type    PIC X(2).
               10  Staged-Value   PIC 9(5)V9(2).
               10  Staged-Sensor  PIC X(8).

      * CORRECT.PND loaded at startup. An entry leaves the table
      * (switch off) when it is approved, rejected, withdrawn or
      * expires; what is still live is written back at end of run.
      * A new entry's reference is C, the run date (yymmdd) and time,
      * and its place in the run.
       01  WS-Held-Count          PIC 9(4) VALUE 0.
       01  Held-Table.
           05  Held-Entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Held-Count
                   INDEXED BY Held-Idx.
               10  Held-Ref       PIC X(16).
               10  Held-Operator  PIC X(8).
               10  Held-Entry-Date
                                  PIC X(8).
               10  Held-Image     PIC X(34).
               10  Held-Key       REDEFINES Held-Image.
                   15  Held-Rej-Date
                                  PIC X(8).
                   15  Held-Rej-Batch
                                  PIC X(8).
                   15  Held-Rej-Seq
                                  PIC 9(5).
                   15  FILLER     PIC X(13).
               10  Held-Live-Sw   PIC X.
                   88  Held-Is-Live           VALUE "Y".
       01  WS-Held-Hit            PIC 9(4).
       01  WS-Approve-Sw          PIC X.
           88  WS-Approve-Now                 VALUE "Y".
       01  WS-Ref-Seq             PIC 9(3) VALUE 0.
       01  WS-New-Ref             PIC X(16).
       01  WS-Entry-Int           PIC 9(8).
       01  WS-Days-Pending        PIC S9(5).

      * APPROVE.TRN rows that belong to the other modules (or an
      * approval that found staging full), written back once this
      * run has taken its own.
       01  WS-Kept-Count          PIC 9(4) VALUE 0.
       01  Kept-Table.
           05  Kept-Apr-Rec       PIC X(25)
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Kept-Count
                   INDEXED BY Kept-Idx.
       01  WS-Apr-Read-Count      PIC 9(4) VALUE 0.
       01  WS-Cor-Read-Count      PIC 9(4) VALUE 0.

       01  WS-Entered-Count       PIC 9(4) VALUE 0.
       01  WS-Not-Held-Count      PIC 9(4) VALUE 0.
       01  WS-Approved-Count      PIC 9(4) VALUE 0.
       01  WS-Declined-Count      PIC 9(4) VALUE 0.
       01  WS-Refused-Count       PIC 9(4) VALUE 0.
       01  WS-Expired-Count       PIC 9(4) VALUE 0.
       01  WS-Still-Held-Count    PIC 9(4) VALUE 0.

      * Distinct groups among aged rejects, for the by-group report.
       01  WS-Group-Count         PIC 9(3) VALUE 0.
       01  WS-Match-Idx           PIC 9(4).
       01  WS-Dup-Sw              PIC X.
           88  WS-Dup-Found                   VALUE "Y".
       01  WS-Added-Sw            PIC X.
           88  WS-Entry-Added                 VALUE "Y".
       01  WS-Open-Count          PIC 9(4) VALUE 0.
       01  WS-Repaired-Count      PIC 9(4) VALUE 0.
       01  WS-Corrected-Count     PIC 9(4) VALUE 0.
       01  WS-Unmatched-Count     PIC 9(4) VALUE 0.
       01  WS-Aged-Count          PIC 9(4) VALUE 0.
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
           MOVE "Reproc run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           PERFORM Load-Outstanding
           PERFORM Merge-New-Rejects
           PERFORM Load-Pending
           PERFORM Apply-Approvals
           PERFORM Expire-Pending
           PERFORM Apply-Corrections
           PERFORM Write-Staged-Batch
           PERFORM Rewrite-Register
           PERFORM Rewrite-Pending
           PERFORM Rewrite-Approvals
           PERFORM Clear-Correction-File
           PERFORM Write-Aging-Report

           DISPLAY "Reproc: outstanding rejects " WS-Open-Count
           DISPLAY "Reproc: repaired on register " WS-Repaired-Count
           DISPLAY "Reproc: corrected tonight   " WS-Corrected-Count
           DISPLAY "Reproc: staged for rerun    " WS-Staged-Count
           DISPLAY "Reproc: unmatched corrections "
               WS-Unmatched-Count
           DISPLAY "Reproc: aged beyond limit   " WS-Aged-Count
           DISPLAY "Reproc: held for approval   " WS-Entered-Count
           DISPLAY "Reproc: approved tonight    " WS-Approved-Count
           DISPLAY "Reproc: rejected by approver " WS-Declined-Count
           DISPLAY "Reproc: approvals refused   " WS-Refused-Count
           DISPLAY "Reproc: expired unapproved  " WS-Expired-Count
           DISPLAY "Reproc: still pending       " WS-Still-Held-Count
           IF (WS-Not-Held-Count > 0 OR WS-Refused-Count > 0
                   OR WS-Expired-Count > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
                   DISPLAY "Reproc: bad AGE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF
           IF WS-Prm-Keyword = "APPROVE-DAYS"
               IF FUNCTION TEST-NUMVAL(WS-Prm-Value) = 0
                   COMPUTE WS-Prm-Num =
                       FUNCTION NUMVAL(WS-Prm-Value)
                   IF WS-Prm-Num >= 1 AND WS-Prm-Num <= 999
                           AND FUNCTION INTEGER-PART(WS-Prm-Num)
                               = WS-Prm-Num
                       MOVE WS-Prm-Num TO WS-Approve-Days
                   ELSE
                       DISPLAY "Reproc: APPROVE-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "Reproc: bad APPROVE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

       Load-Outstanding.
                   DISPLAY "Reproc: unable to open REJECT-MST, "
                       "status " WS-Mst-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Reject-Mst-File
                           MOVE Mst-Rej-Value  TO Rej-Value
                           MOVE Mst-Rej-Field  TO Rej-Field
                           MOVE Mst-Rej-Reason TO Rej-Reason
                           MOVE Mst-Rej-Sensor TO Rej-Sensor-Id
                           PERFORM Add-Outstanding
                           IF WS-Entry-Added
                                   AND Mst-Rej-Status = "C"
                               MOVE "C" TO Out-Status(WS-Out-Count)
                               MOVE Mst-Rej-Cor-Date
                                   TO Out-Cor-Date(WS-Out-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reject-Mst-File
                   DISPLAY "Reproc: unable to open STATS-REJ, "
                       "status " WS-Rej-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Rej-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Adds the reject sitting in Stats-Rej-Rec to the register
      * table unless its date/batch/sequence key is already there; a
      * new entry starts open.
       Add-Outstanding.
           MOVE "N" TO WS-Dup-Sw
           MOVE "N" TO WS-Added-Sw
           PERFORM VARYING Out-Idx FROM 1 BY 1
                   UNTIL Out-Idx > WS-Out-Count
               IF Out-Rej-Date(Out-Idx) = Rej-Date
               END-IF
           END-PERFORM
           IF NOT WS-Dup-Found
               IF WS-Out-Count < 5000
                   ADD 1 TO WS-Out-Count
                   MOVE Rej-Date   TO Out-Rej-Date(WS-Out-Count)
                   MOVE Rej-Batch-Id
                   MOVE Rej-Field  TO Out-Field(WS-Out-Count)
                   MOVE Rej-Reason TO Out-Reason(WS-Out-Count)
                   MOVE "O"        TO Out-Status(WS-Out-Count)
                   MOVE SPACES     TO Out-Cor-Date(WS-Out-Count)
                   MOVE Rej-Sensor-Id
                                   TO Out-Sensor(WS-Out-Count)
                   SET WS-Entry-Added TO TRUE
               ELSE
                   DISPLAY "Reproc: more than 5000 rejects on the "
                       "register, " Rej-Date " " Rej-Seq " dropped"
               END-IF
           END-IF.

      * Loads the corrections still waiting for approval. Without a
      * readable CORRECT.PND the run cannot tell what it would be
      * rewriting, so it stops rather than lose held corrections.
       Load-Pending.
           MOVE 0 TO WS-Held-Count
           OPEN INPUT Cor-Pnd-File
           IF WS-Pnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Pnd-Status NOT = "00"
                   DISPLAY "Reproc: unable to open CORRECT-PND, "
                       "status " WS-Pnd-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Cor-Pnd-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF WS-Held-Count < 1000
                               ADD 1 TO WS-Held-Count
                               MOVE Pnd-Ref
                                   TO Held-Ref(WS-Held-Count)
                               MOVE Pnd-Operator
                                   TO Held-Operator(WS-Held-Count)
                               MOVE Pnd-Entry-Date
                                   TO Held-Entry-Date(WS-Held-Count)
                               MOVE Pnd-Image
                                   TO Held-Image(WS-Held-Count)
                               MOVE "Y"
                                   TO Held-Live-Sw(WS-Held-Count)
                           ELSE
                               DISPLAY "Reproc: more than 1000 "
                                   "pending corrections on "
                                   "CORRECT.PND"
                               MOVE 16 TO RETURN-CODE
                               PERFORM End-Run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Cor-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Takes the C rows off APPROVE.TRN and settles each against the
      * pending table; the other modules' rows are kept for them.
       Apply-Approvals.
           MOVE 0 TO WS-Kept-Count
           OPEN INPUT Approve-Trn-File
           IF WS-Apr-Not-Found
               CONTINUE
           ELSE
               IF WS-Apr-Status NOT = "00"
                   DISPLAY "Reproc: unable to open APPROVE-TRN, "
                       "status " WS-Apr-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Approve-Trn-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           PERFORM Sort-Approval
                   END-READ
               END-PERFORM
               CLOSE Approve-Trn-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * An approval that would overflow tonight's staged batch goes
      * back on the file untouched and is taken tomorrow.
       Sort-Approval.
           IF Apr-For-Corrections AND WS-Staged-Count < 500
               ADD 1 TO WS-Apr-Read-Count
               PERFORM Apply-One-Approval
           ELSE
               IF WS-Kept-Count < 1000
                   ADD 1 TO WS-Kept-Count
                   MOVE Approve-Trn-Rec TO Kept-Apr-Rec(WS-Kept-Count)
               ELSE
                   DISPLAY "Reproc: more than 1000 other approvals "
                       "on APPROVE.TRN, " Apr-Ref " dropped"
               END-IF
           END-IF.

      * Maker-checker: only a second operator may approve or reject
      * a held correction. The operator who keyed it may withdraw it
      * (an R decision) but never approve it. An approved correction
      * is matched and staged exactly as it would have been when
      * keyed, against the register as it stands tonight.
       Apply-One-Approval.
           MOVE "N" TO WS-Approve-Sw
           MOVE 0 TO WS-Held-Hit
           PERFORM VARYING Held-Idx FROM 1 BY 1
                   UNTIL Held-Idx > WS-Held-Count
               IF Held-Ref(Held-Idx) = Apr-Ref
                       AND Held-Is-Live(Held-Idx)
                   SET WS-Held-Hit TO Held-Idx
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Log-Text
           EVALUATE TRUE
               WHEN WS-Held-Hit = 0
                   ADD 1 TO WS-Refused-Count
                   STRING "Approval for "      DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " matches no pending correction"
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN Apr-Operator = SPACES
                   ADD 1 TO WS-Refused-Count
                   STRING "Approval for "      DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " refused: no approver id"
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN NOT Apr-Is-Approve AND NOT Apr-Is-Reject
                   ADD 1 TO WS-Refused-Count
                   STRING "Approval for "      DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " refused: decision not A or R"
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN Apr-Is-Reject
                       AND Apr-Operator = Held-Operator(WS-Held-Hit)
                   ADD 1 TO WS-Declined-Count
                   MOVE "N" TO Held-Live-Sw(WS-Held-Hit)
                   STRING "Pending "           DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " withdrawn by "     DELIMITED BY SIZE
                          Apr-Operator         DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN Apr-Operator = Held-Operator(WS-Held-Hit)
                   ADD 1 TO WS-Refused-Count
                   STRING "Approval for "      DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " refused: "         DELIMITED BY SIZE
                          Apr-Operator         DELIMITED BY SIZE
                          " keyed it"          DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN Apr-Is-Reject
                   ADD 1 TO WS-Declined-Count
                   MOVE "N" TO Held-Live-Sw(WS-Held-Hit)
                   STRING "Pending "           DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " rejected by "      DELIMITED BY SIZE
                          Apr-Operator         DELIMITED BY SIZE
                          " (keyed by "        DELIMITED BY SIZE
                          Held-Operator(WS-Held-Hit)
                                               DELIMITED BY SIZE
                          ")"                  DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN OTHER
                   ADD 1 TO WS-Approved-Count
                   MOVE "N" TO Held-Live-Sw(WS-Held-Hit)
                   SET WS-Approve-Now TO TRUE
                   STRING "Pending "           DELIMITED BY SIZE
                          Apr-Ref              DELIMITED BY SIZE
                          " approved by "      DELIMITED BY SIZE
                          Apr-Operator         DELIMITED BY SIZE
                          " (keyed by "        DELIMITED BY SIZE
                          Held-Operator(WS-Held-Hit)
                                               DELIMITED BY SIZE
                          ")"                  DELIMITED BY SIZE
                       INTO WS-Log-Text
           END-EVALUATE
           PERFORM Write-Log
           IF WS-Approve-Now
               MOVE Held-Image(WS-Held-Hit)    TO Cor-Image
               MOVE Held-Operator(WS-Held-Hit) TO Cor-Operator
               PERFORM Apply-One-Correction
           END-IF.

      * A held correction nobody has settled within APPROVE-DAYS of
      * being keyed is dropped; it has to be keyed again.
       Expire-Pending.
           PERFORM VARYING Held-Idx FROM 1 BY 1
                   UNTIL Held-Idx > WS-Held-Count
               IF Held-Is-Live(Held-Idx)
                   MOVE 0 TO WS-Days-Pending
                   IF FUNCTION TEST-NUMVAL(Held-Entry-Date(Held-Idx))
                           = 0
                       COMPUTE WS-Entry-Int = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(Held-Entry-Date(Held-Idx)))
                       COMPUTE WS-Days-Pending =
                           WS-Today-Int - WS-Entry-Int
                   END-IF
                   IF WS-Days-Pending > WS-Approve-Days
                       ADD 1 TO WS-Expired-Count
                       MOVE "N" TO Held-Live-Sw(Held-Idx)
                       MOVE SPACES TO WS-Log-Text
                       STRING "Pending "        DELIMITED BY SIZE
                              Held-Ref(Held-Idx)
                                                DELIMITED BY SIZE
                              " expired unapproved, keyed "
                                                DELIMITED BY SIZE
                              Held-Entry-Date(Held-Idx)
                                                DELIMITED BY SIZE
                              " by "            DELIMITED BY SIZE
                              Held-Operator(Held-Idx)
                                                DELIMITED BY SIZE
                           INTO WS-Log-Text
                       PERFORM Write-Log
                   END-IF
               END-IF
           END-PERFORM.

      * Takes tonight's STATS.COR. A correction that names its
      * operator and an outstanding reject no other correction is
      * already waiting on is held on CORRECT.PND for approval; it
      * is matched and staged only once approved.
       Apply-Corrections.
           OPEN INPUT Stats-Cor-File
           IF WS-Cor-Not-Found
                   DISPLAY "Reproc: unable to open STATS-COR, "
                       "status " WS-Cor-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Cor-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cor-Read-Count
                           PERFORM Hold-One-Correction
                   END-READ
               END-PERFORM
               CLOSE Stats-Cor-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Hold-One-Correction.
           PERFORM Find-Open-Reject
           MOVE 0 TO WS-Held-Hit
           PERFORM VARYING Held-Idx FROM 1 BY 1
                   UNTIL Held-Idx > WS-Held-Count
               IF Held-Rej-Date(Held-Idx) = Cor-Rej-Date
                       AND Held-Rej-Batch(Held-Idx) = Cor-Rej-Batch
                       AND Held-Rej-Seq(Held-Idx) = Cor-Rej-Seq
                       AND Held-Is-Live(Held-Idx)
                   SET WS-Held-Hit TO Held-Idx
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Log-Text
           EVALUATE TRUE
               WHEN Cor-Operator = SPACES
                   STRING "Correction "        DELIMITED BY SIZE
                          Cor-Rej-Date         DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Batch        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Seq          DELIMITED BY SIZE
                          " not held: missing operator id"
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN NOT WS-Match-Found
                   ADD 1 TO WS-Unmatched-Count
                   STRING "Correction "        DELIMITED BY SIZE
                          Cor-Rej-Date         DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Batch        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Seq          DELIMITED BY SIZE
                          " not held: no outstanding reject"
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN WS-Held-Hit > 0
                   STRING "Correction "        DELIMITED BY SIZE
                          Cor-Rej-Date         DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Batch        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Seq          DELIMITED BY SIZE
                          " not held: already pending as "
                                               DELIMITED BY SIZE
                          Held-Ref(WS-Held-Hit)
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN WS-Held-Count >= 1000
                   STRING "Correction "        DELIMITED BY SIZE
                          Cor-Rej-Date         DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Batch        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          Cor-Rej-Seq          DELIMITED BY SIZE
                          " not held: CORRECT.PND full"
                                               DELIMITED BY SIZE
                       INTO WS-Log-Text
               WHEN OTHER
                   PERFORM Hold-Correction
           END-EVALUATE
           IF WS-Log-Text NOT = SPACES
               ADD 1 TO WS-Not-Held-Count
               DISPLAY "Reproc: " FUNCTION TRIM(WS-Log-Text TRAILING)
               PERFORM Write-Log
           END-IF.

       Hold-Correction.
           ADD 1 TO WS-Ref-Seq
           MOVE SPACES TO WS-New-Ref
           STRING "C"              DELIMITED BY SIZE
                  WS-Run-Date(3:6) DELIMITED BY SIZE
                  WS-Run-Time      DELIMITED BY SIZE
                  WS-Ref-Seq       DELIMITED BY SIZE
               INTO WS-New-Ref
           ADD 1 TO WS-Held-Count
           MOVE WS-New-Ref   TO Held-Ref(WS-Held-Count)
           MOVE Cor-Operator TO Held-Operator(WS-Held-Count)
           MOVE WS-Run-Date  TO Held-Entry-Date(WS-Held-Count)
           MOVE Cor-Image    TO Held-Image(WS-Held-Count)
           MOVE "Y"          TO Held-Live-Sw(WS-Held-Count)
           ADD 1 TO WS-Entered-Count
           MOVE SPACES TO WS-Log-Text
           STRING "Correction "    DELIMITED BY SIZE
                  Cor-Rej-Date     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  Cor-Rej-Batch    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  Cor-Rej-Seq      DELIMITED BY SIZE
                  " held, ref "    DELIMITED BY SIZE
                  WS-New-Ref       DELIMITED BY SIZE
                  ", keyed by "    DELIMITED BY SIZE
                  Cor-Operator     DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE SPACES TO WS-Log-Text.

      * Looks the correction's key up among the open rejects; on a
      * hit sets WS-Match-Found and leaves the entry in WS-Match-Idx.
       Find-Open-Reject.
           MOVE "N" TO WS-Match-Sw
           MOVE 0 TO WS-Match-Idx
           PERFORM VARYING Out-Idx FROM 1 BY 1
                   SET WS-Match-Found TO TRUE
                   SET WS-Match-Idx TO Out-Idx
               END-IF
           END-PERFORM.

      * Applies an approved correction: a hit marks the reject
      * corrected and stages the repaired reading; a miss (the reject
      * was put right some other way while the correction waited) is
      * reported so data control can see why nothing was staged.
       Apply-One-Correction.
           PERFORM Find-Open-Reject
           IF WS-Match-Found
               IF WS-Staged-Count < 500
                   SET Out-Is-Corrected(WS-Match-Idx) TO TRUE
                   MOVE WS-Run-Date TO Out-Cor-Date(WS-Match-Idx)
                   ADD 1 TO WS-Corrected-Count
                   ADD 1 TO WS-Staged-Count
                   MOVE Cor-Group
                       TO Staged-Type(WS-Staged-Count)
                   MOVE Cor-Value
                       TO Staged-Value(WS-Staged-Count)
                   MOVE Out-Sensor(WS-Match-Idx)
                       TO Staged-Sensor(WS-Staged-Count)
               ELSE
                   DISPLAY "Reproc: staging capacity reached, "
                       "correction " Cor-Rej-Date " "
               DISPLAY "Reproc: no outstanding reject matches "
                   "correction " Cor-Rej-Date " " Cor-Rej-Batch
                   " " Cor-Rej-Seq
               MOVE SPACES TO WS-Log-Text
               STRING "Approved correction "  DELIMITED BY SIZE
                      Cor-Rej-Date            DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Cor-Rej-Batch           DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Cor-Rej-Seq             DELIMITED BY SIZE
                      " has no outstanding reject"
                                              DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * The repaired readings go out as a complete batch in the
      * and hash total - so the next run takes STATS.NEW through
      * the same control checks as an upstream delivery. The batch
      * id is RP + yymmdd of this Reproc run. With nothing staged,
      * STATS.NEW is not opened at all: no date-derived id is burned
      * in the processed-batch register by a run that repaired
      * nothing, and a rerun of the step (a resumed stream, or -s)
      * leaves the batch an earlier run staged in place. A batch
      * data control stages twice is held as a duplicate by Stats.
       Write-Staged-Batch.
           IF WS-Staged-Count = 0
               DISPLAY "Reproc: nothing staged, STATS.NEW left "
                   "as it was"
           ELSE
               OPEN OUTPUT Stats-New-File
               IF WS-New-Status NOT = "00"
                   DISPLAY "Reproc: unable to open STATS-NEW, status "
                       WS-New-Status
                   MOVE 20 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM Write-Staged-Records
           END-IF.

               MOVE Staged-Group(Staged-Idx) TO New-Group-Code
               MOVE Staged-Type(Staged-Idx)  TO New-Read-Type
               MOVE Staged-Value(Staged-Idx) TO New-Value
               MOVE Staged-Sensor(Staged-Idx) TO New-Sensor-Id
               ADD Staged-Value(Staged-Idx) TO WS-Hash-Total
               WRITE Stats-New-Rec
           END-PERFORM
           WRITE Stats-New-Rec
           CLOSE Stats-New-File.

      * Rewrites REJECT.MST with every reject on the register, open
      * ones first and then the repaired ones carrying their
      * correction date, so the register always reflects what is
      * left to correct and what has been put right.
       Rewrite-Register.
           OPEN OUTPUT Reject-Mst-File
           IF WS-Mst-Status NOT = "00"
               DISPLAY "Reproc: unable to rewrite REJECT-MST, "
                   "status " WS-Mst-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE 0 TO WS-Open-Count
           MOVE 0 TO WS-Repaired-Count
           PERFORM VARYING Out-Idx FROM 1 BY 1
                   UNTIL Out-Idx > WS-Out-Count
               IF Out-Is-Open(Out-Idx)
                   PERFORM Write-Register-Row
                   ADD 1 TO WS-Open-Count
               END-IF
           END-PERFORM
           PERFORM VARYING Out-Idx FROM 1 BY 1
                   UNTIL Out-Idx > WS-Out-Count
               IF Out-Is-Corrected(Out-Idx)
                   PERFORM Write-Register-Row
                   ADD 1 TO WS-Repaired-Count
               END-IF
           END-PERFORM
           CLOSE Reject-Mst-File.

       Write-Register-Row.
           MOVE Out-Rej-Date(Out-Idx)  TO Mst-Rej-Date
           MOVE Out-Rej-Batch(Out-Idx) TO Mst-Rej-Batch
           MOVE Out-Rej-Seq(Out-Idx)   TO Mst-Rej-Seq
           MOVE Out-Group(Out-Idx)     TO Mst-Rej-Group
           MOVE Out-Type(Out-Idx)      TO Mst-Rej-Type
           MOVE Out-Value(Out-Idx)     TO Mst-Rej-Value
           MOVE Out-Field(Out-Idx)     TO Mst-Rej-Field
           MOVE Out-Reason(Out-Idx)    TO Mst-Rej-Reason
           MOVE Out-Status(Out-Idx)    TO Mst-Rej-Status
           MOVE Out-Cor-Date(Out-Idx)  TO Mst-Rej-Cor-Date
           MOVE Out-Sensor(Out-Idx)    TO Mst-Rej-Sensor
           WRITE Reject-Mst-Rec.

      * Writes back what is still waiting for approval.
       Rewrite-Pending.
           OPEN OUTPUT Cor-Pnd-File
           IF WS-Pnd-Status NOT = "00"
               DISPLAY "Reproc: unable to rewrite CORRECT-PND, "
                   "status " WS-Pnd-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE 0 TO WS-Still-Held-Count
           PERFORM VARYING Held-Idx FROM 1 BY 1
                   UNTIL Held-Idx > WS-Held-Count
               IF Held-Is-Live(Held-Idx)
                   MOVE Held-Ref(Held-Idx)        TO Pnd-Ref
                   MOVE Held-Operator(Held-Idx)   TO Pnd-Operator
                   MOVE Held-Entry-Date(Held-Idx) TO Pnd-Entry-Date
                   MOVE Held-Image(Held-Idx)      TO Pnd-Image
                   WRITE Cor-Pnd-Rec
                   ADD 1 TO WS-Still-Held-Count
               END-IF
           END-PERFORM
           CLOSE Cor-Pnd-File
           MOVE WS-Still-Held-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "CORRECT.PND rewritten, " DELIMITED BY SIZE
                  WS-Log-Count-Ed           DELIMITED BY SIZE
                  " awaiting approval"      DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * Puts back the APPROVE.TRN rows that belong to the other
      * modules; this run's own have all been settled and logged.
       Rewrite-Approvals.
           IF WS-Apr-Read-Count > 0
               OPEN OUTPUT Approve-Trn-File
               IF WS-Apr-Status NOT = "00"
                   DISPLAY "Reproc: unable to rewrite APPROVE-TRN, "
                       "status " WS-Apr-Status
                   MOVE 20 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM VARYING Kept-Idx FROM 1 BY 1
                       UNTIL Kept-Idx > WS-Kept-Count
                   WRITE Approve-Trn-Rec FROM Kept-Apr-Rec(Kept-Idx)
               END-PERFORM
               CLOSE Approve-Trn-File
               MOVE WS-Apr-Read-Count TO WS-Log-Count-Ed
               MOVE SPACES TO WS-Log-Text
               STRING "APPROVE.TRN: "        DELIMITED BY SIZE
                      WS-Log-Count-Ed        DELIMITED BY SIZE
                      " correction decision(s) taken off"
                                             DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * Every correction keyed tonight is now held or reported, so
      * STATS.COR is emptied; staging it again cannot double them.
       Clear-Correction-File.
           IF WS-Cor-Read-Count > 0
               OPEN OUTPUT Stats-Cor-File
               IF WS-Cor-Status = "00"
                   CLOSE Stats-Cor-File
                   MOVE "STATS.COR cleared" TO WS-Log-Text
                   PERFORM Write-Log
               ELSE
                   DISPLAY "Reproc: unable to clear STATS-COR, "
                       "status " WS-Cor-Status
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF.

       Write-Aging-Report.
           OPEN OUTPUT Rej-Age-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "Reproc: unable to open REJAGE-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF

           MOVE SPACES TO Rpt-Line
                   END-IF
               END-IF
           END-PERFORM.

      * --- Audit log ------------------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "Reproc: warning - unable to open STATS.LOG, "
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
           MOVE WS-Corrected-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Corrections staged "    DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Entered-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Corrections held "      DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Still-Held-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Corrections pending "   DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Reproc run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
