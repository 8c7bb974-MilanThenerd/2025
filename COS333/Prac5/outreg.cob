               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-Status.

           SELECT Stats-Flt-File ASSIGN TO "STATS.FLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Flt-Status.

           SELECT Dsp-Pnd-File ASSIGN TO "OUTDISP.PND"
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
      * Same record as the Stats module's STATS.OUT plus a status
      * byte and the disposition last applied with its date;
      * OUTLIER.MST is the rolling register of flagged readings,
      * those still awaiting a disposition (O), those under
      * investigation (I) and those closed (C) as a confirmed fault
      * or a genuine reading. Closed rows stay until Housekeep ages
      * them off under OUT-KEEP-DAYS, so the disposition history is
      * there for the department scorecard. The sensor id of the
      * reading closes the row (blank on rows written before it was
      * kept).
       FD  Outlier-Mst-File.
       01  Outlier-Mst-Rec.
           05  Mst-Out-Date       PIC X(8).
           05  Mst-Out-Z          PIC S9(5)V9(4)
                                      SIGN IS LEADING SEPARATE.
           05  Mst-Out-Status     PIC X.
           05  Mst-Out-Disp       PIC X.
           05  Mst-Out-Disp-Date  PIC X(8).
           05  Mst-Out-Sensor     PIC X(8).

       FD  Stats-Out-File.
       01  Stats-Out-Rec.
           05  Out-Group-Mean     PIC 9(5)V9(4).
           05  Out-Z-Score        PIC S9(5)V9(4)
                                      SIGN IS LEADING SEPARATE.
           05  Out-Sensor-Id      PIC X(8).

      * Disposition transactions keyed by data control: the
      * outlier's run date, batch id and sequence number as printed
      * on the aging report, then the disposition code - F confirmed
      * sensor fault, G reading accepted as genuine (both close the
      * entry), I under investigation (the entry stays open but is
      * no longer counted as undispositioned) - then the id of the
      * operator who keyed it.
       FD  Out-Dsp-File.
       01  Out-Dsp-Rec.
           05  Dsp-Image.
               10  Dsp-Out-Date   PIC X(8).
               10  Dsp-Out-Batch  PIC X(8).
               10  Dsp-Out-Seq    PIC 9(5).
               10  Dsp-Code       PIC X.
                   88  Dsp-Is-Fault           VALUE "F".
                   88  Dsp-Is-Genuine         VALUE "G".
                   88  Dsp-Is-Invest          VALUE "I".
           05  Dsp-Operator       PIC X(8).

      * Dispositions held for a second operator's approval: the
      * reference the approver quotes, the operator who keyed it and
      * the night it was entered, then the disposition as staged.
       FD  Dsp-Pnd-File.
       01  Dsp-Pnd-Rec.
           05  Pnd-Ref            PIC X(16).
           05  Pnd-Operator       PIC X(8).
           05  Pnd-Entry-Date     PIC X(8).
           05  Pnd-Image          PIC X(22).

      * Approval decisions, shared with the GrpMnt, TypMnt and
      * Reproc modules: the pending reference (D for a disposition),
      * A to approve or R to reject, and the deciding operator's id.
       FD  Approve-Trn-File.
       01  Approve-Trn-Rec.
           05  Apr-Ref.
               10  Apr-Ref-Source PIC X.
                   88  Apr-For-Dispositions   VALUE "D".
               10  FILLER         PIC X(15).
           05  Apr-Decision       PIC X.
               88  Apr-Is-Approve             VALUE "A".
               88  Apr-Is-Reject              VALUE "R".
           05  Apr-Operator       PIC X(8).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       FD  Out-Age-Rpt-File.
       01  Out-Age-Rpt-Rec        PIC X(110).
       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

      * Confirmed sensor faults handed to the Restate module: one row
      * per F disposition applied, carrying the faulted reading so
      * its batch result can be recomputed without it, and the sensor
      * that took it so the right row is condemned. Restate
      * empties the file once it has dealt with the rows, so faults
      * posted on a night the restatement cannot run wait for the
      * next one.
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

       WORKING-STORAGE SECTION.
       01  WS-Mst-Status          PIC XX.
           88  WS-Mst-Not-Found               VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Flt-Status          PIC XX.
       01  WS-Pnd-Status          PIC XX.
           88  WS-Pnd-Not-Found               VALUE "35".
       01  WS-Apr-Status          PIC XX.
           88  WS-Apr-Not-Found               VALUE "35".
       01  WS-Log-Status          PIC XX.
       01  WS-Flt-Open-Sw         PIC X VALUE "N".
           88  WS-Flt-Is-Open                 VALUE "Y".
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

      * An outlier still undispositioned after this many days
      * appears on the aging report. Overridable by OUT-AGE-DAYS in
      * STATS.PRM.
       01  WS-Age-Days            PIC 9(3) VALUE 7.

      * A disposition not approved or rejected within this many days
      * of entry expires and must be keyed again. Overridable by
      * APPROVE-DAYS in STATS.PRM.
       01  WS-Approve-Days        PIC 9(3) VALUE 7.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).

      * The outlier register: the old register plus tonight's
      * flagged readings, with whatever the dispositions close
      * marked closed.
       01  WS-Reg-Count           PIC 9(4) VALUE 0.
       01  Reg-Table.
           05  Reg-Entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-Reg-Count
                   INDEXED BY Reg-Idx.
               10  Reg-Out-Date   PIC X(8).
                   88  Reg-Is-Open            VALUE "O".
                   88  Reg-Is-Invest          VALUE "I".
                   88  Reg-Is-Closed          VALUE "C".
               10  Reg-Disp       PIC X.
               10  Reg-Disp-Date  PIC X(8).
               10  Reg-Sensor     PIC X(8).

      * OUTDISP.PND loaded at startup. An entry leaves the table
      * (switch off) when it is approved, rejected, withdrawn or
      * expires; what is still live is written back at end of run.
      * A new entry's reference is D, the run date (yymmdd) and time,
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
               10  Held-Image     PIC X(22).
               10  Held-Key       REDEFINES Held-Image.
                   15  Held-Out-Date
                                  PIC X(8).
                   15  Held-Out-Batch
                                  PIC X(8).
                   15  Held-Out-Seq
                                  PIC 9(5).
                   15  FILLER     PIC X.
               10  Held-Live-Sw   PIC X.
                   88  Held-Is-Live           VALUE "Y".
       01  WS-Held-Hit            PIC 9(4).
       01  WS-Approve-Sw          PIC X.
           88  WS-Approve-Now                 VALUE "Y".
       01  WS-Ref-Seq             PIC 9(3) VALUE 0.
       01  WS-New-Ref             PIC X(16).
       01  WS-Entry-Int           PIC 9(8).
       01  WS-Days-Pending        PIC S9(5).

      * APPROVE.TRN rows that belong to the other modules, written
      * back once this run has taken its own.
       01  WS-Kept-Count          PIC 9(4) VALUE 0.
       01  Kept-Table.
           05  Kept-Apr-Rec       PIC X(25)
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Kept-Count
                   INDEXED BY Kept-Idx.
       01  WS-Apr-Read-Count      PIC 9(4) VALUE 0.
       01  WS-Dsp-Read-Count      PIC 9(4) VALUE 0.

       01  WS-Entered-Count       PIC 9(4) VALUE 0.
       01  WS-Not-Held-Count      PIC 9(4) VALUE 0.
       01  WS-Approved-Count      PIC 9(4) VALUE 0.
       01  WS-Declined-Count      PIC 9(4) VALUE 0.
       01  WS-Refused-Count       PIC 9(4) VALUE 0.
       01  WS-Expired-Count       PIC 9(4) VALUE 0.
       01  WS-Still-Held-Count    PIC 9(4) VALUE 0.

      * Distinct groups among aged outliers, for the by-group
      * report, and distinct group/type pairs still open, for the
           88  WS-Entry-Added                 VALUE "Y".
       01  WS-Merged-Count        PIC 9(4) VALUE 0.
       01  WS-Closed-Count        PIC 9(4) VALUE 0.
       01  WS-Fault-Count         PIC 9(4) VALUE 0.
       01  WS-Invest-Count        PIC 9(4) VALUE 0.
       01  WS-Unmatched-Count     PIC 9(4) VALUE 0.
       01  WS-Aged-Count          PIC 9(4) VALUE 0.
       01  WS-Open-Count          PIC 9(4) VALUE 0.
       01  WS-Kept-Closed-Count   PIC 9(4) VALUE 0.
       01  WS-Today-Int           PIC 9(8).
       01  WS-Out-Int             PIC 9(8).
       01  WS-Days-Out            PIC S9(5).
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
           MOVE "OutReg run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           PERFORM Load-Register
           PERFORM Merge-New-Outliers
           PERFORM Load-Pending
           PERFORM Apply-Approvals
           PERFORM Expire-Pending
           PERFORM Apply-Dispositions
           PERFORM Rewrite-Register
           PERFORM Rewrite-Pending
           PERFORM Rewrite-Approvals
           PERFORM Clear-Disposition-File
           PERFORM Write-Aging-Report

           DISPLAY "OutReg: outliers on register " WS-Reg-Count
           DISPLAY "OutReg: merged tonight       " WS-Merged-Count
           DISPLAY "OutReg: closed tonight       " WS-Closed-Count
           DISPLAY "OutReg: confirmed faults     " WS-Fault-Count
           DISPLAY "OutReg: under investigation  " WS-Invest-Count
           DISPLAY "OutReg: closed on register   "
               WS-Kept-Closed-Count
           DISPLAY "OutReg: unmatched dispositions "
               WS-Unmatched-Count
           DISPLAY "OutReg: aged beyond limit    " WS-Aged-Count
           DISPLAY "OutReg: held for approval    " WS-Entered-Count
           DISPLAY "OutReg: approved tonight     " WS-Approved-Count
           DISPLAY "OutReg: rejected by approver " WS-Declined-Count
           DISPLAY "OutReg: approvals refused    " WS-Refused-Count
           DISPLAY "OutReg: expired unapproved   " WS-Expired-Count
           DISPLAY "OutReg: still pending        " WS-Still-Held-Count
           IF (WS-Not-Held-Count > 0 OR WS-Refused-Count > 0
                   OR WS-Expired-Count > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
                   DISPLAY "OutReg: bad OUT-AGE-DAYS value '"
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
                       DISPLAY "OutReg: APPROVE-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "OutReg: bad APPROVE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

       Load-Register.
                   DISPLAY "OutReg: unable to open OUTLIER-MST, "
                       "status " WS-Mst-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Outlier-Mst-File
                           MOVE Mst-Out-Value  TO Out-Value
                           MOVE Mst-Out-Mean   TO Out-Group-Mean
                           MOVE Mst-Out-Z      TO Out-Z-Score
                           MOVE Mst-Out-Sensor TO Out-Sensor-Id
                           PERFORM Add-To-Register
                           IF WS-Entry-Added
                               IF Mst-Out-Status = "I" OR "C"
                                   MOVE Mst-Out-Status
                                       TO Reg-Status(WS-Reg-Count)
                               END-IF
                               MOVE Mst-Out-Disp
                                   TO Reg-Disp(WS-Reg-Count)
                               MOVE Mst-Out-Disp-Date
                                   TO Reg-Disp-Date(WS-Reg-Count)
                           END-IF
                   END-READ
               END-PERFORM
                   DISPLAY "OutReg: unable to open STATS-OUT, "
                       "status " WS-Out-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Stats-Out-File
               END-IF
           END-PERFORM
           IF NOT WS-Dup-Found
               IF WS-Reg-Count < 5000
                   ADD 1 TO WS-Reg-Count
                   MOVE Out-Date     TO Reg-Out-Date(WS-Reg-Count)
                   MOVE Out-Batch-Id TO Reg-Out-Batch(WS-Reg-Count)
                                     TO Reg-Mean(WS-Reg-Count)
                   MOVE Out-Z-Score  TO Reg-Z(WS-Reg-Count)
                   MOVE "O"          TO Reg-Status(WS-Reg-Count)
                   MOVE SPACE        TO Reg-Disp(WS-Reg-Count)
                   MOVE SPACES       TO Reg-Disp-Date(WS-Reg-Count)
                   MOVE Out-Sensor-Id
                                     TO Reg-Sensor(WS-Reg-Count)
                   SET WS-Entry-Added TO TRUE
               ELSE
                   DISPLAY "OutReg: more than 5000 outliers on the "
                       "register, " Out-Date " " Out-Seq " dropped"
               END-IF
           END-IF.

      * Loads the dispositions still waiting for approval. Without a
      * readable OUTDISP.PND the run cannot tell what it would be
      * rewriting, so it stops rather than lose held dispositions.
       Load-Pending.
           MOVE 0 TO WS-Held-Count
           OPEN INPUT Dsp-Pnd-File
           IF WS-Pnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Pnd-Status NOT = "00"
                   DISPLAY "OutReg: unable to open OUTDISP-PND, "
                       "status " WS-Pnd-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Dsp-Pnd-File
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
                               DISPLAY "OutReg: more than 1000 "
                                   "pending dispositions on "
                                   "OUTDISP.PND"
                               MOVE 16 TO RETURN-CODE
                               PERFORM End-Run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Dsp-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Takes the D rows off APPROVE.TRN and settles each against the
      * pending table; the other modules' rows are kept for them.
       Apply-Approvals.
           MOVE 0 TO WS-Kept-Count
           OPEN INPUT Approve-Trn-File
           IF WS-Apr-Not-Found
               CONTINUE
           ELSE
               IF WS-Apr-Status NOT = "00"
                   DISPLAY "OutReg: unable to open APPROVE-TRN, "
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
               IF WS-Flt-Is-Open
                   CLOSE Stats-Flt-File
               END-IF
           END-IF.

       Sort-Approval.
           IF Apr-For-Dispositions
               ADD 1 TO WS-Apr-Read-Count
               PERFORM Apply-One-Approval
           ELSE
               IF WS-Kept-Count < 1000
                   ADD 1 TO WS-Kept-Count
                   MOVE Approve-Trn-Rec TO Kept-Apr-Rec(WS-Kept-Count)
               ELSE
                   DISPLAY "OutReg: more than 1000 other approvals "
                       "on APPROVE.TRN, " Apr-Ref " dropped"
               END-IF
           END-IF.

      * Maker-checker: only a second operator may approve or reject
      * a held disposition. The operator who keyed it may withdraw it
      * (an R decision) but never approve it. An approved disposition
      * is applied exactly as it would have been when keyed, against
      * the register as it stands tonight.
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
                          " matches no pending disposition"
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
               IF NOT WS-Flt-Is-Open
                   PERFORM Open-Fault-File
               END-IF
               MOVE Held-Image(WS-Held-Hit)    TO Dsp-Image
               MOVE Held-Operator(WS-Held-Hit) TO Dsp-Operator
               PERFORM Apply-One-Disposition
           END-IF.

      * A held disposition nobody has settled within APPROVE-DAYS of
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

      * Takes tonight's OUTDISP.TRN. A disposition that names its
      * operator, carries F, G or I and matches an outlier still on
      * the register no other disposition is already waiting on is
      * held on OUTDISP.PND for approval; it is applied only once
      * approved.
       Apply-Dispositions.
           OPEN INPUT Out-Dsp-File
           IF WS-Dsp-Not-Found
                   DISPLAY "OutReg: unable to open OUTDISP-TRN, "
                       "status " WS-Dsp-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Out-Dsp-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Dsp-Read-Count
                           PERFORM Hold-One-Disposition
                   END-READ
               END-PERFORM
               CLOSE Out-Dsp-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

       Hold-One-Disposition.
           PERFORM Find-Open-Outlier
           MOVE 0 TO WS-Held-Hit
           PERFORM VARYING Held-Idx FROM 1 BY 1
                   UNTIL Held-Idx > WS-Held-Count
               IF Held-Out-Date(Held-Idx) = Dsp-Out-Date
                       AND Held-Out-Batch(Held-Idx) = Dsp-Out-Batch
                       AND Held-Out-Seq(Held-Idx) = Dsp-Out-Seq
                       AND Held-Is-Live(Held-Idx)
                   SET WS-Held-Hit TO Held-Idx
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Log-Text
           STRING "Disposition "       DELIMITED BY SIZE
                  Dsp-Out-Date         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Dsp-Out-Batch        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Dsp-Out-Seq          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Dsp-Code             DELIMITED BY SIZE
               INTO WS-Log-Text
           EVALUATE TRUE
               WHEN Dsp-Operator = SPACES
                   MOVE " not held: missing operator id"
                       TO WS-Log-Text(38:)
               WHEN NOT Dsp-Is-Fault AND NOT Dsp-Is-Genuine
                       AND NOT Dsp-Is-Invest
                   MOVE " not held: code not F, G or I"
                       TO WS-Log-Text(38:)
               WHEN NOT WS-Match-Found
                   ADD 1 TO WS-Unmatched-Count
                   MOVE " not held: no open outlier"
                       TO WS-Log-Text(38:)
               WHEN WS-Held-Hit > 0
                   MOVE " not held: pending as "
                       TO WS-Log-Text(38:)
                   MOVE Held-Ref(WS-Held-Hit) TO WS-Log-Text(60:)
               WHEN WS-Held-Count >= 1000
                   MOVE " not held: OUTDISP.PND full"
                       TO WS-Log-Text(38:)
               WHEN OTHER
                   PERFORM Hold-Disposition
           END-EVALUATE
           IF WS-Log-Text NOT = SPACES
               ADD 1 TO WS-Not-Held-Count
               DISPLAY "OutReg: " FUNCTION TRIM(WS-Log-Text TRAILING)
               PERFORM Write-Log
           END-IF.

       Hold-Disposition.
           ADD 1 TO WS-Ref-Seq
           MOVE SPACES TO WS-New-Ref
           STRING "D"              DELIMITED BY SIZE
                  WS-Run-Date(3:6) DELIMITED BY SIZE
                  WS-Run-Time      DELIMITED BY SIZE
                  WS-Ref-Seq       DELIMITED BY SIZE
               INTO WS-New-Ref
           ADD 1 TO WS-Held-Count
           MOVE WS-New-Ref   TO Held-Ref(WS-Held-Count)
           MOVE Dsp-Operator TO Held-Operator(WS-Held-Count)
           MOVE WS-Run-Date  TO Held-Entry-Date(WS-Held-Count)
           MOVE Dsp-Image    TO Held-Image(WS-Held-Count)
           MOVE "Y"          TO Held-Live-Sw(WS-Held-Count)
           ADD 1 TO WS-Entered-Count
           MOVE SPACES TO WS-Log-Text
           STRING "Disposition "   DELIMITED BY SIZE
                  Dsp-Out-Date     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  Dsp-Out-Batch    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  Dsp-Out-Seq      DELIMITED BY SIZE
                  " held, ref "    DELIMITED BY SIZE
                  WS-New-Ref       DELIMITED BY SIZE
                  ", by "          DELIMITED BY SIZE
                  Dsp-Operator     DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE SPACES TO WS-Log-Text.

      * Looks the disposition's key up among the outliers not yet
      * closed; on a hit sets WS-Match-Found and leaves the entry in
      * WS-Match-Idx.
       Find-Open-Outlier.
           MOVE "N" TO WS-Match-Sw
           MOVE 0 TO WS-Match-Idx
           PERFORM VARYING Reg-Idx FROM 1 BY 1
                   SET WS-Match-Found TO TRUE
                   SET WS-Match-Idx TO Reg-Idx
               END-IF
           END-PERFORM.

      * STATS.FLT is extended, not replaced: rows the Restate module
      * has not yet consumed must survive a second disposition run.
       Open-Fault-File.
           OPEN EXTEND Stats-Flt-File
           IF WS-Flt-Status NOT = "00"
               OPEN OUTPUT Stats-Flt-File
           END-IF
           IF WS-Flt-Status = "00"
               SET WS-Flt-Is-Open TO TRUE
           ELSE
               DISPLAY "OutReg: unable to open STATS-FLT, status "
                   WS-Flt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF.

      * Applies an approved disposition to its register entry. F and
      * G close the entry, I marks it under investigation; a miss
      * (the outlier was closed some other way while the disposition
      * waited) is reported.
       Apply-One-Disposition.
           PERFORM Find-Open-Outlier
           EVALUATE TRUE
               WHEN NOT WS-Match-Found
                   ADD 1 TO WS-Unmatched-Count
                   DISPLAY "OutReg: no open outlier matches "
                       "disposition " Dsp-Out-Date " "
                       Dsp-Out-Batch " " Dsp-Out-Seq
                   MOVE SPACES TO WS-Log-Text
                   STRING "Approved disposition " DELIMITED BY SIZE
                          Dsp-Out-Date            DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          Dsp-Out-Batch           DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          Dsp-Out-Seq             DELIMITED BY SIZE
                          " has no open outlier"  DELIMITED BY SIZE
                       INTO WS-Log-Text
                   PERFORM Write-Log
               WHEN Dsp-Is-Fault
                   SET Reg-Is-Closed(WS-Match-Idx) TO TRUE
                   PERFORM Stamp-Disposition
                   ADD 1 TO WS-Closed-Count
                   PERFORM Write-Fault-Record
               WHEN Dsp-Is-Genuine
                   SET Reg-Is-Closed(WS-Match-Idx) TO TRUE
                   PERFORM Stamp-Disposition
                   ADD 1 TO WS-Closed-Count
               WHEN Dsp-Is-Invest
                   SET Reg-Is-Invest(WS-Match-Idx) TO TRUE
                   PERFORM Stamp-Disposition
               WHEN OTHER
                   ADD 1 TO WS-Unmatched-Count
                   DISPLAY "OutReg: disposition code '" Dsp-Code
                       Dsp-Out-Batch " " Dsp-Out-Seq ", ignored"
           END-EVALUATE.

       Stamp-Disposition.
           MOVE Dsp-Code    TO Reg-Disp(WS-Match-Idx)
           MOVE WS-Run-Date TO Reg-Disp-Date(WS-Match-Idx).

      * Hands the confirmed fault to the Restate module with the
      * reading it condemns.
       Write-Fault-Record.
           MOVE Reg-Out-Date(WS-Match-Idx)  TO Flt-Out-Date
           MOVE Reg-Out-Batch(WS-Match-Idx) TO Flt-Batch-Id
           MOVE Reg-Out-Seq(WS-Match-Idx)   TO Flt-Seq
           MOVE Reg-Group(WS-Match-Idx)     TO Flt-Group
           MOVE Reg-Type(WS-Match-Idx)      TO Flt-Type
           MOVE Reg-Value(WS-Match-Idx)     TO Flt-Value
           MOVE WS-Run-Date                 TO Flt-Disp-Date
           MOVE Reg-Sensor(WS-Match-Idx)    TO Flt-Sensor-Id
           WRITE Stats-Flt-Rec
           ADD 1 TO WS-Fault-Count.

      * Rewrites OUTLIER.MST with every entry on the register, those
      * still open or under investigation first and then the closed
      * ones with their disposition, so the register always reflects
      * what is left to follow up and how the rest were settled.
       Rewrite-Register.
           OPEN OUTPUT Outlier-Mst-File
           IF WS-Mst-Status NOT = "00"
               DISPLAY "OutReg: unable to rewrite OUTLIER-MST, "
                   "status " WS-Mst-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM VARYING Reg-Idx FROM 1 BY 1
                   UNTIL Reg-Idx > WS-Reg-Count
               IF NOT Reg-Is-Closed(Reg-Idx)
                   PERFORM Write-Register-Row
                   IF Reg-Is-Invest(Reg-Idx)
                       ADD 1 TO WS-Invest-Count
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING Reg-Idx FROM 1 BY 1
                   UNTIL Reg-Idx > WS-Reg-Count
               IF Reg-Is-Closed(Reg-Idx)
                   PERFORM Write-Register-Row
                   ADD 1 TO WS-Kept-Closed-Count
               END-IF
           END-PERFORM
           CLOSE Outlier-Mst-File.

       Write-Register-Row.
           MOVE Reg-Out-Date(Reg-Idx)  TO Mst-Out-Date
           MOVE Reg-Out-Batch(Reg-Idx) TO Mst-Out-Batch
           MOVE Reg-Out-Seq(Reg-Idx)   TO Mst-Out-Seq
           MOVE Reg-Group(Reg-Idx)     TO Mst-Out-Group
           MOVE Reg-Type(Reg-Idx)      TO Mst-Out-Type
           MOVE Reg-Value(Reg-Idx)     TO Mst-Out-Value
           MOVE Reg-Mean(Reg-Idx)      TO Mst-Out-Mean
           MOVE Reg-Z(Reg-Idx)         TO Mst-Out-Z
           MOVE Reg-Status(Reg-Idx)    TO Mst-Out-Status
           MOVE Reg-Disp(Reg-Idx)      TO Mst-Out-Disp
           MOVE Reg-Disp-Date(Reg-Idx) TO Mst-Out-Disp-Date
           MOVE Reg-Sensor(Reg-Idx)    TO Mst-Out-Sensor
           WRITE Outlier-Mst-Rec.

      * Writes back what is still waiting for approval.
       Rewrite-Pending.
           OPEN OUTPUT Dsp-Pnd-File
           IF WS-Pnd-Status NOT = "00"
               DISPLAY "OutReg: unable to rewrite OUTDISP-PND, "
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
                   WRITE Dsp-Pnd-Rec
                   ADD 1 TO WS-Still-Held-Count
               END-IF
           END-PERFORM
           CLOSE Dsp-Pnd-File
           MOVE WS-Still-Held-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "OUTDISP.PND rewritten, " DELIMITED BY SIZE
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
                   DISPLAY "OutReg: unable to rewrite APPROVE-TRN, "
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
                      " disposition decision(s) taken off"
                                             DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * Every disposition keyed tonight is now held or reported, so
      * OUTDISP.TRN is emptied; staging it again cannot double them.
       Clear-Disposition-File.
           IF WS-Dsp-Read-Count > 0
               OPEN OUTPUT Out-Dsp-File
               IF WS-Dsp-Status = "00"
                   CLOSE Out-Dsp-File
                   MOVE "OUTDISP.TRN cleared" TO WS-Log-Text
                   PERFORM Write-Log
               ELSE
                   DISPLAY "OutReg: unable to clear OUTDISP-TRN, "
                       "status " WS-Dsp-Status
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF.

       Write-Aging-Report.
           OPEN OUTPUT Out-Age-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "OutReg: unable to open OUTAGE-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF

           MOVE SPACES TO Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "GROUP  OUT DATE  BATCH     SEQ    "
                  "   VALUE       Z-SCORE   DAYS SENSOR"
                  DELIMITED BY SIZE INTO Rpt-Line
           WRITE Out-Age-Rpt-Rec FROM Rpt-Line

                              Rpt-Z-Ed           DELIMITED BY SIZE
                              "  "               DELIMITED BY SIZE
                              Rpt-Days-Ed        DELIMITED BY SIZE
                              "   "              DELIMITED BY SIZE
                              Reg-Sensor(Reg-Idx)
                                                 DELIMITED BY SIZE
                           INTO Rpt-Line
                       WRITE Out-Age-Rpt-Rec FROM Rpt-Line
                   END-IF
                   END-IF
               END-PERFORM
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
               DISPLAY "OutReg: warning - unable to open STATS.LOG, "
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
           MOVE WS-Closed-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Outliers closed "       DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Entered-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Dispositions held "     DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Still-Held-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Dispositions pending "  DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "OutReg run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
