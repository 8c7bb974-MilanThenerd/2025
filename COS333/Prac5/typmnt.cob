       IDENTIFICATION DIVISION.
       PROGRAM-ID. TypMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Types-Mst-File ASSIGN TO "TYPES.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Typ-Trn-File ASSIGN TO "TYPMNT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trn-Status.

           SELECT Typ-Rpt-File ASSIGN TO "TYPMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

           SELECT Typ-Pnd-File ASSIGN TO "TYPMNT.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pnd-Status.

           SELECT Approve-Trn-File ASSIGN TO "APPROVE.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Apr-Status.

           SELECT Stats-Prm-File ASSIGN TO "STATS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prm-Status.

           SELECT Stats-Log-File ASSIGN TO "STATS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-Status.

      * Run lock held by the nightly job stream while it is active.
           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
      * Reading-type master: one line per reading type code, with
      * the description and unit of measure the reports print and
      * the plausible value range the Stats module validates every
      * reading of that type against (zero/zero = no own bounds).
       FD  Types-Mst-File.
       01  Types-Mst-Rec.
           05  Typ-Type-Code      PIC X(2).
           05  Typ-Type-Desc      PIC X(20).
           05  Typ-Unit           PIC X(8).
           05  Typ-Active-Flag    PIC X.
           05  Typ-Min-Value      PIC 9(5)V9(2).
           05  Typ-Max-Value      PIC 9(5)V9(2).

      * Maintenance transactions, one per line: an action code, then
      * the full master image the action carries, then the id of the
      * operator who keyed it. Adds and changes supply every field; a
      * deactivate needs only the type code and the operator.
       FD  Typ-Trn-File.
       01  Typ-Trn-Rec.
           05  Trn-Image.
               10  Trn-Action     PIC X.
                   88  Trn-Is-Add             VALUE "A".
                   88  Trn-Is-Change          VALUE "C".
                   88  Trn-Is-Deact           VALUE "D".
               10  Trn-Type-Code  PIC X(2).
               10  Trn-Type-Desc  PIC X(20).
               10  Trn-Unit       PIC X(8).
               10  Trn-Active-Flag
                                  PIC X.
               10  Trn-Min-Value  PIC 9(5)V9(2).
               10  Trn-Max-Value  PIC 9(5)V9(2).
           05  Trn-Operator       PIC X(8).

      * Transactions held for a second operator's approval, one per
      * line: the reference the approver quotes, the operator who
      * keyed it and the date it was entered, then the transaction
      * image exactly as staged.
       FD  Typ-Pnd-File.
       01  Typ-Pnd-Rec.
           05  Pnd-Ref            PIC X(16).
           05  Pnd-Operator       PIC X(8).
           05  Pnd-Entry-Date     PIC X(8).
           05  Pnd-Image          PIC X(46).

      * Approval decisions, shared with the GrpMnt, Reproc and OutReg
      * modules: the pending reference (its first letter says whose
      * it is - T reading-type changes, G group changes, C
      * corrections, D dispositions), A to approve or R to reject,
      * and the deciding operator's id. Each module takes its own
      * rows off the file and leaves the rest.
       FD  Approve-Trn-File.
       01  Approve-Trn-Rec.
           05  Apr-Ref.
               10  Apr-Ref-Source PIC X.
                   88  Apr-For-Types          VALUE "T".
               10  FILLER         PIC X(15).
           05  Apr-Decision       PIC X.
               88  Apr-Is-Approve             VALUE "A".
               88  Apr-Is-Reject              VALUE "R".
           05  Apr-Operator       PIC X(8).

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

       FD  Typ-Rpt-File.
       01  Typ-Rpt-Rec            PIC X(132).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Mst-Status          PIC XX.
           88  WS-Mst-Missing                 VALUE "35".
       01  WS-Trn-Status          PIC XX.
           88  WS-Trn-Not-Found               VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Pnd-Status          PIC XX.
           88  WS-Pnd-Not-Found               VALUE "35".
       01  WS-Apr-Status          PIC XX.
           88  WS-Apr-Not-Found               VALUE "35".
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
       01  WS-Current-Date-Time   PIC X(21).
       01  WS-Today-Int           PIC 9(8).
       01  WS-Entry-Int           PIC 9(8).
       01  WS-Days-Pending        PIC S9(5).

      * A transaction not approved or rejected within this many days
      * of entry expires and must be keyed again. Overridable by
      * APPROVE-DAYS in STATS.PRM.
       01  WS-Approve-Days        PIC 9(3) VALUE 7.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).

      * Audit log controls, shared with the Stats run: every master
      * change appends a timestamped line to STATS.LOG so each add,
      * change and deactivate is traceable to a date and time. A run
      * that cannot open its log still runs; the log is an aid.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * Reading-type master loaded into this table at startup,
      * maintained in place by the transactions, then rewritten to
      * TYPES.MST once every transaction has been applied.
       01  WS-Mst-Count           PIC 9(3) VALUE 0.
       01  Mst-Table.
           05  Mst-Entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-Mst-Count
                   INDEXED BY Mst-Idx.
               10  Mst-Code       PIC X(2).
               10  Mst-Desc       PIC X(20).
               10  Mst-Unit       PIC X(8).
               10  Mst-Active     PIC X.
               10  Mst-Min        PIC 9(5)V9(2).
               10  Mst-Max        PIC 9(5)V9(2).
       01  WS-Mst-Sw              PIC X.
           88  WS-Mst-Found                   VALUE "Y".
           88  WS-Mst-Not-Found               VALUE "N".
       01  WS-Mst-Hit             PIC 9(3).
       01  WS-Lookup-Code         PIC X(2).

       01  WS-Trn-Count           PIC 9(4) VALUE 0.
       01  WS-Applied-Count       PIC 9(4) VALUE 0.
       01  WS-Reject-Count        PIC 9(4) VALUE 0.
       01  WS-Reject-Reason       PIC X(40).
       01  WS-Trn-Sw              PIC X.
           88  WS-Trn-Valid                   VALUE "Y".
           88  WS-Trn-Invalid                 VALUE "N".

      * TYPMNT.PND loaded at startup. An entry leaves the table
      * (switch off) when it is approved, rejected, withdrawn or
      * expires; what is still live is written back at end of run.
      * A new entry's reference is T, the run date (yymmdd) and time,
      * and its place in the run.
       01  WS-Held-Count          PIC 9(3) VALUE 0.
       01  Held-Table.
           05  Held-Entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-Held-Count
                   INDEXED BY Held-Idx.
               10  Held-Ref       PIC X(16).
               10  Held-Operator  PIC X(8).
               10  Held-Entry-Date
                                  PIC X(8).
               10  Held-Image     PIC X(46).
               10  Held-Type      REDEFINES Held-Image.
                   15  FILLER     PIC X.
                   15  Held-Type-Code
                                  PIC X(2).
                   15  FILLER     PIC X(43).
               10  Held-Live-Sw   PIC X.
                   88  Held-Is-Live           VALUE "Y".
       01  WS-Held-Hit            PIC 9(3).
       01  WS-Approve-Sw          PIC X.
           88  WS-Approve-Now                 VALUE "Y".
       01  WS-Ref-Seq             PIC 9(3) VALUE 0.
       01  WS-New-Ref             PIC X(16).

      * APPROVE.TRN rows that belong to the other modules, written
      * back untouched once this run has taken its own.
       01  WS-Kept-Count          PIC 9(4) VALUE 0.
       01  Kept-Table.
           05  Kept-Apr-Rec       PIC X(25)
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-Kept-Count
                   INDEXED BY Kept-Idx.
       01  WS-Apr-Read-Count      PIC 9(4) VALUE 0.

       01  WS-Entered-Count       PIC 9(4) VALUE 0.
       01  WS-Approved-Count      PIC 9(4) VALUE 0.
       01  WS-Declined-Count      PIC 9(4) VALUE 0.
       01  WS-Refused-Count       PIC 9(4) VALUE 0.
       01  WS-Expired-Count       PIC 9(4) VALUE 0.
       01  WS-Still-Held-Count    PIC 9(4) VALUE 0.

      * Rejected transactions held for the reject listing at the
      * bottom of the change report.
       01  WS-Rej-Count           PIC 9(4) VALUE 0.
       01  Rej-Table.
           05  Rej-Entry OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-Rej-Count
                   INDEXED BY Rej-Idx.
               10  Rej-Action     PIC X.
               10  Rej-Type       PIC X(2).
               10  Rej-Reason     PIC X(40).

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Min-Ed             PIC Z(4)9.99.
       01  Rpt-Max-Ed             PIC Z(4)9.99.
       01  Rpt-Count-Ed           PIC ZZZ9.
       01  Rpt-Tag                PIC X(7).
       01  Rpt-Days-Ed            PIC ZZ9.

       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
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
           MOVE "TypMnt maintenance run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           PERFORM Load-Type-Master
           PERFORM Load-Pending
           PERFORM Write-Report-Header
           PERFORM Apply-Approvals
           PERFORM Expire-Pending
           PERFORM Apply-Transactions
           PERFORM Write-Reject-Listing
           PERFORM Write-Report-Footer
           CLOSE Typ-Rpt-File

           IF WS-Applied-Count > 0
               PERFORM Rewrite-Master
           ELSE
               MOVE "No changes applied, TYPES.MST untouched"
                   TO WS-Log-Text
               PERFORM Write-Log
           END-IF
           PERFORM Rewrite-Pending
           PERFORM Rewrite-Approvals
           PERFORM Clear-Transaction-File

           DISPLAY "TypMnt: transactions read    " WS-Trn-Count
           DISPLAY "TypMnt: held for approval    " WS-Entered-Count
           DISPLAY "TypMnt: approved             " WS-Approved-Count
           DISPLAY "TypMnt: rejected by approver " WS-Declined-Count
           DISPLAY "TypMnt: approvals refused    " WS-Refused-Count
           DISPLAY "TypMnt: expired unapproved   " WS-Expired-Count
           DISPLAY "TypMnt: still pending        "
               WS-Still-Held-Count
           DISPLAY "TypMnt: changes applied      " WS-Applied-Count
           DISPLAY "TypMnt: transactions rejected "
               WS-Reject-Count
           IF (WS-Reject-Count > 0 OR WS-Refused-Count > 0
                   OR WS-Expired-Count > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
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
               DISPLAY "TypMnt: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
           IF WS-Prm-Not-Found
               CONTINUE
           ELSE
               IF WS-Prm-Status NOT = "00"
                   DISPLAY "TypMnt: unable to open STATS-PRM, "
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
           IF WS-Prm-Keyword = "APPROVE-DAYS"
               IF FUNCTION TEST-NUMVAL(WS-Prm-Value) = 0
                   COMPUTE WS-Prm-Num =
                       FUNCTION NUMVAL(WS-Prm-Value)
                   IF WS-Prm-Num >= 1 AND WS-Prm-Num <= 999
                           AND FUNCTION INTEGER-PART(WS-Prm-Num)
                               = WS-Prm-Num
                       MOVE WS-Prm-Num TO WS-Approve-Days
                   ELSE
                       DISPLAY "TypMnt: APPROVE-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "TypMnt: bad APPROVE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

      * Loads the reading-type master into Mst-Table. Unlike the
      * group master, a missing TYPES.MST is allowed here: it is how
      * the very first load of reading types gets in, every
      * transaction then being an add. An existing but unreadable
      * file still stops the run rather than be overwritten.
       Load-Type-Master.
           MOVE 0 TO WS-Mst-Count
           OPEN INPUT Types-Mst-File
           IF WS-Mst-Missing
               DISPLAY "TypMnt: no TYPES.MST yet, starting empty"
               MOVE "No TYPES.MST yet, master starts empty"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               IF WS-Mst-Status NOT = "00"
                   DISPLAY "TypMnt: unable to open TYPES-MST, status "
                       WS-Mst-Status
                   MOVE "TYPES.MST unreadable, maintenance abandoned"
                       TO WS-Log-Text
                   PERFORM Write-Log
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Types-Mst-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF WS-Mst-Count < 50
                               ADD 1 TO WS-Mst-Count
                               MOVE Typ-Type-Code
                                   TO Mst-Code(WS-Mst-Count)
                               MOVE Typ-Type-Desc
                                   TO Mst-Desc(WS-Mst-Count)
                               MOVE Typ-Unit
                                   TO Mst-Unit(WS-Mst-Count)
                               MOVE Typ-Active-Flag
                                   TO Mst-Active(WS-Mst-Count)
                               MOVE Typ-Min-Value
                                   TO Mst-Min(WS-Mst-Count)
                               MOVE Typ-Max-Value
                                   TO Mst-Max(WS-Mst-Count)
                           ELSE
                               DISPLAY "TypMnt: more than 50 master "
                                   "types, " Typ-Type-Code " ignored"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Types-Mst-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Looks WS-Lookup-Code up in the master table; on a hit sets
      * WS-Mst-Found and leaves the entry number in WS-Mst-Hit.
       Find-Master-Entry.
           SET WS-Mst-Not-Found TO TRUE
           MOVE 0 TO WS-Mst-Hit
           PERFORM VARYING Mst-Idx FROM 1 BY 1
                   UNTIL Mst-Idx > WS-Mst-Count
               IF Mst-Code(Mst-Idx) = WS-Lookup-Code
                   SET WS-Mst-Found TO TRUE
                   SET WS-Mst-Hit TO Mst-Idx
               END-IF
           END-PERFORM.

      * Loads the transactions still waiting for approval. Without a
      * readable TYPMNT.PND the run cannot tell what it would be
      * rewriting, so it stops rather than lose held changes.
       Load-Pending.
           MOVE 0 TO WS-Held-Count
           OPEN INPUT Typ-Pnd-File
           IF WS-Pnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Pnd-Status NOT = "00"
                   DISPLAY "TypMnt: unable to open TYPMNT-PND, status "
                       WS-Pnd-Status
                   MOVE "TYPMNT.PND unreadable, maintenance abandoned"
                       TO WS-Log-Text
                   PERFORM Write-Log
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Typ-Pnd-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF WS-Held-Count < 500
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
                               DISPLAY "TypMnt: more than 500 "
                                   "pending transactions on "
                                   "TYPMNT.PND"
                               MOVE "TYPMNT.PND over 500 entries, "
                                   TO WS-Log-Text
                               MOVE "maintenance abandoned"
                                   TO WS-Log-Text(30:)
                               PERFORM Write-Log
                               MOVE 16 TO RETURN-CODE
                               PERFORM End-Run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Typ-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Takes the T rows off APPROVE.TRN and settles each against the
      * pending table; the other modules' rows are kept for them.
       Apply-Approvals.
           MOVE 0 TO WS-Kept-Count
           OPEN INPUT Approve-Trn-File
           IF WS-Apr-Not-Found
               CONTINUE
           ELSE
               IF WS-Apr-Status NOT = "00"
                   DISPLAY "TypMnt: unable to open APPROVE-TRN, "
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

       Sort-Approval.
           IF Apr-For-Types
               ADD 1 TO WS-Apr-Read-Count
               PERFORM Apply-One-Approval
           ELSE
               IF WS-Kept-Count < 1000
                   ADD 1 TO WS-Kept-Count
                   MOVE Approve-Trn-Rec TO Kept-Apr-Rec(WS-Kept-Count)
               ELSE
                   DISPLAY "TypMnt: more than 1000 other approvals on "
                       "APPROVE.TRN, " Apr-Ref " dropped"
               END-IF
           END-IF.

      * Maker-checker: only a second operator may approve or reject
      * a held transaction. The operator who keyed it may withdraw it
      * (an R decision) but never approve it. An approved transaction
      * goes through the same edits and apply logic as it would have
      * when keyed, against the master as it stands now.
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
                          " matches no pending transaction"
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
           PERFORM Note-Approval-Event
           IF WS-Approve-Now
               MOVE Held-Image(WS-Held-Hit) TO Trn-Image
               MOVE Held-Operator(WS-Held-Hit) TO Trn-Operator
               PERFORM Apply-One-Transaction
           END-IF.

      * A held transaction nobody has settled within APPROVE-DAYS of
      * being keyed is dropped; the change has to be keyed again.
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
                       PERFORM Note-Approval-Event
                   END-IF
               END-IF
           END-PERFORM.

      * Approval activity goes both to the audit trail and into the
      * body of the change report, in the order it happened.
       Note-Approval-Event.
           PERFORM Write-Log
           MOVE SPACES TO Rpt-Line
           STRING "      "    DELIMITED BY SIZE
                  WS-Log-Text DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line.

      * Tonight's TYPMNT.TRN is edited as before, but a transaction
      * that passes is held on TYPMNT.PND for approval instead of
      * being applied.
       Apply-Transactions.
           OPEN INPUT Typ-Trn-File
           IF WS-Trn-Not-Found
               DISPLAY "TypMnt: no TYPMNT.TRN staged, nothing to do"
               MOVE "No TYPMNT.TRN staged, nothing to do"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               IF WS-Trn-Status NOT = "00"
                   DISPLAY "TypMnt: unable to open TYPMNT-TRN, "
                       "status " WS-Trn-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Typ-Trn-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Trn-Count
                           PERFORM Hold-One-Transaction
                   END-READ
               END-PERFORM
               CLOSE Typ-Trn-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * A transaction must name the operator who keyed it, and only
      * one change per reading type may wait for approval at a time.
       Hold-One-Transaction.
           PERFORM Validate-Transaction
           IF WS-Trn-Valid
               MOVE 0 TO WS-Held-Hit
               PERFORM VARYING Held-Idx FROM 1 BY 1
                       UNTIL Held-Idx > WS-Held-Count
                   IF Held-Type-Code(Held-Idx) = Trn-Type-Code
                           AND Held-Is-Live(Held-Idx)
                       SET WS-Held-Hit TO Held-Idx
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN Trn-Operator = SPACES
                       MOVE "Missing operator id" TO WS-Reject-Reason
                       SET WS-Trn-Invalid TO TRUE
                   WHEN WS-Held-Hit > 0
                       MOVE "Type already has a change pending"
                           TO WS-Reject-Reason
                       SET WS-Trn-Invalid TO TRUE
                   WHEN WS-Held-Count >= 500
                       MOVE "Pending file full, key again later"
                           TO WS-Reject-Reason
                       SET WS-Trn-Invalid TO TRUE
               END-EVALUATE
           END-IF
           IF WS-Trn-Valid
               PERFORM Hold-Transaction
           ELSE
               PERFORM Reject-Transaction
           END-IF.

       Hold-Transaction.
           ADD 1 TO WS-Ref-Seq
           MOVE SPACES TO WS-New-Ref
           STRING "T"              DELIMITED BY SIZE
                  WS-Run-Date(3:6) DELIMITED BY SIZE
                  WS-Run-Time      DELIMITED BY SIZE
                  WS-Ref-Seq       DELIMITED BY SIZE
               INTO WS-New-Ref
           ADD 1 TO WS-Held-Count
           MOVE WS-New-Ref   TO Held-Ref(WS-Held-Count)
           MOVE Trn-Operator TO Held-Operator(WS-Held-Count)
           MOVE WS-Run-Date  TO Held-Entry-Date(WS-Held-Count)
           MOVE Trn-Image    TO Held-Image(WS-Held-Count)
           MOVE "Y"          TO Held-Live-Sw(WS-Held-Count)
           ADD 1 TO WS-Entered-Count
           PERFORM Write-Action-Line
           MOVE SPACES TO WS-Log-Text
           STRING "Reading type "  DELIMITED BY SIZE
                  Trn-Type-Code    DELIMITED BY SIZE
                  " held for approval, ref "
                                   DELIMITED BY SIZE
                  WS-New-Ref       DELIMITED BY SIZE
                  ", keyed by "    DELIMITED BY SIZE
                  Trn-Operator     DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Note-Approval-Event.

       Apply-One-Transaction.
           PERFORM Validate-Transaction
           IF WS-Trn-Valid
               EVALUATE TRUE
                   WHEN Trn-Is-Add
                       PERFORM Apply-Add
                   WHEN Trn-Is-Change
                       PERFORM Apply-Change
                   WHEN Trn-Is-Deact
                       PERFORM Apply-Deactivate
               END-EVALUATE
           ELSE
               PERFORM Reject-Transaction
           END-IF.

      * Field edits before any table change, the same rules GrpMnt
      * applies to the group master: a known action, a type code,
      * no duplicate add, change/deactivate of an existing code,
      * and adds and changes carrying a description, a unit of
      * measure and an A/I flag. A type carrying its own bounds (max
      * above zero) must put min below max; zero/zero leaves the
      * reading type without bounds of its own.
       Validate-Transaction.
           SET WS-Trn-Valid TO TRUE
           MOVE SPACES TO WS-Reject-Reason
           MOVE Trn-Type-Code TO WS-Lookup-Code
           PERFORM Find-Master-Entry
           EVALUATE TRUE
               WHEN NOT Trn-Is-Add AND NOT Trn-Is-Change
                       AND NOT Trn-Is-Deact
                   MOVE "Action code not A, C or D"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN Trn-Type-Code = SPACES
                   MOVE "Missing reading type code"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN Trn-Is-Add AND WS-Mst-Found
                   MOVE "Type code already on TYPES.MST"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN (Trn-Is-Change OR Trn-Is-Deact)
                       AND WS-Mst-Not-Found
                   MOVE "Type code not on TYPES.MST"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN Trn-Is-Add AND WS-Mst-Count >= 50
                   MOVE "Master table full, add refused"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN (Trn-Is-Add OR Trn-Is-Change)
                       AND Trn-Type-Desc = SPACES
                   MOVE "Missing reading type description"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN (Trn-Is-Add OR Trn-Is-Change)
                       AND Trn-Unit = SPACES
                   MOVE "Missing unit of measure"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN (Trn-Is-Add OR Trn-Is-Change)
                       AND Trn-Active-Flag NOT = "A"
                       AND Trn-Active-Flag NOT = "I"
                   MOVE "Active flag not A or I"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN (Trn-Is-Add OR Trn-Is-Change)
                       AND Trn-Max-Value > 0
                       AND Trn-Min-Value >= Trn-Max-Value
                   MOVE "Min bound not below max bound"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
           END-EVALUATE.

       Apply-Add.
           ADD 1 TO WS-Mst-Count
           MOVE WS-Mst-Count TO WS-Mst-Hit
           MOVE SPACES TO Rpt-Tag
           PERFORM Write-Action-Line
           MOVE Trn-Type-Code   TO Mst-Code(WS-Mst-Hit)
           MOVE Trn-Type-Desc   TO Mst-Desc(WS-Mst-Hit)
           MOVE Trn-Unit        TO Mst-Unit(WS-Mst-Hit)
           MOVE Trn-Active-Flag TO Mst-Active(WS-Mst-Hit)
           MOVE Trn-Min-Value   TO Mst-Min(WS-Mst-Hit)
           MOVE Trn-Max-Value   TO Mst-Max(WS-Mst-Hit)
           MOVE "AFTER" TO Rpt-Tag
           PERFORM Write-Master-Line
           ADD 1 TO WS-Applied-Count
           MOVE SPACES TO WS-Log-Text
           STRING "Reading type "  DELIMITED BY SIZE
                  Trn-Type-Code    DELIMITED BY SIZE
                  " added to TYPES.MST" DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

       Apply-Change.
           MOVE SPACES TO Rpt-Tag
           PERFORM Write-Action-Line
           MOVE "BEFORE" TO Rpt-Tag
           PERFORM Write-Master-Line
           MOVE Trn-Type-Desc   TO Mst-Desc(WS-Mst-Hit)
           MOVE Trn-Unit        TO Mst-Unit(WS-Mst-Hit)
           MOVE Trn-Active-Flag TO Mst-Active(WS-Mst-Hit)
           MOVE Trn-Min-Value   TO Mst-Min(WS-Mst-Hit)
           MOVE Trn-Max-Value   TO Mst-Max(WS-Mst-Hit)
           MOVE "AFTER" TO Rpt-Tag
           PERFORM Write-Master-Line
           ADD 1 TO WS-Applied-Count
           MOVE SPACES TO WS-Log-Text
           STRING "Reading type "  DELIMITED BY SIZE
                  Trn-Type-Code    DELIMITED BY SIZE
                  " changed on TYPES.MST" DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * A deactivate flips only the flag; description, unit and
      * bounds stay, so the type can be reactivated later by a
      * change transaction without retyping them.
       Apply-Deactivate.
           MOVE SPACES TO Rpt-Tag
           PERFORM Write-Action-Line
           MOVE "BEFORE" TO Rpt-Tag
           PERFORM Write-Master-Line
           MOVE "I" TO Mst-Active(WS-Mst-Hit)
           MOVE "AFTER" TO Rpt-Tag
           PERFORM Write-Master-Line
           ADD 1 TO WS-Applied-Count
           MOVE SPACES TO WS-Log-Text
           STRING "Reading type "  DELIMITED BY SIZE
                  Trn-Type-Code    DELIMITED BY SIZE
                  " deactivated on TYPES.MST" DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

       Reject-Transaction.
           ADD 1 TO WS-Reject-Count
           IF WS-Rej-Count < 200
               ADD 1 TO WS-Rej-Count
               MOVE Trn-Action      TO Rej-Action(WS-Rej-Count)
               MOVE Trn-Type-Code   TO Rej-Type(WS-Rej-Count)
               MOVE WS-Reject-Reason TO Rej-Reason(WS-Rej-Count)
           ELSE
               DISPLAY "TypMnt: more than 200 rejected "
                   "transactions, " Trn-Type-Code
                   " not listed on the report"
           END-IF
           MOVE SPACES TO WS-Log-Text
           STRING "Transaction for type "  DELIMITED BY SIZE
                  Trn-Type-Code            DELIMITED BY SIZE
                  " rejected: "            DELIMITED BY SIZE
                  WS-Reject-Reason         DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * Replaces TYPES.MST with the maintained table. Only reached
      * when at least one transaction applied, so a run of nothing
      * but rejects leaves the master byte-for-byte alone.
       Rewrite-Master.
           OPEN OUTPUT Types-Mst-File
           IF WS-Mst-Status NOT = "00"
               DISPLAY "TypMnt: unable to rewrite TYPES-MST, "
                   "status " WS-Mst-Status
               MOVE "TYPES.MST unwritable, changes not saved"
                   TO WS-Log-Text
               PERFORM Write-Log
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM VARYING Mst-Idx FROM 1 BY 1
                   UNTIL Mst-Idx > WS-Mst-Count
               MOVE Mst-Code(Mst-Idx)   TO Typ-Type-Code
               MOVE Mst-Desc(Mst-Idx)   TO Typ-Type-Desc
               MOVE Mst-Unit(Mst-Idx)   TO Typ-Unit
               MOVE Mst-Active(Mst-Idx) TO Typ-Active-Flag
               MOVE Mst-Min(Mst-Idx)    TO Typ-Min-Value
               MOVE Mst-Max(Mst-Idx)    TO Typ-Max-Value
               WRITE Types-Mst-Rec
           END-PERFORM
           CLOSE Types-Mst-File
           MOVE WS-Applied-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "TYPES.MST rewritten with " DELIMITED BY SIZE
                  WS-Log-Count-Ed             DELIMITED BY SIZE
                  " change(s) applied"        DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * Writes back what is still waiting for approval.
       Rewrite-Pending.
           OPEN OUTPUT Typ-Pnd-File
           IF WS-Pnd-Status NOT = "00"
               DISPLAY "TypMnt: unable to rewrite TYPMNT-PND, "
                   "status " WS-Pnd-Status
               MOVE "TYPMNT.PND unwritable, held changes not saved"
                   TO WS-Log-Text
               PERFORM Write-Log
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
                   WRITE Typ-Pnd-Rec
                   ADD 1 TO WS-Still-Held-Count
               END-IF
           END-PERFORM
           CLOSE Typ-Pnd-File
           MOVE WS-Still-Held-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "TYPMNT.PND rewritten, " DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
                  " awaiting approval"     DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * Puts back the APPROVE.TRN rows that belong to the other
      * modules; this run's own have all been settled and logged.
       Rewrite-Approvals.
           IF WS-Apr-Read-Count > 0
               OPEN OUTPUT Approve-Trn-File
               IF WS-Apr-Status NOT = "00"
                   DISPLAY "TypMnt: unable to rewrite APPROVE-TRN, "
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
                      " type decision(s) taken off"
                                             DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * Every transaction keyed tonight is now held or rejected, so
      * TYPMNT.TRN is emptied; staging it again cannot double them.
       Clear-Transaction-File.
           IF WS-Trn-Count > 0
               OPEN OUTPUT Typ-Trn-File
               IF WS-Trn-Status = "00"
                   CLOSE Typ-Trn-File
                   MOVE "TYPMNT.TRN cleared" TO WS-Log-Text
                   PERFORM Write-Log
               ELSE
                   DISPLAY "TypMnt: unable to clear TYPMNT-TRN, "
                       "status " WS-Trn-Status
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF.

       Write-Report-Header.
           OPEN OUTPUT Typ-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "TypMnt: unable to open TYPMNT-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF

           MOVE SPACES TO Rpt-Line
           STRING "READING TYPE MASTER MAINTENANCE REPORT"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           MOVE WS-Approve-Days TO Rpt-Days-Ed
           STRING "Run Date: "   DELIMITED BY SIZE
                  WS-Run-Date    DELIMITED BY SIZE
                  "  Run Time: " DELIMITED BY SIZE
                  WS-Run-Time    DELIMITED BY SIZE
                  "  Approval window: " DELIMITED BY SIZE
                  Rpt-Days-Ed    DELIMITED BY SIZE
                  " days"        DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "ACTION        TYPE  DESCRIPTION           UNIT"
                  "      FL      MIN      MAX"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line.

       Write-Action-Line.
           MOVE SPACES TO Rpt-Line
           EVALUATE TRUE
               WHEN Trn-Is-Add
                   MOVE "ADD" TO Rpt-Line
               WHEN Trn-Is-Change
                   MOVE "CHANGE" TO Rpt-Line
               WHEN Trn-Is-Deact
                   MOVE "DEACTIVATE" TO Rpt-Line
           END-EVALUATE
           WRITE Typ-Rpt-Rec FROM Rpt-Line.

      * One master image line, tagged BEFORE or AFTER, taken from
      * the table entry WS-Mst-Hit currently points at.
       Write-Master-Line.
           MOVE Mst-Min(WS-Mst-Hit) TO Rpt-Min-Ed
           MOVE Mst-Max(WS-Mst-Hit) TO Rpt-Max-Ed
           MOVE SPACES TO Rpt-Line
           STRING "      "               DELIMITED BY SIZE
                  Rpt-Tag                 DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  Mst-Code(WS-Mst-Hit)    DELIMITED BY SIZE
                  "    "                  DELIMITED BY SIZE
                  Mst-Desc(WS-Mst-Hit)    DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  Mst-Unit(WS-Mst-Hit)    DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  Mst-Active(WS-Mst-Hit)  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  Rpt-Min-Ed              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  Rpt-Max-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line.

       Write-Reject-Listing.
           MOVE SPACES TO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE SPACES TO Rpt-Line
           STRING "REJECTED TRANSACTIONS" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           IF WS-Rej-Count = 0
               MOVE SPACES TO Rpt-Line
               STRING "(none)" DELIMITED BY SIZE INTO Rpt-Line
               WRITE Typ-Rpt-Rec FROM Rpt-Line
           ELSE
               MOVE SPACES TO Rpt-Line
               STRING "ACT  TYPE  REASON" DELIMITED BY SIZE
                   INTO Rpt-Line
               WRITE Typ-Rpt-Rec FROM Rpt-Line
               PERFORM VARYING Rej-Idx FROM 1 BY 1
                       UNTIL Rej-Idx > WS-Rej-Count
                   MOVE SPACES TO Rpt-Line
                   STRING Rej-Action(Rej-Idx) DELIMITED BY SIZE
                          "    "              DELIMITED BY SIZE
                          Rej-Type(Rej-Idx)   DELIMITED BY SIZE
                          "    "              DELIMITED BY SIZE
                          Rej-Reason(Rej-Idx) DELIMITED BY SIZE
                       INTO Rpt-Line
                   WRITE Typ-Rpt-Rec FROM Rpt-Line
               END-PERFORM
           END-IF.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Trn-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Transactions read:     " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Entered-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Held for approval:     " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Approved-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Approved:              " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Declined-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Rejected or withdrawn: " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Refused-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Approvals refused:     " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Expired-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Expired unapproved:    " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Applied-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Changes applied:       " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line

           MOVE WS-Reject-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Transactions rejected: " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Typ-Rpt-Rec FROM Rpt-Line.

      * --- Audit-log plumbing -------------------------------------
      * Same discipline as the Stats run: extend mode so this run's
      * block lands after the night's, falling back to output for a
      * brand-new file, and every line timestamped.
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "TypMnt: warning - unable to open STATS.LOG, "
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

      * Single exit point: writes the closing audit lines (counts
      * and final return code), releases the log and stops with
      * whatever RETURN-CODE the caller set.
       End-Run.
           MOVE WS-Trn-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Transactions read "     DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Entered-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Transactions held "     DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Approved-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Transactions approved " DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Applied-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Changes applied "       DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Reject-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Transactions rejected " DELIMITED BY SIZE
                  WS-Log-Count-Ed          DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "TypMnt run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
