               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

           SELECT Grp-Pnd-File ASSIGN TO "GRPMNT.PND"
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
       FD  Groups-Mst-File.
           05  Mst-Active-Flag    PIC X.
           05  Mst-Min-Value      PIC 9(5)V9(2).
           05  Mst-Max-Value      PIC 9(5)V9(2).
           05  Mst-Owner-Id       PIC X(8).
           05  Mst-Owner-Name     PIC X(30).

      * Maintenance transactions, one per line: an action code, then
      * the full master image the action carries, then the id of the
      * operator who keyed it, then the group's owner - the id and
      * name of the department head its distribution packet goes
      * to. Adds and changes supply every field except the owner; a
      * change without an owner id leaves the owner as it is. A
      * deactivate needs only the group code and the operator.
       FD  Grp-Trn-File.
       01  Grp-Trn-Rec.
           05  Trn-Image.
               10  Trn-Action     PIC X.
                   88  Trn-Is-Add             VALUE "A".
                   88  Trn-Is-Change          VALUE "C".
                   88  Trn-Is-Deact           VALUE "D".
               10  Trn-Group-Code PIC X(4).
               10  Trn-Group-Name PIC X(30).
               10  Trn-Active-Flag
                                  PIC X.
               10  Trn-Min-Value  PIC 9(5)V9(2).
               10  Trn-Max-Value  PIC 9(5)V9(2).
           05  Trn-Operator       PIC X(8).
           05  Trn-Owner.
               10  Trn-Owner-Id   PIC X(8).
               10  Trn-Owner-Name PIC X(30).

      * Transactions held for a second operator's approval, one per
      * line: the reference the approver quotes, the operator who
      * keyed it and the date it was entered, then the transaction
      * image exactly as staged followed by the owner it carried.
       FD  Grp-Pnd-File.
       01  Grp-Pnd-Rec.
           05  Pnd-Ref            PIC X(16).
           05  Pnd-Operator       PIC X(8).
           05  Pnd-Entry-Date     PIC X(8).
           05  Pnd-Image          PIC X(88).

      * Approval decisions, shared with the TypMnt, Reproc and OutReg
      * modules: the pending reference (its first letter says whose
      * it is - G group changes, T reading-type changes, C
      * corrections, D dispositions), A to approve or R to reject,
      * and the deciding operator's id. Each module takes its own
      * rows off the file and leaves the rest.
       FD  Approve-Trn-File.
       01  Approve-Trn-Rec.
           05  Apr-Ref.
               10  Apr-Ref-Source PIC X.
                   88  Apr-For-Groups         VALUE "G".
               10  FILLER         PIC X(15).
           05  Apr-Decision       PIC X.
               88  Apr-Is-Approve             VALUE "A".
               88  Apr-Is-Reject              VALUE "R".
           05  Apr-Operator       PIC X(8).

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

       FD  Grp-Rpt-File.
       01  Grp-Rpt-Rec            PIC X(132).
       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Mst-Status          PIC XX.
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
               10  Mst-Active     PIC X.
               10  Mst-Min        PIC 9(5)V9(2).
               10  Mst-Max        PIC 9(5)V9(2).
               10  Mst-Own-Id     PIC X(8).
               10  Mst-Own-Name   PIC X(30).
       01  WS-Mst-Sw              PIC X.
           88  WS-Mst-Found                   VALUE "Y".
           88  WS-Mst-Not-Found               VALUE "N".
           88  WS-Trn-Valid                   VALUE "Y".
           88  WS-Trn-Invalid                 VALUE "N".

      * GRPMNT.PND loaded at startup. An entry leaves the table
      * (switch off) when it is approved, rejected, withdrawn or
      * expires; what is still live is written back at end of run.
      * A new entry's reference is G, the run date (yymmdd) and time,
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
               10  Held-Image.
                   15  Held-Trn-Image
                                  PIC X(50).
                   15  Held-Trn-Owner
                                  PIC X(38).
               10  Held-Group     REDEFINES Held-Image.
                   15  FILLER     PIC X.
                   15  Held-Group-Code
                                  PIC X(4).
                   15  FILLER     PIC X(83).
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
           MOVE "GrpMnt maintenance run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           PERFORM Load-Group-Master
           PERFORM Load-Pending
           PERFORM Write-Report-Header
           PERFORM Apply-Approvals
           PERFORM Expire-Pending
           PERFORM Apply-Transactions
           PERFORM Write-Reject-Listing
           PERFORM Write-Report-Footer
                   TO WS-Log-Text
               PERFORM Write-Log
           END-IF
           PERFORM Rewrite-Pending
           PERFORM Rewrite-Approvals
           PERFORM Clear-Transaction-File

           DISPLAY "GrpMnt: transactions read    " WS-Trn-Count
           DISPLAY "GrpMnt: held for approval    " WS-Entered-Count
           DISPLAY "GrpMnt: approved             " WS-Approved-Count
           DISPLAY "GrpMnt: rejected by approver " WS-Declined-Count
           DISPLAY "GrpMnt: approvals refused    " WS-Refused-Count
           DISPLAY "GrpMnt: expired unapproved   " WS-Expired-Count
           DISPLAY "GrpMnt: still pending        "
               WS-Still-Held-Count
           DISPLAY "GrpMnt: changes applied      " WS-Applied-Count
           DISPLAY "GrpMnt: transactions rejected "
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
               DISPLAY "GrpMnt: nightly job stream holds STATS.LCK, "
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
                   DISPLAY "GrpMnt: unable to open STATS-PRM, "
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
                       DISPLAY "GrpMnt: APPROVE-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "GrpMnt: bad APPROVE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

      * Loads the group/department master into Mst-Table. Running
      * maintenance without the master would turn every change into
      * a phantom add, so a missing or unreadable GROUPS.MST stops
                               TO Mst-Min(WS-Mst-Count)
                           MOVE Mst-Max-Value
                               TO Mst-Max(WS-Mst-Count)
                           MOVE Mst-Owner-Id
                               TO Mst-Own-Id(WS-Mst-Count)
                           MOVE Mst-Owner-Name
                               TO Mst-Own-Name(WS-Mst-Count)
                       ELSE
                           DISPLAY "GrpMnt: more than 100 master "
                               "groups, " Mst-Group-Code " ignored"
               END-IF
           END-PERFORM.

      * Loads the transactions still waiting for approval. Without a
      * readable GRPMNT.PND the run cannot tell what it would be
      * rewriting, so it stops rather than lose held changes.
       Load-Pending.
           MOVE 0 TO WS-Held-Count
           OPEN INPUT Grp-Pnd-File
           IF WS-Pnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Pnd-Status NOT = "00"
                   DISPLAY "GrpMnt: unable to open GRPMNT-PND, status "
                       WS-Pnd-Status
                   MOVE "GRPMNT.PND unreadable, maintenance abandoned"
                       TO WS-Log-Text
                   PERFORM Write-Log
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Grp-Pnd-File
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
                               DISPLAY "GrpMnt: more than 500 "
                                   "pending transactions on "
                                   "GRPMNT.PND"
                               MOVE "GRPMNT.PND over 500 entries, "
                                   TO WS-Log-Text
                               MOVE "maintenance abandoned"
                                   TO WS-Log-Text(30:)
                               PERFORM Write-Log
                               MOVE 16 TO RETURN-CODE
                               PERFORM End-Run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Grp-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * Takes the G rows off APPROVE.TRN and settles each against the
      * pending table; the other modules' rows are kept for them.
       Apply-Approvals.
           MOVE 0 TO WS-Kept-Count
           OPEN INPUT Approve-Trn-File
           IF WS-Apr-Not-Found
               CONTINUE
           ELSE
               IF WS-Apr-Status NOT = "00"
                   DISPLAY "GrpMnt: unable to open APPROVE-TRN, "
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
           IF Apr-For-Groups
               ADD 1 TO WS-Apr-Read-Count
               PERFORM Apply-One-Approval
           ELSE
               IF WS-Kept-Count < 1000
                   ADD 1 TO WS-Kept-Count
                   MOVE Approve-Trn-Rec TO Kept-Apr-Rec(WS-Kept-Count)
               ELSE
                   DISPLAY "GrpMnt: more than 1000 other approvals on "
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
               MOVE Held-Trn-Image(WS-Held-Hit) TO Trn-Image
               MOVE Held-Trn-Owner(WS-Held-Hit) TO Trn-Owner
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
           WRITE Grp-Rpt-Rec FROM Rpt-Line.

      * Tonight's GRPMNT.TRN is edited as before, but a transaction
      * that passes is held on GRPMNT.PND for approval instead of
      * being applied.
       Apply-Transactions.
           OPEN INPUT Grp-Trn-File
           IF WS-Trn-Not-Found
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Trn-Count
                           PERFORM Hold-One-Transaction
                   END-READ
               END-PERFORM
               CLOSE Grp-Trn-File
               MOVE "N" TO WS-Eof-Sw
           END-IF.

      * A transaction must name the operator who keyed it, and only
      * one change per group may wait for approval at a time.
       Hold-One-Transaction.
           PERFORM Validate-Transaction
           IF WS-Trn-Valid
               MOVE 0 TO WS-Held-Hit
               PERFORM VARYING Held-Idx FROM 1 BY 1
                       UNTIL Held-Idx > WS-Held-Count
                   IF Held-Group-Code(Held-Idx) = Trn-Group-Code
                           AND Held-Is-Live(Held-Idx)
                       SET WS-Held-Hit TO Held-Idx
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN Trn-Operator = SPACES
                       MOVE "Missing operator id" TO WS-Reject-Reason
                       SET WS-Trn-Invalid TO TRUE
                   WHEN WS-Held-Hit > 0
                       MOVE "Group already has a change pending"
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
           STRING "G"              DELIMITED BY SIZE
                  WS-Run-Date(3:6) DELIMITED BY SIZE
                  WS-Run-Time      DELIMITED BY SIZE
                  WS-Ref-Seq       DELIMITED BY SIZE
               INTO WS-New-Ref
           ADD 1 TO WS-Held-Count
           MOVE WS-New-Ref   TO Held-Ref(WS-Held-Count)
           MOVE Trn-Operator TO Held-Operator(WS-Held-Count)
           MOVE WS-Run-Date  TO Held-Entry-Date(WS-Held-Count)
           MOVE Trn-Image    TO Held-Trn-Image(WS-Held-Count)
           MOVE Trn-Owner    TO Held-Trn-Owner(WS-Held-Count)
           MOVE "Y"          TO Held-Live-Sw(WS-Held-Count)
           ADD 1 TO WS-Entered-Count
           PERFORM Write-Action-Line
           MOVE SPACES TO WS-Log-Text
           STRING "Group "         DELIMITED BY SIZE
                  Trn-Group-Code   DELIMITED BY SIZE
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
      * own bounds (max above zero) must put min below max. A
      * zero/zero pair means the group takes the global bounds, the
      * same convention the Stats module's Set-Group-Bounds reads.
      * An owner id needs the owner's name with it; an add may leave
      * both blank, the group then going out in no packet.
       Validate-Transaction.
           SET WS-Trn-Valid TO TRUE
           MOVE SPACES TO WS-Reject-Reason
                   MOVE "Min bound not below max bound"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
               WHEN (Trn-Is-Add OR Trn-Is-Change)
                       AND Trn-Owner-Id NOT = SPACES
                       AND Trn-Owner-Name = SPACES
                   MOVE "Owner id given without owner name"
                       TO WS-Reject-Reason
                   SET WS-Trn-Invalid TO TRUE
           END-EVALUATE.

       Apply-Add.
           MOVE Trn-Active-Flag TO Mst-Active(WS-Mst-Hit)
           MOVE Trn-Min-Value   TO Mst-Min(WS-Mst-Hit)
           MOVE Trn-Max-Value   TO Mst-Max(WS-Mst-Hit)
           MOVE Trn-Owner-Id    TO Mst-Own-Id(WS-Mst-Hit)
           MOVE Trn-Owner-Name  TO Mst-Own-Name(WS-Mst-Hit)
           MOVE "AFTER" TO Rpt-Tag
           PERFORM Write-Master-Line
           ADD 1 TO WS-Applied-Count
           MOVE Trn-Active-Flag TO Mst-Active(WS-Mst-Hit)
           MOVE Trn-Min-Value   TO Mst-Min(WS-Mst-Hit)
           MOVE Trn-Max-Value   TO Mst-Max(WS-Mst-Hit)
           IF Trn-Owner-Id NOT = SPACES
               MOVE Trn-Owner-Id   TO Mst-Own-Id(WS-Mst-Hit)
               MOVE Trn-Owner-Name TO Mst-Own-Name(WS-Mst-Hit)
           END-IF
           MOVE "AFTER" TO Rpt-Tag
           PERFORM Write-Master-Line
           ADD 1 TO WS-Applied-Count
               MOVE Mst-Active(Mst-Idx) TO Mst-Active-Flag
               MOVE Mst-Min(Mst-Idx)    TO Mst-Min-Value
               MOVE Mst-Max(Mst-Idx)    TO Mst-Max-Value
               MOVE Mst-Own-Id(Mst-Idx) TO Mst-Owner-Id
               MOVE Mst-Own-Name(Mst-Idx)
                                        TO Mst-Owner-Name
               WRITE Groups-Mst-Rec
           END-PERFORM
           CLOSE Groups-Mst-File
               INTO WS-Log-Text
           PERFORM Write-Log.

      * Writes back what is still waiting for approval.
       Rewrite-Pending.
           OPEN OUTPUT Grp-Pnd-File
           IF WS-Pnd-Status NOT = "00"
               DISPLAY "GrpMnt: unable to rewrite GRPMNT-PND, "
                   "status " WS-Pnd-Status
               MOVE "GRPMNT.PND unwritable, held changes not saved"
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
                   WRITE Grp-Pnd-Rec
                   ADD 1 TO WS-Still-Held-Count
               END-IF
           END-PERFORM
           CLOSE Grp-Pnd-File
           MOVE WS-Still-Held-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "GRPMNT.PND rewritten, " DELIMITED BY SIZE
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
                   DISPLAY "GrpMnt: unable to rewrite APPROVE-TRN, "
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
                      " group decision(s) taken off"
                                             DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * Every transaction keyed tonight is now held or rejected, so
      * GRPMNT.TRN is emptied; staging it again cannot double them.
       Clear-Transaction-File.
           IF WS-Trn-Count > 0
               OPEN OUTPUT Grp-Trn-File
               IF WS-Trn-Status = "00"
                   CLOSE Grp-Trn-File
                   MOVE "GRPMNT.TRN cleared" TO WS-Log-Text
                   PERFORM Write-Log
               ELSE
                   DISPLAY "GrpMnt: unable to clear GRPMNT-TRN, "
                       "status " WS-Trn-Status
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF.

       Write-Report-Header.
           OPEN OUTPUT Grp-Rpt-File
           IF WS-Rpt-Status NOT = "00"
           WRITE Grp-Rpt-Rec FROM Rpt-Line

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
           WRITE Grp-Rpt-Rec FROM Rpt-Line


           MOVE SPACES TO Rpt-Line
           STRING "ACTION        GROUP  NAME                   "
                  "        FL      MIN      MAX  OWNER"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line.

                  Rpt-Min-Ed              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  Rpt-Max-Ed              DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  Mst-Own-Id(WS-Mst-Hit)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  Mst-Own-Name(WS-Mst-Hit) DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line.

               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line

           MOVE WS-Entered-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Held for approval:     " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line

           MOVE WS-Approved-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Approved:              " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line

           MOVE WS-Declined-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Rejected or withdrawn: " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line

           MOVE WS-Refused-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Approvals refused:     " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line

           MOVE WS-Expired-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Expired unapproved:    " DELIMITED BY SIZE
                  Rpt-Count-Ed              DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Grp-Rpt-Rec FROM Rpt-Line

           MOVE WS-Applied-Count TO Rpt-Count-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Changes applied:       " DELIMITED BY SIZE
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
