       IDENTIFICATION DIVISION.
       PROGRAM-ID. PndRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Grp-Pnd-File ASSIGN TO "GRPMNT.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gpnd-Status.

           SELECT Typ-Pnd-File ASSIGN TO "TYPMNT.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tpnd-Status.

           SELECT Cor-Pnd-File ASSIGN TO "CORRECT.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cpnd-Status.

           SELECT Dsp-Pnd-File ASSIGN TO "OUTDISP.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dpnd-Status.

           SELECT Pending-Rpt-File ASSIGN TO "PENDING.RPT"
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
      * Same record the GrpMnt module keeps: the held GRPMNT.TRN
      * image and owner follow the reference, operator and entry
      * date.
       FD  Grp-Pnd-File.
       01  Grp-Pnd-Rec.
           05  Gpnd-Ref           PIC X(16).
           05  Gpnd-Operator      PIC X(8).
           05  Gpnd-Entry-Date    PIC X(8).
           05  Gpnd-Image.
               10  Gpnd-Action    PIC X.
               10  Gpnd-Group-Code
                                  PIC X(4).
               10  Gpnd-Group-Name
                                  PIC X(30).
               10  Gpnd-Active-Flag
                                  PIC X.
               10  Gpnd-Min-Value PIC 9(5)V9(2).
               10  Gpnd-Max-Value PIC 9(5)V9(2).
           05  Gpnd-Owner-Id      PIC X(8).
           05  Gpnd-Owner-Name    PIC X(30).

      * Same record the TypMnt module keeps: the held TYPMNT.TRN
      * image follows the reference, operator and entry date.
       FD  Typ-Pnd-File.
       01  Typ-Pnd-Rec.
           05  Tpnd-Ref           PIC X(16).
           05  Tpnd-Operator      PIC X(8).
           05  Tpnd-Entry-Date    PIC X(8).
           05  Tpnd-Image.
               10  Tpnd-Action    PIC X.
               10  Tpnd-Type-Code PIC X(2).
               10  Tpnd-Type-Desc PIC X(20).
               10  Tpnd-Unit      PIC X(8).
               10  Tpnd-Active-Flag
                                  PIC X.
               10  Tpnd-Min-Value PIC 9(5)V9(2).
               10  Tpnd-Max-Value PIC 9(5)V9(2).

      * Same record the Reproc module keeps: the held STATS.COR image.
       FD  Cor-Pnd-File.
       01  Cor-Pnd-Rec.
           05  Cpnd-Ref           PIC X(16).
           05  Cpnd-Operator      PIC X(8).
           05  Cpnd-Entry-Date    PIC X(8).
           05  Cpnd-Image.
               10  Cpnd-Rej-Date  PIC X(8).
               10  Cpnd-Rej-Batch PIC X(8).
               10  Cpnd-Rej-Seq   PIC 9(5).
               10  Cpnd-Group     PIC X(4).
               10  Cpnd-Type      PIC X(2).
               10  Cpnd-Value     PIC 9(5)V9(2).

      * Same record the OutReg module keeps: the held OUTDISP.TRN
      * image.
       FD  Dsp-Pnd-File.
       01  Dsp-Pnd-Rec.
           05  Dpnd-Ref           PIC X(16).
           05  Dpnd-Operator      PIC X(8).
           05  Dpnd-Entry-Date    PIC X(8).
           05  Dpnd-Image.
               10  Dpnd-Out-Date  PIC X(8).
               10  Dpnd-Out-Batch PIC X(8).
               10  Dpnd-Out-Seq   PIC 9(5).
               10  Dpnd-Code      PIC X.
                   88  Dpnd-Is-Fault          VALUE "F".
                   88  Dpnd-Is-Genuine        VALUE "G".
                   88  Dpnd-Is-Invest         VALUE "I".

       FD  Pending-Rpt-File.
       01  Pending-Rpt-Rec        PIC X(132).

       FD  Stats-Prm-File.
       01  Stats-Prm-Rec          PIC X(80).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-Gpnd-Status         PIC XX.
           88  WS-Gpnd-Not-Found              VALUE "35".
       01  WS-Tpnd-Status         PIC XX.
           88  WS-Tpnd-Not-Found              VALUE "35".
       01  WS-Cpnd-Status         PIC XX.
           88  WS-Cpnd-Not-Found              VALUE "35".
       01  WS-Dpnd-Status         PIC XX.
           88  WS-Dpnd-Not-Found              VALUE "35".
       01  WS-Rpt-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Prm-Not-Found               VALUE "35".
       01  WS-Log-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       01  WS-Run-Date            PIC X(8).
       01  WS-Current-Date-Time   PIC X(21).
       01  WS-Today-Int           PIC 9(8).
       01  WS-Entry-Int           PIC 9(8).
       01  WS-Last-Int            PIC 9(8).

      * Audit log controls, as in the Stats module.
       01  WS-Log-Open-Sw         PIC X VALUE "N".
           88  WS-Log-Is-Open                 VALUE "Y".
       01  WS-Log-Text            PIC X(80).
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.

      * Days a held item may wait for its approval before GrpMnt,
      * TypMnt, Reproc and OutReg expire it. Overridable by
      * APPROVE-DAYS in STATS.PRM; must agree with what those modules
      * read.
       01  WS-Approve-Days        PIC 9(3) VALUE 7.

      * Parameter-file scratch fields.
       01  WS-Prm-Keyword         PIC X(20).
       01  WS-Prm-Value           PIC X(20).
       01  WS-Prm-Num             PIC S9(13)V9(4).

      * The item being listed, whichever file it came from.
       01  WS-Item-Ref            PIC X(16).
       01  WS-Item-Operator       PIC X(8).
       01  WS-Item-Entry-Date     PIC X(8).
       01  WS-Item-Text           PIC X(60).
       01  WS-Item-Age            PIC S9(5).
       01  WS-Item-Last-Date      PIC X(8).
       01  WS-Item-Flag           PIC X(3).
       01  WS-Section-Title       PIC X(60).

       01  WS-Section-Count       PIC 9(6) VALUE 0.
       01  WS-Grp-Count           PIC 9(6) VALUE 0.
       01  WS-Typ-Count           PIC 9(6) VALUE 0.
       01  WS-Cor-Count           PIC 9(6) VALUE 0.
       01  WS-Dsp-Count           PIC 9(6) VALUE 0.
       01  WS-Due-Count           PIC 9(6) VALUE 0.
       01  WS-Total-Count         PIC 9(6) VALUE 0.

      * Print-report work fields.
       01  Rpt-Line               PIC X(132).
       01  Rpt-Days-Ed            PIC ZZ9.
       01  Rpt-Age-Ed             PIC ZZZ9.
       01  Rpt-Amount-Ed          PIC ZZZZ9.99.
       01  Rpt-Amount2-Ed         PIC ZZZZ9.99.
       01  Rpt-Total-Ed           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       Main-Pgm.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-Current-Date-Time(1:8) TO WS-Run-Date
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Run-Date))

           MOVE 0 TO RETURN-CODE
           PERFORM Open-Audit-Log
           MOVE "---------------------------------------------"
               TO WS-Log-Text
           PERFORM Write-Log
           MOVE "PndRpt run started" TO WS-Log-Text
           PERFORM Write-Log

           PERFORM Load-Parameters
           PERFORM Open-Report
           PERFORM List-Group-Changes
           PERFORM List-Type-Changes
           PERFORM List-Corrections
           PERFORM List-Dispositions
           PERFORM Write-Report-Footer
           CLOSE Pending-Rpt-File

           DISPLAY "PndRpt: group changes pending  " WS-Grp-Count
           DISPLAY "PndRpt: type changes pending   " WS-Typ-Count
           DISPLAY "PndRpt: corrections pending    " WS-Cor-Count
           DISPLAY "PndRpt: dispositions pending   " WS-Dsp-Count
           DISPLAY "PndRpt: expiring after tonight " WS-Due-Count
           IF WS-Total-Count > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM End-Run.

       Load-Parameters.
           OPEN INPUT Stats-Prm-File
           IF WS-Prm-Not-Found
               CONTINUE
           ELSE
               IF WS-Prm-Status NOT = "00"
                   DISPLAY "PndRpt: unable to open STATS-PRM, "
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
                       DISPLAY "PndRpt: APPROVE-DAYS value '"
                           WS-Prm-Value "' out of range, "
                           "default kept"
                   END-IF
               ELSE
                   DISPLAY "PndRpt: bad APPROVE-DAYS value '"
                       WS-Prm-Value "', default kept"
               END-IF
           END-IF.

      * --- Report ---------------------------------------------------
      * One section per module holding items, each listing the
      * reference the approver quotes on APPROVE.TRN, who keyed the
      * item (who therefore may not approve it), how long it has
      * waited and the last night an approval will still find it.
       Open-Report.
           OPEN OUTPUT Pending-Rpt-File
           IF WS-Rpt-Status NOT = "00"
               DISPLAY "PndRpt: unable to open PENDING-RPT, status "
                   WS-Rpt-Status
               MOVE 20 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "PENDING APPROVALS REPORT" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line
           MOVE WS-Approve-Days TO Rpt-Days-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Run Date: "          DELIMITED BY SIZE
                  WS-Run-Date           DELIMITED BY SIZE
                  "  Approval window: " DELIMITED BY SIZE
                  Rpt-Days-Ed           DELIMITED BY SIZE
                  " days"               DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line.

       List-Group-Changes.
           MOVE "GROUP MASTER CHANGES (GRPMNT.PND, source G)"
               TO WS-Section-Title
           PERFORM Write-Section-Heading
           OPEN INPUT Grp-Pnd-File
           IF WS-Gpnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Gpnd-Status NOT = "00"
                   DISPLAY "PndRpt: unable to open GRPMNT-PND, "
                       "status " WS-Gpnd-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Grp-Pnd-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Grp-Count
                           MOVE Gpnd-Ref        TO WS-Item-Ref
                           MOVE Gpnd-Operator   TO WS-Item-Operator
                           MOVE Gpnd-Entry-Date TO WS-Item-Entry-Date
                           MOVE Gpnd-Min-Value  TO Rpt-Amount-Ed
                           MOVE Gpnd-Max-Value  TO Rpt-Amount2-Ed
                           MOVE SPACES TO WS-Item-Text
                           STRING Gpnd-Action      DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Gpnd-Group-Code  DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Gpnd-Group-Name  DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Gpnd-Active-Flag DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Rpt-Amount-Ed    DELIMITED BY SIZE
                                  "-"              DELIMITED BY SIZE
                                  Rpt-Amount2-Ed   DELIMITED BY SIZE
                               INTO WS-Item-Text
                           PERFORM Write-Pending-Line
                   END-READ
               END-PERFORM
               CLOSE Grp-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           PERFORM Write-Section-Total
           ADD WS-Grp-Count TO WS-Total-Count.

       List-Type-Changes.
           MOVE "READING TYPE MASTER CHANGES (TYPMNT.PND, source T)"
               TO WS-Section-Title
           PERFORM Write-Section-Heading
           OPEN INPUT Typ-Pnd-File
           IF WS-Tpnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Tpnd-Status NOT = "00"
                   DISPLAY "PndRpt: unable to open TYPMNT-PND, "
                       "status " WS-Tpnd-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Typ-Pnd-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Typ-Count
                           MOVE Tpnd-Ref        TO WS-Item-Ref
                           MOVE Tpnd-Operator   TO WS-Item-Operator
                           MOVE Tpnd-Entry-Date TO WS-Item-Entry-Date
                           MOVE Tpnd-Min-Value  TO Rpt-Amount-Ed
                           MOVE Tpnd-Max-Value  TO Rpt-Amount2-Ed
                           MOVE SPACES TO WS-Item-Text
                           STRING Tpnd-Action      DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Tpnd-Type-Code   DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Tpnd-Type-Desc   DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Tpnd-Unit        DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Tpnd-Active-Flag DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Rpt-Amount-Ed    DELIMITED BY SIZE
                                  "-"              DELIMITED BY SIZE
                                  Rpt-Amount2-Ed   DELIMITED BY SIZE
                               INTO WS-Item-Text
                           PERFORM Write-Pending-Line
                   END-READ
               END-PERFORM
               CLOSE Typ-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           PERFORM Write-Section-Total
           ADD WS-Typ-Count TO WS-Total-Count.

       List-Corrections.
           MOVE "REJECT CORRECTIONS (CORRECT.PND, source C)"
               TO WS-Section-Title
           PERFORM Write-Section-Heading
           OPEN INPUT Cor-Pnd-File
           IF WS-Cpnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Cpnd-Status NOT = "00"
                   DISPLAY "PndRpt: unable to open CORRECT-PND, "
                       "status " WS-Cpnd-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Cor-Pnd-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Cor-Count
                           MOVE Cpnd-Ref        TO WS-Item-Ref
                           MOVE Cpnd-Operator   TO WS-Item-Operator
                           MOVE Cpnd-Entry-Date TO WS-Item-Entry-Date
                           MOVE Cpnd-Value      TO Rpt-Amount-Ed
                           MOVE SPACES TO WS-Item-Text
                           STRING Cpnd-Rej-Date    DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Cpnd-Rej-Batch   DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Cpnd-Rej-Seq     DELIMITED BY SIZE
                                  "  "             DELIMITED BY SIZE
                                  Cpnd-Group       DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Cpnd-Type        DELIMITED BY SIZE
                                  " new value "    DELIMITED BY SIZE
                                  Rpt-Amount-Ed    DELIMITED BY SIZE
                               INTO WS-Item-Text
                           PERFORM Write-Pending-Line
                   END-READ
               END-PERFORM
               CLOSE Cor-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           PERFORM Write-Section-Total
           ADD WS-Cor-Count TO WS-Total-Count.

       List-Dispositions.
           MOVE "OUTLIER DISPOSITIONS (OUTDISP.PND, source D)"
               TO WS-Section-Title
           PERFORM Write-Section-Heading
           OPEN INPUT Dsp-Pnd-File
           IF WS-Dpnd-Not-Found
               CONTINUE
           ELSE
               IF WS-Dpnd-Status NOT = "00"
                   DISPLAY "PndRpt: unable to open OUTDISP-PND, "
                       "status " WS-Dpnd-Status
                   MOVE 16 TO RETURN-CODE
                   PERFORM End-Run
               END-IF
               PERFORM UNTIL WS-Eof
                   READ Dsp-Pnd-File
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Dsp-Count
                           MOVE Dpnd-Ref        TO WS-Item-Ref
                           MOVE Dpnd-Operator   TO WS-Item-Operator
                           MOVE Dpnd-Entry-Date TO WS-Item-Entry-Date
                           MOVE SPACES TO WS-Item-Text
                           STRING Dpnd-Out-Date    DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Dpnd-Out-Batch   DELIMITED BY SIZE
                                  " "              DELIMITED BY SIZE
                                  Dpnd-Out-Seq     DELIMITED BY SIZE
                                  "  "             DELIMITED BY SIZE
                                  Dpnd-Code        DELIMITED BY SIZE
                               INTO WS-Item-Text
                           EVALUATE TRUE
                               WHEN Dpnd-Is-Fault
                                   MOVE "sensor fault"
                                       TO WS-Item-Text(34:)
                               WHEN Dpnd-Is-Genuine
                                   MOVE "genuine reading"
                                       TO WS-Item-Text(34:)
                               WHEN Dpnd-Is-Invest
                                   MOVE "under investigation"
                                       TO WS-Item-Text(34:)
                           END-EVALUATE
                           PERFORM Write-Pending-Line
                   END-READ
               END-PERFORM
               CLOSE Dsp-Pnd-File
               MOVE "N" TO WS-Eof-Sw
           END-IF
           PERFORM Write-Section-Total
           ADD WS-Dsp-Count TO WS-Total-Count.

      * Caller leaves the section title in WS-Section-Title.
       Write-Section-Heading.
           MOVE 0 TO WS-Section-Count
           MOVE SPACES TO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line
           MOVE WS-Section-Title TO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "REFERENCE         KEYED BY  ENTERED    AGE  "
                  "APPROVE BY       ITEM"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line.

      * The age is whole days since the item was keyed. An item is
      * expired by the first run more than APPROVE-DAYS after entry,
      * so the last night to approve it is the entry date plus the
      * window; one already on that night is flagged DUE.
       Write-Pending-Line.
           ADD 1 TO WS-Section-Count
           MOVE 0 TO WS-Item-Age
           MOVE SPACES TO WS-Item-Last-Date
           MOVE SPACES TO WS-Item-Flag
           IF FUNCTION TEST-NUMVAL(WS-Item-Entry-Date) = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-Item-Entry-Date)) = 0
                   COMPUTE WS-Entry-Int = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Item-Entry-Date))
                   COMPUTE WS-Item-Age = WS-Today-Int - WS-Entry-Int
                   COMPUTE WS-Last-Int = WS-Entry-Int + WS-Approve-Days
                   MOVE FUNCTION DATE-OF-INTEGER(WS-Last-Int)
                       TO WS-Item-Last-Date
                   IF WS-Item-Age >= WS-Approve-Days
                       MOVE "DUE" TO WS-Item-Flag
                       ADD 1 TO WS-Due-Count
                   END-IF
               END-IF
           END-IF
           MOVE WS-Item-Age TO Rpt-Age-Ed
           MOVE SPACES TO Rpt-Line
           STRING WS-Item-Ref        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Item-Operator   DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Item-Entry-Date DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  Rpt-Age-Ed         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Item-Last-Date  DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-Item-Flag       DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  WS-Item-Text       DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line.

       Write-Section-Total.
           MOVE SPACES TO Rpt-Line
           IF WS-Section-Count = 0
               STRING "  (nothing awaiting approval)"
                   DELIMITED BY SIZE INTO Rpt-Line
           ELSE
               MOVE WS-Section-Count TO Rpt-Total-Ed
               STRING "  Awaiting approval: " DELIMITED BY SIZE
                      Rpt-Total-Ed            DELIMITED BY SIZE
                   INTO Rpt-Line
           END-IF
           WRITE Pending-Rpt-Rec FROM Rpt-Line.

       Write-Report-Footer.
           MOVE SPACES TO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line
           MOVE WS-Total-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Items awaiting approval:    " DELIMITED BY SIZE
                  Rpt-Total-Ed                   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line
           MOVE WS-Due-Count TO Rpt-Total-Ed
           MOVE SPACES TO Rpt-Line
           STRING "Expiring unless approved tonight: "
                      DELIMITED BY SIZE
                  Rpt-Total-Ed DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "Approve or reject on APPROVE.TRN: reference, A or R,"
                  " approver id. The operator who keyed an item may"
                  " not approve it."
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Pending-Rpt-Rec FROM Rpt-Line.

      * --- Audit log ------------------------------------------------
       Open-Audit-Log.
           OPEN EXTEND Stats-Log-File
           IF WS-Log-Status NOT = "00"
               OPEN OUTPUT Stats-Log-File
           END-IF
           IF WS-Log-Status = "00"
               SET WS-Log-Is-Open TO TRUE
           ELSE
               DISPLAY "PndRpt: warning - unable to open STATS.LOG, "
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
           MOVE WS-Total-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Items awaiting approval " DELIMITED BY SIZE
                  WS-Log-Count-Ed           DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Due-Count TO WS-Log-Count-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "Items expiring unless approved tonight "
                      DELIMITED BY SIZE
                  WS-Log-Count-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE RETURN-CODE TO WS-Log-Rc-Ed
           MOVE SPACES TO WS-Log-Text
           STRING "PndRpt run ended, return code "
                      DELIMITED BY SIZE
                  WS-Log-Rc-Ed DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           IF WS-Log-Is-Open
               CLOSE Stats-Log-File
           END-IF
           STOP RUN.
