               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mst-Status.

           SELECT Types-Mst-File ASSIGN TO "TYPES.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tmst-Status.

           SELECT Stats-Out-File ASSIGN TO "STATS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xrg-Status.

      * Accepted detail store: every reading each completed batch
      * accepted, appended from STATS.WRK before the work file is
      * reused, so a published result can be re-derived later.
           SELECT Stats-Dtl-File ASSIGN TO "STATS.DTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dtl-Status.

           SELECT Stats-Ghi-File ASSIGN TO "STATS.GHI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       DATA DIVISION.
       FILE SECTION.
      * The detail carries the id of the station/sensor that took
      * the reading after the original fields. Feeds not yet
      * changed over send the shorter record, which reads with the
      * id blank; SENSOR-REQUIRED=Y in STATS.PRM rejects those once
      * every feed has moved.
       FD  Stats-In-File.
       01  Stats-In-Rec.
           05  In-Rec-Type        PIC X.
               88  In-Rec-Is-Header           VALUE "H".
               88  In-Rec-Is-Detail           VALUE "D".
               88  In-Rec-Is-Trailer          VALUE "T".
           05  In-Rec-Body        PIC X(24).
           05  In-Header-Rec REDEFINES In-Rec-Body.
               10  In-Batch-Id    PIC X(8).
               10  In-Business-Date
                                  PIC X(8).
               10  FILLER         PIC X(8).
           05  In-Detail-Rec REDEFINES In-Rec-Body.
               10  In-Group-Code  PIC X(4).
               10  In-Read-Type   PIC X(2).
               10  In-Value       PIC 9(5)V9(2).
               10  FILLER         PIC X(3).
               10  In-Sensor-Id   PIC X(8).
           05  In-Trailer-Rec REDEFINES In-Rec-Body.
               10  In-Expected-Count
                                  PIC 9(6).
               10  In-Hash-Total  PIC 9(8)V9(2).
               10  FILLER         PIC X(8).

      * Each reject carries its run date, the batch it came from and
      * a sequence number; the triple is the key data control quotes
      * on a STATS.COR correction when the reject is repaired and
      * staged for reprocessing. The batch id keeps keys unique when
      * more than one batch runs on the same calendar day. The
      * sensor id is the detail's own (blank for a record that was
      * not a reading or came from a feed without one).
       FD  Stats-Rej-File.
       01  Stats-Rej-Rec.
           05  Rej-Date           PIC X(8).
           05  Rej-Value          PIC 9(5)V9(2).
           05  Rej-Field          PIC X(14).
           05  Rej-Reason         PIC X(40).
           05  Rej-Sensor-Id      PIC X(8).

       FD  Stats-Hist-File.
       01  Stats-Hist-Rec.
           05  Ckp-Data-Count     PIC 9(6).
           05  Ckp-Run-Hash       PIC 9(8)V9(2).
           05  Ckp-Entry-Type     PIC X(2).
           05  Ckp-Batch-Rejects  PIC 9(6).
           05  Ckp-Entry-Sensor   PIC X(8).

       FD  Stats-Csv-File.
       01  Stats-Csv-Rec          PIC X(100).
      * Each outlier carries the same run date/batch/sequence key
      * triple the rejects carry, so the OutReg module can roll it
      * into the outlier register and data control can quote the
      * key on an OUTDISP.TRN disposition. The sensor id that took
      * the reading follows, so a confirmed fault can be traced to
      * the instrument.
       FD  Stats-Out-File.
       01  Stats-Out-Rec.
           05  Out-Date           PIC X(8).
           05  Out-Group-Mean     PIC 9(5)V9(4).
           05  Out-Z-Score        PIC S9(5)V9(4)
                                      SIGN IS LEADING SEPARATE.
           05  Out-Sensor-Id      PIC X(8).

       FD  Stats-Log-File.
       01  Stats-Log-Rec          PIC X(100).
           05  Wrk-Group          PIC X(4).
           05  Wrk-Type           PIC X(2).
           05  Wrk-Value          PIC 9(5)V9(2).
           05  Wrk-Sensor         PIC X(8).

       FD  Stats-Srt-File.
       01  Stats-Srt-Rec.
           05  Srt-Group          PIC X(4).
           05  Srt-Type           PIC X(2).
           05  Srt-Value          PIC 9(5)V9(2).
           05  Srt-Sensor         PIC X(8).

       SD  Sort-File.
       01  Sort-Rec.
           05  Sort-Group         PIC X(4).
           05  Sort-Type          PIC X(2).
           05  Sort-Value         PIC 9(5)V9(2).
           05  Sort-Sensor        PIC X(8).

      * Warehouse extract, one header/detail/trailer set per batch,
      * mirroring the In-Header-Rec/In-Trailer-Rec discipline on the
               10  Ext-Business-Date
                                  PIC X(8).
               10  Ext-Timestamp  PIC X(14).
               10  Ext-Orig-Batch-Id
                                  PIC X(8).
               10  FILLER         PIC X(17).
           05  Ext-Detail-Rec REDEFINES Ext-Rec-Body.
               10  Ext-Group-Code PIC X(4).
               10  Ext-Read-Type  PIC X(2).

      * Transmission register: one row per extract batch handed
      * off, the outbound twin of STATS.REG, so data control can
      * confirm what was produced and when. The original batch id
      * is filled only on the Restate module's restatement sets.
      * The record count and hash total are the extract trailer's;
      * the acknowledgement fields start blank and are filled by the
      * AckRec module from the warehouse's load acknowledgement.
       FD  Stats-Xrg-File.
       01  Stats-Xrg-Rec.
           05  Xrg-Batch-Id       PIC X(8).
           05  Xrg-Run-Date       PIC X(8).
           05  Xrg-Run-Time       PIC X(6).
           05  Xrg-Rec-Count      PIC 9(6).
           05  Xrg-Orig-Batch-Id  PIC X(8).
           05  Xrg-Hash-Total     PIC 9(8)V9(2).
           05  Xrg-Ack-Status     PIC X.
           05  Xrg-Ack-Date       PIC X(8).
           05  Xrg-Ack-Count      PIC 9(6).
           05  Xrg-Ack-Hash       PIC 9(8)V9(2).

      * One row per accepted reading of a completed batch, stamped
      * with the run that produced it; the status byte is left blank
      * here and set to F by the Restate module when the reading is
      * confirmed as a sensor fault. The sensor id follows it.
       FD  Stats-Dtl-File.
       01  Stats-Dtl-Rec.
           05  Dtl-Batch-Id       PIC X(8).
           05  Dtl-Business-Date  PIC X(8).
           05  Dtl-Run-Date       PIC X(8).
           05  Dtl-Run-Time       PIC X(6).
           05  Dtl-Group          PIC X(4).
           05  Dtl-Type           PIC X(2).
           05  Dtl-Value          PIC 9(5)V9(2).
           05  Dtl-Status         PIC X.
           05  Dtl-Sensor-Id      PIC X(8).

      * Per-group/per-type results keyed by run date, so "what were
      * group X's stats for the first two weeks of August" is one
           05  Mst-Active-Flag    PIC X.
           05  Mst-Min-Value      PIC 9(5)V9(2).
           05  Mst-Max-Value      PIC 9(5)V9(2).
           05  Mst-Owner-Id       PIC X(8).
           05  Mst-Owner-Name     PIC X(30).

      * Reading-type master, maintained by the TypMnt module: the
      * description and unit printed on the type section headings
      * and the type's own plausible range (zero/zero = none).
       FD  Types-Mst-File.
       01  Types-Mst-Rec.
           05  Typ-Type-Code      PIC X(2).
           05  Typ-Type-Desc      PIC X(20).
           05  Typ-Unit           PIC X(8).
           05  Typ-Active-Flag    PIC X.
           05  Typ-Min-Value      PIC 9(5)V9(2).
           05  Typ-Max-Value      PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-In-Status           PIC XX.
           88  WS-Ckp-Not-Found               VALUE "35".
       01  WS-Csv-Status          PIC XX.
       01  WS-Mst-Status          PIC XX.
       01  WS-Tmst-Status         PIC XX.
       01  WS-Out-Status          PIC XX.
       01  WS-Log-Status          PIC XX.
       01  WS-Prm-Status          PIC XX.
           88  WS-Reg-Not-Found               VALUE "35".
       01  WS-Ext-Status          PIC XX.
       01  WS-Xrg-Status          PIC XX.
       01  WS-Dtl-Status          PIC XX.
       01  WS-Wrk-Status          PIC XX.
       01  WS-Srt-Status          PIC XX.
       01  WS-Cal-Status          PIC XX.
       01  WS-Log-Stamp           PIC X(21).
       01  Log-Line               PIC X(100).
       01  WS-Log-Count-Ed        PIC ZZZZZ9.
       01  WS-Log-Count-Ed-2      PIC ZZZZZ9.
       01  WS-Log-Rc-Ed           PIC ZZ9.
       01  WS-Log-File-Name       PIC X(10).
       01  WS-Log-File-Status     PIC XX.
       01  WS-Ckp-Resume-Count    PIC 9(6) VALUE 0.
       01  WS-Records-Read        PIC 9(6) VALUE 0.
       01  WS-Reject-Count        PIC 9(6) VALUE 0.
      * Rejects written while the batch in flight was open; logged
      * with its outlier count when the batch completes, so the
      * lineage audit can prove REJECT.MST and OUTLIER.MST hold
      * what each batch produced.
       01  WS-Batch-Rejects       PIC 9(6) VALUE 0.
      * Accepted readings of the batch that arrived without a sensor
      * id, counted as its detail is retained so data control can
      * see which feeds have still to change over.
       01  WS-Batch-No-Sensor     PIC 9(6) VALUE 0.
       01  WS-Accepted-Count      PIC 9(6) VALUE 0.
       01  WS-Run-Date            PIC X(8).
       01  WS-Run-Time            PIC X(6).
      * loop, so it keeps its own end-of-file switch.
       01  WS-Force-Sw            PIC X VALUE "N".
           88  WS-Force-Rerun                 VALUE "Y".
      * SENSOR-REQUIRED=Y rejects a detail reading with no sensor
      * id; left at N while upstream feeds are changing over.
       01  WS-Sensor-Req-Sw       PIC X VALUE "N".
           88  WS-Sensor-Required             VALUE "Y".
       01  WS-Reg-Eof-Sw          PIC X.
           88  WS-Reg-Eof                     VALUE "Y".
       01  WS-Reg-Found-Sw        PIC X.
      * the compiled-in defaults and STATS.PRM overrides them per
      * site at run time (MIN-VALUE/MAX-VALUE keywords). A group
      * carrying its own bounds on GROUPS.MST overrides this global
      * pair for that group's readings, and a reading type carrying
      * its own bounds on TYPES.MST overrides it for that type's
      * readings; a reading must sit inside both ranges.
       01  WS-Min-Value           PIC 9(5)V9(2) VALUE 0.
       01  WS-Max-Value-Limit     PIC 9(5)V9(2) VALUE 9999.99.

       01  WS-Grp-Min             PIC 9(5)V9(2).
       01  WS-Grp-Max             PIC 9(5)V9(2).

      * Reading-type master loaded from TYPES.MST at startup. Type
      * codes missing from it, or present but inactive, are rejected
      * the same way unknown or inactive group codes are.
       01  WS-Tmst-Count          PIC 9(3) VALUE 0.
       01  Tmst-Table.
           05  Tmst-Entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-Tmst-Count
                   INDEXED BY Tmst-Idx.
               10  Tmst-Code      PIC X(2).
               10  Tmst-Desc      PIC X(20).
               10  Tmst-Unit      PIC X(8).
               10  Tmst-Active    PIC X.
                   88  Tmst-Entry-Active          VALUE "A".
               10  Tmst-Min       PIC 9(5)V9(2).
               10  Tmst-Max       PIC 9(5)V9(2).
       01  WS-Tmst-Sw             PIC X.
           88  WS-Tmst-Found                  VALUE "Y".
           88  WS-Tmst-Not-Found              VALUE "N".
       01  WS-Tmst-Hit            PIC 9(3).
       01  WS-Lookup-Type         PIC X(2).
       01  WS-Typ-Min             PIC 9(5)V9(2).
       01  WS-Typ-Max             PIC 9(5)V9(2).

      * Outlier screening: a reading more than this many standard
      * deviations from its group mean is written to STATS.OUT even
      * though it sat inside the validation bounds; tune per
       01  Rpt-Prm-Max-Ed         PIC Z(4)9.99.
       01  Rpt-Prm-Int-Ed         PIC ZZZ9.
       01  Rpt-Prm-Sig-Ed         PIC Z9.99.
       01  Rpt-Prm-Sensor-Ed      PIC X(8).

      * CSV-export work fields.
       01  Csv-Line               PIC X(100).

           PERFORM Load-Parameters
           PERFORM Load-Group-Master
           PERFORM Load-Type-Master
           PERFORM Load-Calendar
           PERFORM Open-Work-File
           PERFORM Load-Checkpoint
      * Picks up the site's tuning values from STATS.PRM, one
      * keyword=value per line ("*" in column one is a comment).
      * Recognized keywords: MIN-VALUE, MAX-VALUE, CKP-INTERVAL,
      * OUTLIER-SIGMA, FORCE-RERUN, SENSOR-REQUIRED; TREND-SIGMA,
      * AGE-DAYS, OUT-AGE-DAYS, LATE-DAYS, ACK-DAYS, SENSOR-DAYS,
      * SENSOR-MIN-HITS, APPROVE-DAYS and the *-KEEP-DAYS retention
      * counts belong to the Trend, Reproc, OutReg, Score, AckRec,
      * Sensor, GrpMnt, TypMnt, PndRpt and Housekeep modules and are
      * passed over without
      * comment, as is the
      * retired MAX-VALUES
      * batch cap (batches now spill to the work file, so there is
      * no table to cap). A missing file or
      * keyword leaves the compiled-in default in force, a value
                   WHEN "GHI-KEEP-DAYS"
                   WHEN "LOG-KEEP-DAYS"
                   WHEN "REG-KEEP-DAYS"
                   WHEN "DTL-KEEP-DAYS"
                   WHEN "REJ-KEEP-DAYS"
                   WHEN "OUT-KEEP-DAYS"
                   WHEN "LATE-DAYS"
                   WHEN "ACK-DAYS"
                   WHEN "SENSOR-DAYS"
                   WHEN "SENSOR-MIN-HITS"
                   WHEN "APPROVE-DAYS"
                       CONTINUE
                   WHEN "FORCE-RERUN"
                       EVALUATE WS-Prm-Value(1:1)
                           WHEN OTHER
                               PERFORM Log-Parameter-Bad
                       END-EVALUATE
                   WHEN "SENSOR-REQUIRED"
                       EVALUATE WS-Prm-Value(1:1)
                           WHEN "Y"
                               SET WS-Sensor-Required TO TRUE
                               PERFORM Log-Parameter-Set
                           WHEN "N"
                               MOVE "N" TO WS-Sensor-Req-Sw
                               PERFORM Log-Parameter-Set
                           WHEN OTHER
                               PERFORM Log-Parameter-Bad
                       END-EVALUATE
                   WHEN "MIN-VALUE"
                   WHEN "MAX-VALUE"
                   WHEN "CKP-INTERVAL"
               END-IF
           END-PERFORM.

      * Loads the reading-type master into Tmst-Table. Like the
      * group master it is reference data the validation depends
      * on, so a missing or unreadable TYPES.MST stops the run
      * rather than reject every reading as an unknown type.
       Load-Type-Master.
           MOVE 0 TO WS-Tmst-Count
           OPEN INPUT Types-Mst-File
           MOVE "TYPES.MST" TO WS-Log-File-Name
           MOVE WS-Tmst-Status TO WS-Log-File-Status
           PERFORM Log-File-Opened
           IF WS-Tmst-Status NOT = "00"
               DISPLAY "Stats: unable to open TYPES-MST, status "
                   WS-Tmst-Status
               MOVE 16 TO RETURN-CODE
               PERFORM End-Run
           END-IF
           PERFORM UNTIL WS-Eof
               READ Types-Mst-File
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Tmst-Count < 50
                           ADD 1 TO WS-Tmst-Count
                           MOVE Typ-Type-Code
                               TO Tmst-Code(WS-Tmst-Count)
                           MOVE Typ-Type-Desc
                               TO Tmst-Desc(WS-Tmst-Count)
                           MOVE Typ-Unit
                               TO Tmst-Unit(WS-Tmst-Count)
                           MOVE Typ-Active-Flag
                               TO Tmst-Active(WS-Tmst-Count)
                           MOVE Typ-Min-Value
                               TO Tmst-Min(WS-Tmst-Count)
                           MOVE Typ-Max-Value
                               TO Tmst-Max(WS-Tmst-Count)
                       ELSE
                           DISPLAY "Stats: more than 50 master "
                               "types, " Typ-Type-Code " ignored"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Types-Mst-File
           MOVE "TYPES.MST" TO WS-Log-File-Name
           MOVE WS-Tmst-Status TO WS-Log-File-Status
           PERFORM Log-File-Closed
           MOVE "N" TO WS-Eof-Sw.

      * Looks WS-Lookup-Type up in the reading-type table; on a hit
      * sets WS-Tmst-Found and leaves the entry number in
      * WS-Tmst-Hit.
       Find-Type-Entry.
           SET WS-Tmst-Not-Found TO TRUE
           MOVE 0 TO WS-Tmst-Hit
           PERFORM VARYING Tmst-Idx FROM 1 BY 1
                   UNTIL Tmst-Idx > WS-Tmst-Count
               IF Tmst-Code(Tmst-Idx) = WS-Lookup-Type
                   SET WS-Tmst-Found TO TRUE
                   SET WS-Tmst-Hit TO Tmst-Idx
               END-IF
           END-PERFORM.

      * Loads the processing calendar and marks the dates already
      * run to completion off the STATS.REG register, so the next
      * expected business date is simply the first calendar entry
           MOVE Ckp-Entry-Group TO Wrk-Group
           MOVE Ckp-Entry-Type  TO Wrk-Type
           MOVE Ckp-Entry-Value TO Wrk-Value
           MOVE Ckp-Entry-Sensor TO Wrk-Sensor
           WRITE Stats-Wrk-Rec
           MOVE Ckp-Entry-Group TO WS-Acc-Group
           MOVE Ckp-Entry-Type  TO WS-Acc-Type
                                       TO WS-Data-Count
                                   MOVE Ckp-Run-Hash
                                       TO WS-Run-Hash
                                   IF Ckp-Batch-Rejects IS NUMERIC
                                       MOVE Ckp-Batch-Rejects
                                           TO WS-Batch-Rejects
                                   END-IF
                               WHEN Ckp-Rec-Is-Entry
                                   PERFORM Restore-Checkpoint-Entry
                           END-EVALUATE
               MOVE WS-Data-Count     TO Ckp-Data-Count
               MOVE WS-Run-Hash       TO Ckp-Run-Hash
               MOVE SPACES            TO Ckp-Entry-Type
               MOVE WS-Batch-Rejects  TO Ckp-Batch-Rejects
               MOVE SPACES            TO Ckp-Entry-Sensor
               WRITE Stats-Ckp-Rec
      * The entry snapshot now streams off the work file instead of
      * a storage table: close it, copy its records into the
                           MOVE Wrk-Group TO Ckp-Entry-Group
                           MOVE Wrk-Type  TO Ckp-Entry-Type
                           MOVE Wrk-Value TO Ckp-Entry-Value
                           MOVE Wrk-Sensor TO Ckp-Entry-Sensor
                           MOVE SPACES TO Ckp-Batch-Id
                           MOVE SPACES TO Ckp-Business-Date
                           MOVE "N" TO Ckp-Header-Sw
                           MOVE 0 TO Ckp-Exp-Hash
                           MOVE 0 TO Ckp-Data-Count
                           MOVE 0 TO Ckp-Run-Hash
                           MOVE 0 TO Ckp-Batch-Rejects
                           WRITE Stats-Ckp-Rec
                   END-READ
               END-PERFORM
               MOVE 0 TO Ckp-Data-Count
               MOVE 0 TO Ckp-Run-Hash
               MOVE SPACES TO Ckp-Entry-Type
               MOVE 0 TO Ckp-Batch-Rejects
               MOVE SPACES TO Ckp-Entry-Sensor
               WRITE Stats-Ckp-Rec
               CLOSE Stats-Ckp-File
           END-IF.
                           MOVE SPACES TO Rej-Group
                           MOVE SPACES TO Rej-Read-Type
                           MOVE 0 TO Rej-Value
                           MOVE SPACES TO Rej-Sensor-Id
                           MOVE "IN-REC-TYPE" TO Rej-Field
                           MOVE "Unknown record type" TO Rej-Reason
                           PERFORM Write-Reject
           SET WS-Header-Seen TO TRUE
           MOVE In-Batch-Id       TO WS-Batch-Id
           MOVE In-Business-Date  TO WS-Business-Date
           MOVE 0 TO WS-Batch-Rejects
           MOVE SPACES TO WS-Log-Text
           STRING "Processing batch "  DELIMITED BY SIZE
                  WS-Batch-Id          DELIMITED BY SIZE
               MOVE In-Group-Code TO Wrk-Group
               MOVE In-Read-Type  TO Wrk-Type
               MOVE In-Value      TO Wrk-Value
               MOVE In-Sensor-Id  TO Wrk-Sensor
               WRITE Stats-Wrk-Rec
               MOVE In-Group-Code TO WS-Acc-Group
               MOVE In-Read-Type  TO WS-Acc-Type
               MOVE SPACES TO Rej-Group
               MOVE SPACES TO Rej-Read-Type
               MOVE 0 TO Rej-Value
               MOVE SPACES TO Rej-Sensor-Id
               MOVE "IN-REC-TYPE" TO Rej-Field
               MOVE "Trailer record without batch header"
                   TO Rej-Reason
           PERFORM Write-Csv-Row

           PERFORM Write-History-Record
           PERFORM Retain-Batch-Detail
           PERFORM Register-Batch
           PERFORM Mark-Calendar-Date
           MOVE SPACES TO WS-Log-Text
                  WS-Batch-Id  DELIMITED BY SIZE
                  " processed" DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log
           MOVE WS-Batch-Rejects TO WS-Log-Count-Ed
           MOVE WS-Outlier-Total TO WS-Log-Count-Ed-2
           MOVE SPACES TO WS-Log-Text
           STRING "Batch "          DELIMITED BY SIZE
                  WS-Batch-Id       DELIMITED BY SIZE
                  " rejects "       DELIMITED BY SIZE
                  WS-Log-Count-Ed   DELIMITED BY SIZE
                  " outliers "      DELIMITED BY SIZE
                  WS-Log-Count-Ed-2 DELIMITED BY SIZE
               INTO WS-Log-Text
           PERFORM Write-Log.

      * Clears the per-batch state so the next header/detail/trailer
           MOVE 0 TO WS-Exp-Hash
           MOVE 0 TO WS-Value-Count
           MOVE 0 TO WS-Outlier-Total
           MOVE 0 TO WS-Batch-Rejects
           MOVE 0 TO WS-Group-Count
           MOVE 0 TO WS-Type-Count
           MOVE 0 TO WS-Ext-Count
           ELSE
               MOVE In-Group-Code TO WS-Lookup-Code
               PERFORM Find-Master-Entry
               MOVE In-Read-Type TO WS-Lookup-Type
               PERFORM Find-Type-Entry
               EVALUATE TRUE
                   WHEN WS-Mst-Not-Found
                       MOVE "IN-GROUP-CODE" TO Rej-Field
                       MOVE "Missing reading type code"
                           TO Rej-Reason
                       PERFORM Reject-Input
                   WHEN WS-Tmst-Not-Found
                       MOVE "IN-READ-TYPE" TO Rej-Field
                       MOVE "Reading type not on TYPES.MST"
                           TO Rej-Reason
                       PERFORM Reject-Input
                   WHEN NOT Tmst-Entry-Active(WS-Tmst-Hit)
                       MOVE "IN-READ-TYPE" TO Rej-Field
                       MOVE "Reading type inactive on TYPES.MST"
                           TO Rej-Reason
                       PERFORM Reject-Input
                   WHEN WS-Sensor-Required AND In-Sensor-Id = SPACES
                       MOVE "IN-SENSOR-ID" TO Rej-Field
                       MOVE "Missing sensor/station id"
                           TO Rej-Reason
                       PERFORM Reject-Input
                   WHEN OTHER
                       PERFORM Set-Type-Bounds
                       PERFORM Set-Group-Bounds
                       EVALUATE TRUE
                           WHEN In-Value < WS-Typ-Min
                                   OR In-Value > WS-Typ-Max
                               MOVE "IN-VALUE" TO Rej-Field
                               MOVE "Value outside type min/max bound"
                                   TO Rej-Reason
                               PERFORM Reject-Input
                           WHEN In-Value < WS-Grp-Min
                                   OR In-Value > WS-Grp-Max
                               MOVE "IN-VALUE" TO Rej-Field
                               MOVE "Value outside group min/max bound"
                                   TO Rej-Reason
                               PERFORM Reject-Input
                       END-EVALUATE
               END-EVALUATE
           END-IF.

               MOVE WS-Max-Value-Limit  TO WS-Grp-Max
           END-IF.

      * Effective bounds for the reading type just looked up, by the
      * same rule: the type's own min/max when it carries one (max
      * > 0), otherwise the global pair.
       Set-Type-Bounds.
           IF Tmst-Max(WS-Tmst-Hit) > 0
               MOVE Tmst-Min(WS-Tmst-Hit) TO WS-Typ-Min
               MOVE Tmst-Max(WS-Tmst-Hit) TO WS-Typ-Max
           ELSE
               MOVE WS-Min-Value          TO WS-Typ-Min
               MOVE WS-Max-Value-Limit    TO WS-Typ-Max
           END-IF.

       Reject-Input.
           SET WS-Input-Invalid TO TRUE
           MOVE In-Group-Code TO Rej-Group
           MOVE In-Read-Type  TO Rej-Read-Type
           MOVE In-Value      TO Rej-Value
           MOVE In-Sensor-Id  TO Rej-Sensor-Id
           PERFORM Write-Reject.

       Write-Reject.
           MOVE WS-Run-Date TO Rej-Date
           MOVE WS-Batch-Id TO Rej-Batch-Id
           ADD 1 TO WS-Reject-Count
           ADD 1 TO WS-Batch-Rejects
           MOVE WS-Reject-Count TO Rej-Seq
           WRITE Stats-Rej-Rec
           PERFORM Save-Checkpoint-Now.
                   MOVE Srt-Value TO Out-Value
                   MOVE Grp-Mean(WS-Pair-Hit) TO Out-Group-Mean
                   MOVE WS-Z-Score TO Out-Z-Score
                   MOVE Srt-Sensor TO Out-Sensor-Id
                   WRITE Stats-Out-Rec
                   ADD 1 TO Grp-Outliers(WS-Pair-Hit)
                   ADD 1 TO WS-Outlier-Total

           MOVE SPACES TO Rpt-Line
           WRITE Stats-Rpt-Rec FROM Rpt-Line
           MOVE WS-Current-Type TO WS-Lookup-Type
           PERFORM Find-Type-Entry
           MOVE SPACES TO Rpt-Line
           IF WS-Tmst-Found
               STRING "READING TYPE "   DELIMITED BY SIZE
                      WS-Current-Type   DELIMITED BY SIZE
                      "  "              DELIMITED BY SIZE
                      Tmst-Desc(WS-Tmst-Hit) DELIMITED BY SIZE
                      "  UNIT: "        DELIMITED BY SIZE
                      Tmst-Unit(WS-Tmst-Hit) DELIMITED BY SIZE
                   INTO Rpt-Line
           ELSE
               STRING "READING TYPE "   DELIMITED BY SIZE
                      WS-Current-Type   DELIMITED BY SIZE
                   INTO Rpt-Line
           END-IF
           WRITE Stats-Rpt-Rec FROM Rpt-Line

           PERFORM VARYING Group-Idx FROM 1 BY 1
           MOVE WS-Max-Value-Limit TO Rpt-Prm-Max-Ed
           MOVE WS-Ckp-Interval    TO Rpt-Prm-Int-Ed
           MOVE WS-Outlier-Sigma   TO Rpt-Prm-Sig-Ed
           IF WS-Sensor-Required
               MOVE "required" TO Rpt-Prm-Sensor-Ed
           ELSE
               MOVE "optional" TO Rpt-Prm-Sensor-Ed
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "Limits: value "     DELIMITED BY SIZE
                  Rpt-Prm-Min-Ed      DELIMITED BY SIZE
                  Rpt-Prm-Int-Ed      DELIMITED BY SIZE
                  ", outlier sigma "  DELIMITED BY SIZE
                  Rpt-Prm-Sig-Ed      DELIMITED BY SIZE
                  ", sensor id "      DELIMITED BY SIZE
                  Rpt-Prm-Sensor-Ed   DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Stats-Rpt-Rec FROM Rpt-Line

               MOVE WS-Run-Date       TO Xrg-Run-Date
               MOVE WS-Run-Time       TO Xrg-Run-Time
               MOVE WS-Ext-Count      TO Xrg-Rec-Count
               MOVE SPACES            TO Xrg-Orig-Batch-Id
               MOVE WS-Ext-Hash       TO Xrg-Hash-Total
               MOVE SPACE             TO Xrg-Ack-Status
               MOVE SPACES            TO Xrg-Ack-Date
               MOVE 0                 TO Xrg-Ack-Count
               MOVE 0                 TO Xrg-Ack-Hash
               WRITE Stats-Xrg-Rec
               CLOSE Stats-Xrg-File
               MOVE SPACES TO WS-Log-Text
               PERFORM Write-Log
           END-IF.

      * Appends the batch's accepted readings from STATS.WRK to the
      * STATS.DTL detail store, stamped with this run, so the
      * Restate module can recompute a pair without a faulted
      * reading. Best-effort the same way STATS.XRG is: a store that
      * cannot be written is logged and the batch still registers.
      * A rerun appends a fresh copy under its own stamp and Restate
      * uses only the latest.
       Retain-Batch-Detail.
           OPEN EXTEND Stats-Dtl-File
           IF WS-Dtl-Status NOT = "00"
               OPEN OUTPUT Stats-Dtl-File
           END-IF
           IF WS-Dtl-Status NOT = "00"
               DISPLAY "Stats: warning - unable to open STATS.DTL, "
                   "status " WS-Dtl-Status ", detail not retained"
               MOVE "STATS.DTL unwritable, detail not retained"
                   TO WS-Log-Text
               PERFORM Write-Log
           ELSE
               MOVE 0 TO WS-Batch-No-Sensor
               OPEN INPUT Stats-Wrk-File
               MOVE "N" TO WS-Wrk-Eof-Sw
               PERFORM UNTIL WS-Wrk-Eof
                   READ Stats-Wrk-File
                       AT END
                           SET WS-Wrk-Eof TO TRUE
                       NOT AT END
                           MOVE WS-Batch-Id      TO Dtl-Batch-Id
                           MOVE WS-Business-Date TO Dtl-Business-Date
                           MOVE WS-Run-Date      TO Dtl-Run-Date
                           MOVE WS-Run-Time      TO Dtl-Run-Time
                           MOVE Wrk-Group        TO Dtl-Group
                           MOVE Wrk-Type         TO Dtl-Type
                           MOVE Wrk-Value        TO Dtl-Value
                           MOVE SPACE            TO Dtl-Status
                           MOVE Wrk-Sensor       TO Dtl-Sensor-Id
                           IF Wrk-Sensor = SPACES
                               ADD 1 TO WS-Batch-No-Sensor
                           END-IF
                           WRITE Stats-Dtl-Rec
                   END-READ
               END-PERFORM
               CLOSE Stats-Wrk-File
               MOVE "N" TO WS-Wrk-Eof-Sw
               CLOSE Stats-Dtl-File
               MOVE WS-Value-Count TO WS-Log-Count-Ed
               MOVE SPACES TO WS-Log-Text
               STRING "Batch "        DELIMITED BY SIZE
                      WS-Batch-Id     DELIMITED BY SIZE
                      " detail retained, readings "
                                      DELIMITED BY SIZE
                      WS-Log-Count-Ed DELIMITED BY SIZE
                   INTO WS-Log-Text
               PERFORM Write-Log
               IF WS-Batch-No-Sensor > 0
                   MOVE WS-Batch-No-Sensor TO WS-Log-Count-Ed
                   MOVE SPACES TO WS-Log-Text
                   STRING "Batch "        DELIMITED BY SIZE
                          WS-Batch-Id     DELIMITED BY SIZE
                          " readings without sensor id "
                                          DELIMITED BY SIZE
                          WS-Log-Count-Ed DELIMITED BY SIZE
                       INTO WS-Log-Text
                   PERFORM Write-Log
               END-IF
           END-IF.

      * Marks the batch complete in the processed-batch register.
      * Only reached after the statistics, report, CSV and history
      * row are all written, so an abended or held run never
