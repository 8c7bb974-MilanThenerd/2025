               RECORD KEY IS Ghi-Key
               FILE STATUS IS WS-Ghi-Status.

      * Run lock held by the nightly job stream while it is active.
           SELECT Stats-Lck-File ASSIGN TO "STATS.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lck-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stats-Ghi-File.
           05  Ghi-Median         PIC 9(5)V9(2).
           05  Ghi-Mode           PIC 9(5)V9(2).

       FD  Stats-Lck-File.
       01  Stats-Lck-Rec          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Lck-Status          PIC XX.
           88  WS-Lck-Not-Found               VALUE "35".
       01  WS-Ghi-Status          PIC XX.
       01  WS-Eof-Sw              PIC X VALUE "N".
           88  WS-Eof                         VALUE "Y".
       PROCEDURE DIVISION.

       Main-Pgm.
           PERFORM Check-Run-Lock
           MOVE 0 TO RETURN-CODE
           PERFORM Read-Request

           END-IF
           STOP RUN.

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
               DISPLAY "HistInq: nightly job stream holds STATS.LCK, "
                   "run refused"
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pulls the request off SYSIN and checks the pieces; dates are
      * eight digits and the scan stops once Ghi-Run-Date passes the
      * to-date, so a reversed range simply finds nothing.
