      *          bookings as history forever, and a load-edit-save
      *          over a table that could not hold everything would
      *          rewrite the file without the overflow.
      * Modified: 2026-10-15 mkaraki - Bookings now take a borrower ID
      *          from the borrower master (borrowers.data, through
      *          EQUIPMENTDB-BORRCHECK) instead of a free-text name,
      *          and refuse a borrower who is unknown, suspended, at
      *          their open-loan limit or holding an overdue item -
      *          the same rules check-out in EQUIPMENTDB-LOAN applies.
      *          RESV-BORROWER now carries the borrower ID; loans.data
      *          is opened DYNAMIC so the borrower's loans can be
      *          counted with a sequential pass.
      * Modified: 2026-10-15 mkaraki - Take the shared lock on
      *          equipresv.data (EQUIPMENTDB-FILELOCK) before loading
      *          it, and refuse to run while another session holds
      *          it, so two sessions can no longer each rewrite the
      *          file over the other's bookings. Nothing is saved if
      *          a supervisor cleared the lock in the meantime.
      * Modified: 2026-10-15 mkaraki - The borrower ID is keyed into a
      *          10-character field before it is checked and stored,
      *          so what is stored is the ID that was checked. A
      *          cancellation still takes the full 30 characters, so
      *          a booking made under a borrower name can be found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-RESERVE.
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT LOAN-LIST-DATA ASSIGN TO "loans.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-SERIAL
               FILE STATUS IS STATUS-LOAN-LIST-DATA.
       DATA DIVISION.
           01 ACTION-CHOICE PIC X(01).
           01 QUEUE-SERIAL PIC X(10).
           01 QUEUE-BORROWER PIC X(30).
      *    A borrower ID is at most 10 characters (BORR-ID), so it is
      *    keyed into a field that size - the ID checked by
      *    EQUIPMENTDB-BORRCHECK is then exactly the one stored.
           01 BORROWER-ID-ENTRY PIC X(10).
           01 QUEUE-START-DATE PIC 9(8).
           01 QUEUE-END-DATE PIC 9(8).
           01 RESV-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 BOOKING-ALLOWED-SWITCH PIC X(01).
               88 BOOKING-ALLOWED VALUE "Y".
           01 LISTED-COUNTER PIC 9(4) VALUE ZERO.
           01 TODAY-DATE PIC 9(8).
           01 BORRCHECK-ID PIC X(10).
           01 BORRCHECK-RESULT PIC X(01).
           01 BORRCHECK-NAME PIC X(30).
           01 BORRCHECK-MAX-LOANS PIC 9(2).
           01 BORROWER-LOAN-COUNT PIC 9(4).
           01 BORROWER-OVERDUE-COUNT PIC 9(4).
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30) VALUE "equipresv.data".
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-RESERVE".
           01 FILELOCK-SINCE PIC X(14).
           01 FILELOCK-RESULT PIC X(01).
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
           01 EXIT-SWITCH PIC X(01) VALUE "N".
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

      *    Nobody else may load the file while this session has it -
      *    FILELOCK tells the operator who holds it on a refusal.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.

           PERFORM LOAD-RESV-TABLE.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "equipresv.data holds more records than the "
                   "table's 2000 - maintenance refused so no "
                   "bookings are lost on the rewrite."
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               GOBACK
           END-IF.

               PERFORM PROCESS-RESV-ACTION
           END-PERFORM.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               PERFORM SAVE-RESV-TABLE
               DISPLAY "Reservations saved: equipresv.data"
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               DISPLAY "The lock on equipresv.data was cleared by a "
                   "supervisor - changes NOT saved."
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-RESV-TABLE.
           MOVE SPACE TO STATUS-RESV-LIST-DATA.
           OPEN INPUT RESV-LIST-DATA.
       BOOK-RESERVATION.
           DISPLAY "Internal Serial To Book: ".
           ACCEPT QUEUE-SERIAL FROM CONSOLE.
           DISPLAY "Borrower ID: ".
           ACCEPT BORROWER-ID-ENTRY FROM CONSOLE.
           MOVE BORROWER-ID-ENTRY TO QUEUE-BORROWER.
           DISPLAY "From Date (YYYYMMDD): ".
           ACCEPT QUEUE-START-DATE FROM CONSOLE.
           DISPLAY "To Date (YYYYMMDD): ".
               DISPLAY "To date is before from date, not booked."
               MOVE "N" TO BOOKING-ALLOWED-SWITCH
           END-IF.
           IF BOOKING-ALLOWED THEN
               PERFORM CHECK-BORROWER
           END-IF.
           IF BOOKING-ALLOWED THEN
               PERFORM CHECK-SERIAL-ON-MASTER
           END-IF.
           END-IF.
           EXIT.

      *    The same borrower rules EQUIPMENTDB-LOAN applies at
      *    check-out: on the master and active, below their open-loan
      *    limit and holding nothing overdue.
       CHECK-BORROWER.
           MOVE QUEUE-BORROWER TO BORRCHECK-ID.
           CALL "EQUIPMENTDB-BORRCHECK" USING BORRCHECK-ID
               BORRCHECK-RESULT BORRCHECK-NAME BORRCHECK-MAX-LOANS.
           EVALUATE BORRCHECK-RESULT
               WHEN "Y"
                   IF BORRCHECK-NAME NOT = SPACES THEN
                       DISPLAY "Borrower: " BORRCHECK-NAME
                   END-IF
               WHEN "S"
                   DISPLAY "Borrower is suspended, not booked: "
                       BORRCHECK-ID
                   MOVE "N" TO BOOKING-ALLOWED-SWITCH
               WHEN OTHER
                   DISPLAY "Borrower not on master, not booked: "
                       BORRCHECK-ID
                   MOVE "N" TO BOOKING-ALLOWED-SWITCH
           END-EVALUATE.
           IF BOOKING-ALLOWED THEN
               PERFORM COUNT-BORROWER-LOANS
               IF BORROWER-OVERDUE-COUNT > 0 THEN
                   DISPLAY "Borrower has " BORROWER-OVERDUE-COUNT
                       " overdue item(s), not booked."
                   MOVE "N" TO BOOKING-ALLOWED-SWITCH
               ELSE
                   IF BORROWER-LOAN-COUNT NOT < BORRCHECK-MAX-LOANS
                       THEN
                       DISPLAY "Borrower already has "
                           BORROWER-LOAN-COUNT " open loan(s), limit "
                           BORRCHECK-MAX-LOANS ", not booked."
                       MOVE "N" TO BOOKING-ALLOWED-SWITCH
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *    loans.data is keyed on the serial, so the borrower's loans
      *    are found by a full pass - overdue means past the due date,
      *    the same test EQUIPMENTDB-OVERDUE lists on. No loans.data
      *    yet means nothing is out.
       COUNT-BORROWER-LOANS.
           MOVE ZERO TO BORROWER-LOAN-COUNT.
           MOVE ZERO TO BORROWER-OVERDUE-COUNT.
           MOVE SPACE TO STATUS-LOAN-LIST-DATA.
           OPEN INPUT LOAN-LIST-DATA.
           IF STATUS-LOAN-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-LOAN-LIST-DATA NOT = "00"
                   PERFORM COUNT-BORROWER-LOAN
               END-PERFORM
               CLOSE LOAN-LIST-DATA
           END-IF.
           EXIT.

       COUNT-BORROWER-LOAN.
           READ LOAN-LIST-DATA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LOAN-BORROWER = QUEUE-BORROWER THEN
                       ADD 1 TO BORROWER-LOAN-COUNT
                       IF LOAN-DUE-DATE < TODAY-DATE THEN
                           ADD 1 TO BORROWER-OVERDUE-COUNT
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       CHECK-SERIAL-ON-MASTER.
           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
       CANCEL-RESERVATION.
           DISPLAY "Internal Serial To Cancel: ".
           ACCEPT QUEUE-SERIAL FROM CONSOLE.
      *    Taken at full width: bookings made before borrower IDs
      *    hold the borrower's name, and must still be cancellable.
           DISPLAY "Borrower ID On The Booking: ".
           ACCEPT QUEUE-BORROWER FROM CONSOLE.
           PERFORM FIND-BOOKED-RESERVATION.
           IF RESERVATION-FOUND THEN
