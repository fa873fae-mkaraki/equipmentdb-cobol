      *          to a walk-up, and saving a consumed booking from a
      *          table that could not hold everything would rewrite
      *          the file without the overflow.
      * Modified: 2026-10-15 mkaraki - Check-out now takes a borrower
      *          ID from the borrower master (borrowers.data, through
      *          EQUIPMENTDB-BORRCHECK) instead of a free-text name,
      *          and refuses a borrower who is unknown, suspended, at
      *          their open-loan limit or holding an overdue item.
      *          LOAN-BORROWER now carries the borrower ID.
      * Modified: 2026-10-15 mkaraki - Every check-in (parent or
      *          component) appends the completed loan to
      *          loanhist.data - serial, borrower, check-out, due and
      *          return dates and days late - before the open loan is
      *          deleted, so the loan history is no longer lost.
      * Modified: 2026-10-15 mkaraki - Take the shared lock on
      *          equipresv.data (EQUIPMENTDB-FILELOCK) before loading
      *          the reservation table and hold it for the session,
      *          refusing to run while EQUIPMENTDB-RESERVE or another
      *          loan session holds it, so a consumed booking can no
      *          longer be saved over bookings made meanwhile (or the
      *          other way round). Consumed bookings are not saved if
      *          a supervisor cleared the lock in the meantime.
      * Modified: 2026-10-15 mkaraki - The borrower ID is keyed into a
      *          10-character field before it is checked and stored,
      *          so what is stored is the ID that was checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-LOAN.
               SELECT RESV-LIST-DATA ASSIGN TO "equipresv.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RESV-LIST-DATA.
               SELECT LOAN-HISTORY-DATA ASSIGN TO "loanhist.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOAN-HISTORY-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "auditrec.cpy".
           FD RESV-LIST-DATA.
           COPY "resvrec.cpy".
           FD LOAN-HISTORY-DATA.
           COPY "lhistrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-LOAN-LIST-DATA PIC X(2).
           01 STATUS-AUDIT-LIST-DATA PIC X(2).
           01 STATUS-RESV-LIST-DATA PIC X(2).
           01 STATUS-LOAN-HISTORY-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 RUN-ID PIC X(14).
           01 TODAY-DATE PIC 9(8).
           01 DAYS-LATE PIC S9(9).
           01 RESV-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 RESV-TABLE.
               05 RESV-TABLE-ENTRY OCCURS 2000 TIMES
               88 RESV-TABLE-CHANGED VALUE "Y".
           01 RESV-CONSUME-SWITCH PIC X(01) VALUE "N".
               88 RESV-CONSUME-PENDING VALUE "Y".
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30) VALUE "equipresv.data".
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-LOAN".
           01 FILELOCK-SINCE PIC X(14).
           01 FILELOCK-RESULT PIC X(01).
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
           01 COMP-QUERY-SERIAL PIC X(10).
           01 QUEUE-SERIAL PIC X(10).
           01 QUEUE-ACTION PIC X(01).
           01 QUEUE-BORROWER PIC X(30).
      *    A borrower ID is at most 10 characters (BORR-ID), so it is
      *    keyed into a field that size - the ID checked by
      *    EQUIPMENTDB-BORRCHECK is then exactly the one stored.
           01 BORROWER-ID-ENTRY PIC X(10).
           01 QUEUE-DUE-DATE PIC 9(8).
           01 PREV-STATUS PIC X(10).
           01 BORRCHECK-ID PIC X(10).
           01 BORRCHECK-RESULT PIC X(01).
           01 BORRCHECK-NAME PIC X(30).
           01 BORRCHECK-MAX-LOANS PIC 9(2).
           01 BORROWER-LOAN-COUNT PIC 9(4).
           01 BORROWER-OVERDUE-COUNT PIC 9(4).
           01 EXIT-SWITCH PIC X(01) VALUE "N".
               88 EXIT-REQUESTED VALUE "Y".
       LINKAGE SECTION.
      *    trail afterwards.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

      *    Check-out enforces and consumes bookings, so the
      *    reservation table is held for the whole session - FILELOCK
      *    tells the operator who holds it on a refusal.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               DISPLAY "Loans need the reservations, so they are not "
                   "available until that session ends."
               GOBACK
           END-IF.

           PERFORM LOAD-RESV-TABLE.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "equipresv.data holds more records than the "
                   "table's 2000 - loans refused so reservations "
                   "are neither missed nor lost."
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               GOBACK
           END-IF.

           OPEN I-O EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               DISPLAY "equipments.data not found, nothing to loan."
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               GOBACK
           END-IF.
           PERFORM OPEN-LOAN-FILE.
           OPEN EXTEND AUDIT-LIST-DATA.
           PERFORM OPEN-LOAN-HISTORY-FILE.

           PERFORM UNTIL EXIT-REQUESTED
               PERFORM PROCESS-LOAN-ACTION
           CLOSE EQUIPMENT-LIST-DATA.
           CLOSE LOAN-LIST-DATA.
           CLOSE AUDIT-LIST-DATA.
           CLOSE LOAN-HISTORY-DATA.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               IF RESV-TABLE-CHANGED THEN
                   PERFORM SAVE-RESV-TABLE
               END-IF
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               IF RESV-TABLE-CHANGED THEN
                   DISPLAY "The lock on equipresv.data was cleared by "
                       "a supervisor - consumed bookings NOT saved."
               END-IF
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

      *    Indexed files have no EXTEND mode - open I-O, creating the
      *    file first if this is the very first run.
       OPEN-LOAN-FILE.
           END-IF.
           EXIT.

      *    Line sequential files have no create-on-EXTEND guarantee -
      *    fall back to OUTPUT the first time, the same pattern the
      *    indexed files use for their first run.
       OPEN-LOAN-HISTORY-FILE.
           OPEN EXTEND LOAN-HISTORY-DATA.
           IF STATUS-LOAN-HISTORY-DATA NOT = "00" THEN
               OPEN OUTPUT LOAN-HISTORY-DATA
           END-IF.
           EXIT.

       PROCESS-LOAN-ACTION.
           DISPLAY "Internal Serial (! exit): ".
           ACCEPT QUEUE-SERIAL FROM CONSOLE.
           EXIT.

       WRITE-LOAN-RECORD.
           DISPLAY "Borrower ID: ".
           ACCEPT BORROWER-ID-ENTRY FROM CONSOLE.
           MOVE BORROWER-ID-ENTRY TO QUEUE-BORROWER.
           DISPLAY "Due Date (YYYYMMDD): ".
           ACCEPT QUEUE-DUE-DATE FROM CONSOLE.

           PERFORM CHECK-BORROWER.
           IF CHECKOUT-ALLOWED THEN
               PERFORM CHECK-RESERVATIONS
           END-IF.
           IF CHECKOUT-ALLOWED THEN
               MOVE QUEUE-SERIAL TO LOAN-SERIAL
               MOVE QUEUE-BORROWER TO LOAN-BORROWER
           END-IF.
           EXIT.

      *    The borrower must be on the master and active, below their
      *    open-loan limit and holding nothing overdue. Components
      *    carried out with a parent are not checked again - they go
      *    with the parent the borrower was cleared for, though each
      *    one counts as an open loan from then on.
       CHECK-BORROWER.
           MOVE "Y" TO CHECKOUT-ALLOWED-SWITCH.
           MOVE QUEUE-BORROWER TO BORRCHECK-ID.
           CALL "EQUIPMENTDB-BORRCHECK" USING BORRCHECK-ID
               BORRCHECK-RESULT BORRCHECK-NAME BORRCHECK-MAX-LOANS.
           EVALUATE BORRCHECK-RESULT
               WHEN "Y"
                   IF BORRCHECK-NAME NOT = SPACES THEN
                       DISPLAY "Borrower: " BORRCHECK-NAME
                   END-IF
               WHEN "S"
                   DISPLAY "Borrower is suspended, not checked out: "
                       BORRCHECK-ID
                   MOVE "N" TO CHECKOUT-ALLOWED-SWITCH
               WHEN OTHER
                   DISPLAY "Borrower not on master, not checked out: "
                       BORRCHECK-ID
                   MOVE "N" TO CHECKOUT-ALLOWED-SWITCH
           END-EVALUATE.
           IF CHECKOUT-ALLOWED THEN
               PERFORM COUNT-BORROWER-LOANS
               IF BORROWER-OVERDUE-COUNT > 0 THEN
                   DISPLAY "Borrower has " BORROWER-OVERDUE-COUNT
                       " overdue item(s), not checked out."
                   MOVE "N" TO CHECKOUT-ALLOWED-SWITCH
               ELSE
                   IF BORROWER-LOAN-COUNT NOT < BORRCHECK-MAX-LOANS
                       THEN
                       DISPLAY "Borrower already has "
                           BORROWER-LOAN-COUNT " open loan(s), limit "
                           BORRCHECK-MAX-LOANS ", not checked out."
                       MOVE "N" TO CHECKOUT-ALLOWED-SWITCH
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *    loans.data is keyed on the serial, so the borrower's loans
      *    are found by a full pass - overdue means past the due date,
      *    the same test EQUIPMENTDB-OVERDUE lists on.
       COUNT-BORROWER-LOANS.
           MOVE ZERO TO BORROWER-LOAN-COUNT.
           MOVE ZERO TO BORROWER-OVERDUE-COUNT.
           MOVE LOW-VALUES TO LOAN-SERIAL.
           START LOAN-LIST-DATA KEY NOT < LOAN-SERIAL
               INVALID KEY
                   MOVE "23" TO STATUS-LOAN-LIST-DATA
           END-START.
           PERFORM UNTIL STATUS-LOAN-LIST-DATA NOT = "00"
               PERFORM COUNT-BORROWER-LOAN
           END-PERFORM.
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

      *    Only a check-out that actually went through burns the
      *    booking - a refused WRITE (loan already on file) leaves
      *    the reservation booked for another try.
           DISPLAY "Checked out: " QUEUE-SERIAL.
           EXIT.

      *    A checked-in loan is copied to loanhist.data and then
      *    deleted - the history file keeps the completed loans and
      *    the audit trail the LOANED status changes, so loans.data
      *    only ever holds the loans currently open.
       CHECK-IN-ITEM.
           MOVE QUEUE-SERIAL TO LOAN-SERIAL.
           READ LOAN-LIST-DATA
               INVALID KEY
                   DISPLAY "No open loan for: " QUEUE-SERIAL
               NOT INVALID KEY
                   PERFORM WRITE-LOAN-HISTORY
                   DELETE LOAN-LIST-DATA RECORD
                   PERFORM MARK-ITEM-RETURNED
                   PERFORM OFFER-CHECKIN-COMPONENTS
               INVALID KEY
                   DISPLAY "Component not on loan: " QUEUE-SERIAL
               NOT INVALID KEY
                   PERFORM WRITE-LOAN-HISTORY
                   DELETE LOAN-LIST-DATA RECORD
                   PERFORM MARK-ITEM-RETURNED
           END-READ.
           EXIT.

      *    Days late counts the days past the due date, the same
      *    measure EQUIPMENTDB-OVERDUE reports while the item is out;
      *    an on-time return records zero.
       WRITE-LOAN-HISTORY.
           MOVE LOAN-SERIAL TO LHIST-SERIAL.
           MOVE LOAN-BORROWER TO LHIST-BORROWER.
           MOVE LOAN-CHECKOUT-DATE TO LHIST-CHECKOUT-DATE.
           MOVE LOAN-DUE-DATE TO LHIST-DUE-DATE.
           MOVE TODAY-DATE TO LHIST-RETURN-DATE.
           COMPUTE DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(LOAN-DUE-DATE).
           IF DAYS-LATE > 0 THEN
               MOVE DAYS-LATE TO LHIST-DAYS-LATE
           ELSE
               MOVE ZERO TO LHIST-DAYS-LATE
           END-IF.
           WRITE LOAN-HISTORY-REC.
           EXIT.

       MARK-ITEM-RETURNED.
           MOVE QUEUE-SERIAL TO INTERNAL-SERIAL.
           READ EQUIPMENT-LIST-DATA
