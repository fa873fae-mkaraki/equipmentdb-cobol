      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Borrower Master Maintenance.
      *          Adds and updates the borrowers on borrowers.data that
      *          EQUIPMENTDB-BORRCHECK validates check-outs and
      *          bookings against: ID, name, home department
      *          (validated through EQUIPMENTDB-REFCHECK), phone and
      *          e-mail, the most loans the borrower may have open at
      *          once, and the active/suspended flag. Adding an ID
      *          already on file updates its details but leaves the
      *          flag alone - suspending and reinstating a borrower
      *          needs supervisor authority on the operator master
      *          (EQUIPMENTDB-OPCHECK). Suspended borrowers stay on
      *          file flagged "S" so their old loans and bookings
      *          remain explainable. The table is loaded into
      *          storage, edited there and rewritten on exit, the way
      *          EQUIPMENTDB-OPERMAINT maintains its master; it holds
      *          2000 records and the program refuses to run when
      *          borrowers.data holds more, so the rewrite never
      *          drops the overflow.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Take the shared lock on
      *          borrowers.data (EQUIPMENTDB-FILELOCK) under the
      *          operator before loading the file, refusing to run
      *          while another session holds it, so two sessions can
      *          no longer each rewrite the file over the other's
      *          changes. Nothing is saved if a supervisor cleared the
      *          lock in the meantime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-BORRMAINT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT BORR-LIST-DATA ASSIGN TO "borrowers.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-BORR-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD BORR-LIST-DATA.
           COPY "borrrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-BORR-LIST-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 ACTION-CHOICE PIC X(01).
           01 QUEUE-ID PIC X(10).
           01 QUEUE-NAME PIC X(30).
           01 QUEUE-DEPARTMENT PIC X(20).
           01 QUEUE-PHONE PIC X(20).
           01 QUEUE-EMAIL PIC X(40).
           01 QUEUE-MAX-LOANS PIC 9(2).
           01 BORR-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 BORR-TABLE.
               05 BORR-TABLE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BORR-TABLE-INDEX.
                   10 BT-ID PIC X(10).
                   10 BT-NAME PIC X(30).
                   10 BT-DEPARTMENT PIC X(20).
                   10 BT-PHONE PIC X(20).
                   10 BT-EMAIL PIC X(40).
                   10 BT-MAX-LOANS PIC 9(2).
                   10 BT-ACTIVE-FLAG PIC X(01).
           01 MATCH-INDEX PIC 9(4).
           01 BORR-FOUND-SWITCH PIC X(01).
               88 BORROWER-FOUND VALUE "Y".
           01 REF-TABLE-ID PIC X(01).
           01 REF-CHECK-VALUE PIC X(20).
           01 REF-CHECK-RESULT PIC X(01).
               88 REF-VALUE-ALLOWED VALUE "Y".
           01 OPCHECK-RESULT PIC X(01).
           01 OPCHECK-AUTH-LEVEL PIC X(01).
           01 OPCHECK-NAME PIC X(30).
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30) VALUE "borrowers.data".
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-BORRMAINT".
           01 FILELOCK-SINCE PIC X(14).
           01 FILELOCK-RESULT PIC X(01).
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
           01 EXIT-SWITCH PIC X(01) VALUE "N".
               88 EXIT-REQUESTED VALUE "Y".
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID For The Authority Check And The File
      *    Lock - supplied by EQUIPMENTDB-MENU when called from it,
      *    prompted otherwise.
           IF ADDRESS OF CALLER-OPERATOR-ID = NULL THEN
               DISPLAY "Operator ID: "
               ACCEPT OPERATOR-ID FROM CONSOLE
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.

      *    Nobody else may load the file while this session has it -
      *    FILELOCK tells the operator who holds it on a refusal.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.

           PERFORM LOAD-BORR-TABLE.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "borrowers.data holds more records than the "
                   "table's 2000 - maintenance refused so no "
                   "borrowers are lost on the rewrite."
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               GOBACK
           END-IF.

           PERFORM UNTIL EXIT-REQUESTED
               PERFORM PROCESS-MAINT-ACTION
           END-PERFORM.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               PERFORM SAVE-BORR-TABLE
               DISPLAY "Borrower master saved: borrowers.data"
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               DISPLAY "The lock on borrowers.data was cleared by a "
                   "supervisor - changes NOT saved."
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-BORR-TABLE.
           MOVE SPACE TO STATUS-BORR-LIST-DATA.
           OPEN INPUT BORR-LIST-DATA.
           IF STATUS-BORR-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-BORR-LIST-DATA NOT = "00"
                   PERFORM LOAD-BORR-ENTRY
               END-PERFORM
               CLOSE BORR-LIST-DATA
           END-IF.
           EXIT.

       LOAD-BORR-ENTRY.
           READ BORR-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF BORR-TABLE-COUNT < 2000 THEN
                       ADD 1 TO BORR-TABLE-COUNT
                       MOVE BORR-ID TO BT-ID(BORR-TABLE-COUNT)
                       MOVE BORR-NAME TO BT-NAME(BORR-TABLE-COUNT)
                       MOVE BORR-DEPARTMENT
                           TO BT-DEPARTMENT(BORR-TABLE-COUNT)
                       MOVE BORR-PHONE TO BT-PHONE(BORR-TABLE-COUNT)
                       MOVE BORR-EMAIL TO BT-EMAIL(BORR-TABLE-COUNT)
                       MOVE BORR-MAX-LOANS
                           TO BT-MAX-LOANS(BORR-TABLE-COUNT)
                       MOVE BORR-ACTIVE-FLAG
                           TO BT-ACTIVE-FLAG(BORR-TABLE-COUNT)
                   ELSE
                       SET LOAD-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

       PROCESS-MAINT-ACTION.
           DISPLAY "(L)ist, (A)dd/Update, (S)uspend, (R)einstate, "
               "(!) Save And Exit: ".
           ACCEPT ACTION-CHOICE FROM CONSOLE.
           EVALUATE ACTION-CHOICE
               WHEN "L"
                   PERFORM LIST-BORR-TABLE
               WHEN "A"
                   PERFORM ADD-BORROWER
               WHEN "S"
                   PERFORM SET-BORROWER-FLAG
               WHEN "R"
                   PERFORM SET-BORROWER-FLAG
               WHEN "!"
                   SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown action: " ACTION-CHOICE
           END-EVALUATE.
           EXIT.

       LIST-BORR-TABLE.
           IF BORR-TABLE-COUNT = 0 THEN
               DISPLAY "Borrower master is empty."
           ELSE
               DISPLAY "BORROWER   | NAME                         "
                   "  | DEPARTMENT           | MAX | ACT"
               PERFORM VARYING BORR-TABLE-INDEX FROM 1 BY 1
                       UNTIL BORR-TABLE-INDEX > BORR-TABLE-COUNT
                   PERFORM LIST-BORR-LINE
               END-PERFORM
           END-IF.
           EXIT.

       LIST-BORR-LINE.
           DISPLAY
               BT-ID(BORR-TABLE-INDEX)
               " | "
               BT-NAME(BORR-TABLE-INDEX)
               " | "
               BT-DEPARTMENT(BORR-TABLE-INDEX)
               " | "
               BT-MAX-LOANS(BORR-TABLE-INDEX)
               "  | "
               BT-ACTIVE-FLAG(BORR-TABLE-INDEX).
           DISPLAY
               "           | "
               FUNCTION TRIM(BT-PHONE(BORR-TABLE-INDEX))
               "  "
               FUNCTION TRIM(BT-EMAIL(BORR-TABLE-INDEX)).
           EXIT.

       ADD-BORROWER.
           DISPLAY "Borrower ID: ".
           ACCEPT QUEUE-ID FROM CONSOLE.
           IF QUEUE-ID = SPACES THEN
               DISPLAY "Borrower ID is required, not added."
           ELSE
               DISPLAY "Borrower Name: "
               ACCEPT QUEUE-NAME FROM CONSOLE
               PERFORM PROMPT-FOR-DEPARTMENT
               DISPLAY "Phone: "
               ACCEPT QUEUE-PHONE FROM CONSOLE
               DISPLAY "E-Mail: "
               ACCEPT QUEUE-EMAIL FROM CONSOLE
               PERFORM PROMPT-FOR-MAX-LOANS
               PERFORM STORE-BORROWER
           END-IF.
           EXIT.

       STORE-BORROWER.
           PERFORM FIND-BORROWER.
           IF BORROWER-FOUND THEN
               MOVE QUEUE-NAME TO BT-NAME(MATCH-INDEX)
               MOVE QUEUE-DEPARTMENT TO BT-DEPARTMENT(MATCH-INDEX)
               MOVE QUEUE-PHONE TO BT-PHONE(MATCH-INDEX)
               MOVE QUEUE-EMAIL TO BT-EMAIL(MATCH-INDEX)
               MOVE QUEUE-MAX-LOANS TO BT-MAX-LOANS(MATCH-INDEX)
               DISPLAY "Updated: " QUEUE-ID
           ELSE
               IF BORR-TABLE-COUNT < 2000 THEN
                   ADD 1 TO BORR-TABLE-COUNT
                   MOVE QUEUE-ID TO BT-ID(BORR-TABLE-COUNT)
                   MOVE QUEUE-NAME TO BT-NAME(BORR-TABLE-COUNT)
                   MOVE QUEUE-DEPARTMENT
                       TO BT-DEPARTMENT(BORR-TABLE-COUNT)
                   MOVE QUEUE-PHONE TO BT-PHONE(BORR-TABLE-COUNT)
                   MOVE QUEUE-EMAIL TO BT-EMAIL(BORR-TABLE-COUNT)
                   MOVE QUEUE-MAX-LOANS
                       TO BT-MAX-LOANS(BORR-TABLE-COUNT)
                   MOVE "A" TO BT-ACTIVE-FLAG(BORR-TABLE-COUNT)
                   DISPLAY "Added: " QUEUE-ID
               ELSE
                   DISPLAY "Borrower master full, not added."
               END-IF
           END-IF.
           EXIT.

      *    Re-prompt until the department is on the reference table -
      *    EQUIPMENTDB-REFCHECK lists the valid choices on a reject
      *    and allows everything when no table is on file yet.
       PROMPT-FOR-DEPARTMENT.
           MOVE "N" TO REF-CHECK-RESULT.
           PERFORM UNTIL REF-VALUE-ALLOWED
               PERFORM READ-DEPARTMENT-ANSWER
           END-PERFORM.
           EXIT.

       READ-DEPARTMENT-ANSWER.
           DISPLAY "Home Department: ".
           ACCEPT QUEUE-DEPARTMENT FROM CONSOLE.
           MOVE "D" TO REF-TABLE-ID.
           MOVE QUEUE-DEPARTMENT TO REF-CHECK-VALUE.
           CALL "EQUIPMENTDB-REFCHECK" USING REF-TABLE-ID
               REF-CHECK-VALUE REF-CHECK-RESULT.
           EXIT.

      *    A limit of zero would let nobody borrow anything - suspend
      *    the borrower instead.
       PROMPT-FOR-MAX-LOANS.
           MOVE ZERO TO QUEUE-MAX-LOANS.
           PERFORM UNTIL QUEUE-MAX-LOANS > 0
               PERFORM READ-MAX-LOANS-ANSWER
           END-PERFORM.
           EXIT.

       READ-MAX-LOANS-ANSWER.
           DISPLAY "Maximum Open Loans (1-99): ".
           ACCEPT QUEUE-MAX-LOANS FROM CONSOLE.
           IF QUEUE-MAX-LOANS = 0 THEN
               DISPLAY "Limit must be at least 1."
           END-IF.
           EXIT.

      *    Suspension is how a borrower who never returns anything is
      *    stopped, so lifting or imposing it is a supervisor
      *    decision, not a counter clerk's.
       SET-BORROWER-FLAG.
           CALL "EQUIPMENTDB-OPCHECK" USING OPERATOR-ID
               OPCHECK-RESULT OPCHECK-AUTH-LEVEL OPCHECK-NAME.
           IF OPCHECK-AUTH-LEVEL NOT = "S" THEN
               DISPLAY "Supervisor authority required to suspend or "
                   "reinstate borrowers."
           ELSE
               DISPLAY "Borrower ID: "
               ACCEPT QUEUE-ID FROM CONSOLE
               PERFORM FIND-BORROWER
               IF NOT BORROWER-FOUND THEN
                   DISPLAY "Not on master: " QUEUE-ID
               ELSE
                   IF ACTION-CHOICE = "S" THEN
                       MOVE "S" TO BT-ACTIVE-FLAG(MATCH-INDEX)
                       DISPLAY "Suspended: " QUEUE-ID
                   ELSE
                       MOVE "A" TO BT-ACTIVE-FLAG(MATCH-INDEX)
                       DISPLAY "Reinstated: " QUEUE-ID
                   END-IF
               END-IF
           END-IF.
           EXIT.

       FIND-BORROWER.
           MOVE "N" TO BORR-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING BORR-TABLE-INDEX FROM 1 BY 1
                   UNTIL BORR-TABLE-INDEX > BORR-TABLE-COUNT
               PERFORM MATCH-BORR-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-BORR-ENTRY.
           IF BT-ID(BORR-TABLE-INDEX) = QUEUE-ID THEN
               SET BORROWER-FOUND TO TRUE
               SET MATCH-INDEX TO BORR-TABLE-INDEX
           END-IF.
           EXIT.

       SAVE-BORR-TABLE.
           OPEN OUTPUT BORR-LIST-DATA.
           PERFORM VARYING BORR-TABLE-INDEX FROM 1 BY 1
                   UNTIL BORR-TABLE-INDEX > BORR-TABLE-COUNT
               PERFORM SAVE-BORR-ENTRY
           END-PERFORM.
           CLOSE BORR-LIST-DATA.
           EXIT.

       SAVE-BORR-ENTRY.
           MOVE BT-ID(BORR-TABLE-INDEX) TO BORR-ID.
           MOVE BT-NAME(BORR-TABLE-INDEX) TO BORR-NAME.
           MOVE BT-DEPARTMENT(BORR-TABLE-INDEX) TO BORR-DEPARTMENT.
           MOVE BT-PHONE(BORR-TABLE-INDEX) TO BORR-PHONE.
           MOVE BT-EMAIL(BORR-TABLE-INDEX) TO BORR-EMAIL.
           MOVE BT-MAX-LOANS(BORR-TABLE-INDEX) TO BORR-MAX-LOANS.
           MOVE BT-ACTIVE-FLAG(BORR-TABLE-INDEX) TO BORR-ACTIVE-FLAG.
           WRITE BORR-LIST-DATA-REC.
           EXIT.

       END PROGRAM EQUIPMENTDB-BORRMAINT.
