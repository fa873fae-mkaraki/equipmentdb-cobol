      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Borrower Check.
      *          Called the way EQUIPMENTDB-OPCHECK is, by
      *          EQUIPMENTDB-LOAN at check-out and EQUIPMENTDB-RESERVE
      *          at booking: looks the borrower ID up on
      *          borrowers.data and returns "Y" with the borrower's
      *          name and open-loan limit when the ID is on file and
      *          active, "S" when it is on file but suspended and "N"
      *          when it is not on file. Counting the borrower's open
      *          and overdue loans is left to the caller, which
      *          already has loans.data open. A missing or empty
      *          borrower master returns "Y" with a limit of 99 for
      *          any ID, so installations that have not loaded the
      *          master yet keep working exactly as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-BORRCHECK.
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
           01 RECORDS-SEEN-COUNT PIC 9(5) VALUE ZERO.
       LINKAGE SECTION.
           01 BORRCHECK-ID PIC X(10).
           01 BORRCHECK-RESULT PIC X(01).
           01 BORRCHECK-NAME PIC X(30).
           01 BORRCHECK-MAX-LOANS PIC 9(2).
       PROCEDURE DIVISION USING BORRCHECK-ID BORRCHECK-RESULT
           BORRCHECK-NAME BORRCHECK-MAX-LOANS.
       MAIN-PROCEDURE.
           MOVE ZERO TO RECORDS-SEEN-COUNT.
           MOVE "N" TO BORRCHECK-RESULT.
           MOVE SPACES TO BORRCHECK-NAME.
           MOVE ZERO TO BORRCHECK-MAX-LOANS.

      *    No borrower master on file yet means nothing to enforce -
      *    any borrower may take any number of loans, as before the
      *    master existed.
           MOVE SPACE TO STATUS-BORR-LIST-DATA.
           OPEN INPUT BORR-LIST-DATA.
           IF STATUS-BORR-LIST-DATA NOT = "00" THEN
               MOVE "Y" TO BORRCHECK-RESULT
               MOVE 99 TO BORRCHECK-MAX-LOANS
               GOBACK
           END-IF.

           PERFORM UNTIL STATUS-BORR-LIST-DATA NOT = "00"
               PERFORM SCAN-BORR-ENTRY
           END-PERFORM.
           CLOSE BORR-LIST-DATA.

           IF RECORDS-SEEN-COUNT = 0 THEN
               MOVE "Y" TO BORRCHECK-RESULT
               MOVE 99 TO BORRCHECK-MAX-LOANS
           END-IF.

           GOBACK.

       SCAN-BORR-ENTRY.
           READ BORR-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO RECORDS-SEEN-COUNT
                   IF BORR-ID = BORRCHECK-ID THEN
                       MOVE BORR-NAME TO BORRCHECK-NAME
                       MOVE BORR-MAX-LOANS TO BORRCHECK-MAX-LOANS
                       IF BORR-ACTIVE-FLAG = "A" THEN
                           MOVE "Y" TO BORRCHECK-RESULT
                       ELSE
                           MOVE "S" TO BORRCHECK-RESULT
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       END PROGRAM EQUIPMENTDB-BORRCHECK.
