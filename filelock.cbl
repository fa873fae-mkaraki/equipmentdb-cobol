      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Shared File Lock.
      *          Called by the programs that load a whole data file
      *          into storage, edit it there and rewrite it on exit
      *          (EQUIPMENTDB-RESERVE, -LOAN, -DISPOSAL, -COMPLINK,
      *          -REFMAINT and -OPERMAINT), so two sessions can no
      *          longer load the same file and have the one that
      *          saves last wipe out the other's changes. The locks
      *          held are kept on equiplock.data, one record per file
      *          with the operator, the program and the time the lock
      *          was taken. Actions:
      *            "A" acquire - granted ("Y") when nobody holds the
      *                file, returning the time taken in
      *                FILELOCK-SINCE; refused ("N") otherwise, and
      *                the caller is told who holds it and since when.
      *            "V" verify - "Y" when the caller's lock (same
      *                operator, program and time taken) is still on
      *                file, "N" when a supervisor has cleared it
      *                (EQUIPMENTDB-LOCKMAINT) in the meantime.
      *            "R" release - drops the caller's lock; a lock that
      *                has since been cleared and taken by someone
      *                else is left alone.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Also called by
      *          EQUIPMENTDB-BORRMAINT, -VENDMAINT (two files, taken
      *          in the order vendors.data then vendcontracts.data)
      *          and -RESTORE, which locks each file it is about to
      *          put back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-FILELOCK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LOCK-LIST-DATA ASSIGN TO "equiplock.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOCK-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD LOCK-LIST-DATA.
           COPY "lockrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-LOCK-LIST-DATA PIC X(2).
           01 LOCK-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 LOCK-TABLE.
               05 LOCK-TABLE-ENTRY OCCURS 100 TIMES
                   INDEXED BY LOCK-TABLE-INDEX.
                   10 HL-RESOURCE PIC X(30).
                   10 HL-OPERATOR PIC X(10).
                   10 HL-PROGRAM PIC X(30).
                   10 HL-SINCE PIC X(14).
           01 MATCH-INDEX PIC 9(3).
           01 LOCK-FOUND-SWITCH PIC X(01).
               88 LOCK-FOUND VALUE "Y".
           01 LOAD-OVERFLOW-SWITCH PIC X(01).
               88 LOAD-OVERFLOWED VALUE "Y".
       LINKAGE SECTION.
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30).
           01 FILELOCK-OPERATOR PIC X(10).
           01 FILELOCK-PROGRAM PIC X(30).
           01 FILELOCK-SINCE PIC X(14).
           01 FILELOCK-RESULT PIC X(01).
       PROCEDURE DIVISION USING FILELOCK-ACTION FILELOCK-RESOURCE
           FILELOCK-OPERATOR FILELOCK-PROGRAM FILELOCK-SINCE
           FILELOCK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO FILELOCK-RESULT.
           MOVE "N" TO LOAD-OVERFLOW-SWITCH.
           PERFORM LOAD-LOCK-TABLE.

           MOVE "N" TO LOCK-FOUND-SWITCH.
           PERFORM VARYING LOCK-TABLE-INDEX FROM 1 BY 1
                   UNTIL LOCK-TABLE-INDEX > LOCK-TABLE-COUNT
                   OR LOCK-FOUND
               PERFORM MATCH-LOCK-ENTRY
           END-PERFORM.

           EVALUATE FILELOCK-ACTION
               WHEN "A"
                   PERFORM ACQUIRE-LOCK
               WHEN "V"
                   PERFORM VERIFY-LOCK
               WHEN "R"
                   PERFORM RELEASE-LOCK
           END-EVALUATE.

           GOBACK.

       LOAD-LOCK-TABLE.
           MOVE ZERO TO LOCK-TABLE-COUNT.
           MOVE SPACE TO STATUS-LOCK-LIST-DATA.
           OPEN INPUT LOCK-LIST-DATA.
           IF STATUS-LOCK-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-LOCK-LIST-DATA NOT = "00"
                   PERFORM LOAD-LOCK-ENTRY
               END-PERFORM
               CLOSE LOCK-LIST-DATA
           END-IF.
           EXIT.

       LOAD-LOCK-ENTRY.
           READ LOCK-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF LOCK-TABLE-COUNT < 100 THEN
                       ADD 1 TO LOCK-TABLE-COUNT
                       MOVE LOCK-RESOURCE
                           TO HL-RESOURCE(LOCK-TABLE-COUNT)
                       MOVE LOCK-OPERATOR
                           TO HL-OPERATOR(LOCK-TABLE-COUNT)
                       MOVE LOCK-PROGRAM
                           TO HL-PROGRAM(LOCK-TABLE-COUNT)
                       MOVE LOCK-SINCE TO HL-SINCE(LOCK-TABLE-COUNT)
                   ELSE
                       SET LOAD-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

       MATCH-LOCK-ENTRY.
           IF HL-RESOURCE(LOCK-TABLE-INDEX) = FILELOCK-RESOURCE THEN
               SET LOCK-FOUND TO TRUE
               SET MATCH-INDEX TO LOCK-TABLE-INDEX
           END-IF.
           EXIT.

      *    A lock the table could not load might be the one asked
      *    for, so nothing is granted until the file is cleared down.
       ACQUIRE-LOCK.
           IF LOCK-FOUND THEN
               DISPLAY FUNCTION TRIM(FILELOCK-RESOURCE TRAILING)
                   " is in use by operator "
                   FUNCTION TRIM(HL-OPERATOR(MATCH-INDEX) TRAILING)
                   " (" FUNCTION TRIM(HL-PROGRAM(MATCH-INDEX) TRAILING)
                   ") since "
                   HL-SINCE(MATCH-INDEX)(1:4) "-"
                   HL-SINCE(MATCH-INDEX)(5:2) "-"
                   HL-SINCE(MATCH-INDEX)(7:2) " "
                   HL-SINCE(MATCH-INDEX)(9:2) ":"
                   HL-SINCE(MATCH-INDEX)(11:2) ":"
                   HL-SINCE(MATCH-INDEX)(13:2) "."
               DISPLAY "Try again when they have finished. If that "
                   "session has ended, a supervisor can clear the "
                   "lock (EQUIPMENTDB-LOCKMAINT)."
           ELSE
               IF LOAD-OVERFLOWED THEN
                   DISPLAY "equiplock.data holds more than 100 locks "
                       "- ask a supervisor to clear the stale ones "
                       "(EQUIPMENTDB-LOCKMAINT)."
               ELSE
                   ADD 1 TO LOCK-TABLE-COUNT
                   MOVE FILELOCK-RESOURCE
                       TO HL-RESOURCE(LOCK-TABLE-COUNT)
                   MOVE FILELOCK-OPERATOR
                       TO HL-OPERATOR(LOCK-TABLE-COUNT)
                   MOVE FILELOCK-PROGRAM
                       TO HL-PROGRAM(LOCK-TABLE-COUNT)
                   MOVE FUNCTION CURRENT-DATE(1:14) TO FILELOCK-SINCE
                   MOVE FILELOCK-SINCE TO HL-SINCE(LOCK-TABLE-COUNT)
                   PERFORM SAVE-LOCK-TABLE
                   MOVE "Y" TO FILELOCK-RESULT
               END-IF
           END-IF.
           EXIT.

       VERIFY-LOCK.
           IF LOCK-FOUND THEN
               IF HL-OPERATOR(MATCH-INDEX) = FILELOCK-OPERATOR AND
                   HL-PROGRAM(MATCH-INDEX) = FILELOCK-PROGRAM AND
                   HL-SINCE(MATCH-INDEX) = FILELOCK-SINCE THEN
                   MOVE "Y" TO FILELOCK-RESULT
               END-IF
           END-IF.
           EXIT.

      *    A released entry is blanked and left out of the rewrite.
      *    Nothing is rewritten when the table did not load whole.
       RELEASE-LOCK.
           PERFORM VERIFY-LOCK.
           IF FILELOCK-RESULT = "Y" AND NOT LOAD-OVERFLOWED THEN
               MOVE SPACES TO HL-RESOURCE(MATCH-INDEX)
               PERFORM SAVE-LOCK-TABLE
           END-IF.
           EXIT.

       SAVE-LOCK-TABLE.
           OPEN OUTPUT LOCK-LIST-DATA.
           PERFORM VARYING LOCK-TABLE-INDEX FROM 1 BY 1
                   UNTIL LOCK-TABLE-INDEX > LOCK-TABLE-COUNT
               PERFORM SAVE-LOCK-ENTRY
           END-PERFORM.
           CLOSE LOCK-LIST-DATA.
           EXIT.

       SAVE-LOCK-ENTRY.
           IF HL-RESOURCE(LOCK-TABLE-INDEX) NOT = SPACES THEN
               MOVE HL-RESOURCE(LOCK-TABLE-INDEX) TO LOCK-RESOURCE
               MOVE HL-OPERATOR(LOCK-TABLE-INDEX) TO LOCK-OPERATOR
               MOVE HL-PROGRAM(LOCK-TABLE-INDEX) TO LOCK-PROGRAM
               MOVE HL-SINCE(LOCK-TABLE-INDEX) TO LOCK-SINCE
               WRITE LOCK-LIST-DATA-REC
           END-IF.
           EXIT.

       END PROGRAM EQUIPMENTDB-FILELOCK.
