      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Clear Stale File Locks.
      *          Lists the file locks on equiplock.data (see
      *          EQUIPMENTDB-FILELOCK) with the operator and program
      *          holding each and since when, and lets a supervisor
      *          clear one left behind by a session that ended without
      *          releasing it (a crash, a closed terminal). Each clear
      *          is logged on operlog.data as a LOCKCLEAR event under
      *          the supervisor's ID, with the file and the operator
      *          who held it. The lock file is read afresh and
      *          rewritten at once for every clear, so locks taken
      *          while this program waits at a prompt are kept. A
      *          cleared session that is in fact still running finds
      *          its lock gone when it comes to save, and saves
      *          nothing. Supervisor authority is required
      *          (EQUIPMENTDB-OPCHECK).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-LOCKMAINT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LOCK-LIST-DATA ASSIGN TO "equiplock.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOCK-LIST-DATA.
               SELECT OPERATOR-LOG-DATA ASSIGN TO "operlog.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-OPERATOR-LOG-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD LOCK-LIST-DATA.
           COPY "lockrec.cpy".
           FD OPERATOR-LOG-DATA.
           01 OPERATOR-LOG-REC.
               05 OPLOG-TIMESTAMP PIC X(14).
               05 OPLOG-OPERATOR PIC X(10).
               05 OPLOG-EVENT PIC X(10).
               05 OPLOG-DETAIL PIC X(30).
       WORKING-STORAGE SECTION.
           01 STATUS-LOCK-LIST-DATA PIC X(2).
           01 STATUS-OPERATOR-LOG-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 OPCHECK-RESULT PIC X(01).
           01 OPCHECK-AUTH-LEVEL PIC X(01).
           01 OPCHECK-NAME PIC X(30).
           01 CONFIRM-CHOICE PIC X(01).
           01 QUEUE-RESOURCE PIC X(30).
           01 CLEAR-OPERATOR PIC X(10).
           01 CLEAR-SINCE PIC X(14).
           01 CLEARED-COUNT PIC 9(3) VALUE ZERO.
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
           01 EXIT-SWITCH PIC X(01) VALUE "N".
               88 EXIT-REQUESTED VALUE "Y".
           01 LOCK-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 LD-RESOURCE PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 LD-OPERATOR PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 LD-PROGRAM PIC X(22).
               05 FILLER PIC X(01) VALUE SPACE.
               05 LD-SINCE PIC X(19).
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID For The Operator Log - supplied by
      *    EQUIPMENTDB-MENU when called from it, prompted otherwise.
           IF ADDRESS OF CALLER-OPERATOR-ID = NULL THEN
               DISPLAY "Operator ID: "
               ACCEPT OPERATOR-ID FROM CONSOLE
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.

      *    Clearing a lock that is still in use lets two sessions
      *    edit the same file, so it stays with supervisors even when
      *    the program is started on its own.
           CALL "EQUIPMENTDB-OPCHECK" USING OPERATOR-ID
               OPCHECK-RESULT OPCHECK-AUTH-LEVEL OPCHECK-NAME.
           IF OPCHECK-AUTH-LEVEL NOT = "S" THEN
               DISPLAY "Supervisor authority required to clear "
                   "file locks."
               GOBACK
           END-IF.

           PERFORM UNTIL EXIT-REQUESTED
               PERFORM PROCESS-CLEAR-REQUEST
           END-PERFORM.

           DISPLAY "Locks cleared: " CLEARED-COUNT.
           GOBACK.

       PROCESS-CLEAR-REQUEST.
           PERFORM LOAD-LOCK-TABLE.
           IF LOCK-TABLE-COUNT = 0 THEN
               DISPLAY "No file locks are held."
               SET EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM LIST-LOCKS
               DISPLAY "File To Unlock (blank to finish): "
               ACCEPT QUEUE-RESOURCE FROM CONSOLE
               IF QUEUE-RESOURCE = SPACES THEN
                   SET EXIT-REQUESTED TO TRUE
               ELSE
                   PERFORM CONFIRM-CLEAR-LOCK
               END-IF
           END-IF.
           EXIT.

       LOAD-LOCK-TABLE.
           MOVE ZERO TO LOCK-TABLE-COUNT.
           MOVE "N" TO LOAD-OVERFLOW-SWITCH.
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

       LIST-LOCKS.
           DISPLAY " ".
           DISPLAY "  FILE                           OPERATOR   "
               "PROGRAM                HELD SINCE".
           PERFORM VARYING LOCK-TABLE-INDEX FROM 1 BY 1
                   UNTIL LOCK-TABLE-INDEX > LOCK-TABLE-COUNT
               PERFORM LIST-LOCK-ENTRY
           END-PERFORM.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "Only the first 100 locks are listed."
           END-IF.
           EXIT.

       LIST-LOCK-ENTRY.
           MOVE HL-RESOURCE(LOCK-TABLE-INDEX) TO LD-RESOURCE.
           MOVE HL-OPERATOR(LOCK-TABLE-INDEX) TO LD-OPERATOR.
           MOVE HL-PROGRAM(LOCK-TABLE-INDEX) TO LD-PROGRAM.
           MOVE SPACES TO LD-SINCE.
           STRING
               HL-SINCE(LOCK-TABLE-INDEX)(1:4) "-"
               HL-SINCE(LOCK-TABLE-INDEX)(5:2) "-"
               HL-SINCE(LOCK-TABLE-INDEX)(7:2) " "
               HL-SINCE(LOCK-TABLE-INDEX)(9:2) ":"
               HL-SINCE(LOCK-TABLE-INDEX)(11:2) ":"
               HL-SINCE(LOCK-TABLE-INDEX)(13:2)
               DELIMITED BY SIZE INTO LD-SINCE.
           DISPLAY LOCK-DETAIL-LINE.
           EXIT.

       FIND-LOCK.
           MOVE "N" TO LOCK-FOUND-SWITCH.
           PERFORM VARYING LOCK-TABLE-INDEX FROM 1 BY 1
                   UNTIL LOCK-TABLE-INDEX > LOCK-TABLE-COUNT
                   OR LOCK-FOUND
               PERFORM MATCH-LOCK-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-LOCK-ENTRY.
           IF HL-RESOURCE(LOCK-TABLE-INDEX) = QUEUE-RESOURCE THEN
               SET LOCK-FOUND TO TRUE
               SET MATCH-INDEX TO LOCK-TABLE-INDEX
           END-IF.
           EXIT.

      *    Remember exactly which lock was confirmed, then re-read the
      *    lock file before removing it: if its holder released it
      *    (or it was cleared and taken again) while the supervisor
      *    was answering, the new lock is not touched.
       CONFIRM-CLEAR-LOCK.
           PERFORM FIND-LOCK.
           IF NOT LOCK-FOUND THEN
               DISPLAY "No lock held on: " QUEUE-RESOURCE
           ELSE
               MOVE HL-OPERATOR(MATCH-INDEX) TO CLEAR-OPERATOR
               MOVE HL-SINCE(MATCH-INDEX) TO CLEAR-SINCE
               DISPLAY "Clear the lock held by " CLEAR-OPERATOR
                   " on " FUNCTION TRIM(QUEUE-RESOURCE TRAILING)
                   " (Y/N): "
               ACCEPT CONFIRM-CHOICE FROM CONSOLE
               IF CONFIRM-CHOICE = "Y" THEN
                   PERFORM CLEAR-LOCK
               END-IF
           END-IF.
           EXIT.

       CLEAR-LOCK.
           PERFORM LOAD-LOCK-TABLE.
           PERFORM FIND-LOCK.
           IF LOCK-FOUND AND
               HL-OPERATOR(MATCH-INDEX) = CLEAR-OPERATOR AND
               HL-SINCE(MATCH-INDEX) = CLEAR-SINCE AND
               NOT LOAD-OVERFLOWED THEN
               MOVE SPACES TO HL-RESOURCE(MATCH-INDEX)
               PERFORM SAVE-LOCK-TABLE
               PERFORM LOG-LOCK-CLEAR
               ADD 1 TO CLEARED-COUNT
               DISPLAY "Lock cleared: " QUEUE-RESOURCE
           ELSE
               DISPLAY "The lock changed while waiting, not cleared: "
                   QUEUE-RESOURCE
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

      *    Line sequential files have no create-on-EXTEND guarantee -
      *    fall back to OUTPUT the first time, the same pattern the
      *    indexed files use for their first run.
       LOG-LOCK-CLEAR.
           OPEN EXTEND OPERATOR-LOG-DATA.
           IF STATUS-OPERATOR-LOG-DATA NOT = "00" THEN
               OPEN OUTPUT OPERATOR-LOG-DATA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPLOG-TIMESTAMP.
           MOVE OPERATOR-ID TO OPLOG-OPERATOR.
           MOVE "LOCKCLEAR" TO OPLOG-EVENT.
           MOVE SPACES TO OPLOG-DETAIL.
           STRING FUNCTION TRIM(QUEUE-RESOURCE TRAILING) "/"
               CLEAR-OPERATOR
               DELIMITED BY SIZE INTO OPLOG-DETAIL.
           WRITE OPERATOR-LOG-REC.
           CLOSE OPERATOR-LOG-DATA.
           EXIT.

       END PROGRAM EQUIPMENTDB-LOCKMAINT.
