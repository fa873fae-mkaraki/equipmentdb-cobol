      *          maintains its tables. The menu restricts this
      *          program to supervisor-level operators.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Accept the Operator ID from
      *          EQUIPMENTDB-MENU (prompting when run on its own) and
      *          take the shared lock on opers.data
      *          (EQUIPMENTDB-FILELOCK) under it before loading the
      *          file, refusing to run while another session holds
      *          it, so two supervisors can no longer each rewrite
      *          the master over the other's changes. Nothing is
      *          saved if the lock was cleared in the meantime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-OPERMAINT.
           COPY "operrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-OPER-LIST-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 ACTION-CHOICE PIC X(01).
           01 QUEUE-ID PIC X(10).
           01 QUEUE-NAME PIC X(30).
           01 MATCH-INDEX PIC 9(3).
           01 OPER-FOUND-SWITCH PIC X(01).
               88 OPERATOR-FOUND VALUE "Y".
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30) VALUE "opers.data".
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-OPERMAINT".
           01 FILELOCK-SINCE PIC X(14).
           01 FILELOCK-RESULT PIC X(01).
           01 EXIT-SWITCH PIC X(01) VALUE "N".
               88 EXIT-REQUESTED VALUE "Y".
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID For The File Lock - supplied by
      *    EQUIPMENTDB-MENU when called from it, prompted otherwise.
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

           PERFORM LOAD-OPER-TABLE.

           PERFORM UNTIL EXIT-REQUESTED
               PERFORM PROCESS-MAINT-ACTION
           END-PERFORM.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               PERFORM SAVE-OPER-TABLE
               DISPLAY "Operator master saved: opers.data"
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               DISPLAY "The lock on opers.data was cleared by a "
                   "supervisor - changes NOT saved."
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-OPER-TABLE.
           MOVE SPACE TO STATUS-OPER-LIST-DATA.
           OPEN INPUT OPER-LIST-DATA.
