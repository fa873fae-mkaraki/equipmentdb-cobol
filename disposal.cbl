      *          history forever, and a load-edit-save over a table
      *          that could not hold everything would rewrite the
      *          file without the overflow.
      * Modified: 2026-10-15 mkaraki - Take the shared lock on
      *          equipdisp.data (EQUIPMENTDB-FILELOCK) before loading
      *          it, and refuse to run while another session holds
      *          it, so two sessions can no longer each rewrite the
      *          file over the other's requests and decisions.
      *          Nothing is saved if a supervisor cleared the lock in
      *          the meantime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-DISPOSAL.
           01 OPCHECK-RESULT PIC X(01).
           01 OPCHECK-AUTH-LEVEL PIC X(01).
           01 OPCHECK-NAME PIC X(30).
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30) VALUE "equipdisp.data".
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-DISPOSAL".
           01 FILELOCK-SINCE PIC X(14).
           01 FILELOCK-RESULT PIC X(01).
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
           01 EXIT-SWITCH PIC X(01) VALUE "N".
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

      *    Nobody else may load the file while this session has it -
      *    FILELOCK tells the operator who holds it on a refusal.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.

           PERFORM LOAD-DISP-TABLE.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "equipdisp.data holds more records than the "
                   "table's 2000 - maintenance refused so no "
                   "requests are lost on the rewrite."
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               GOBACK
           END-IF.

               PERFORM PROCESS-DISP-ACTION
           END-PERFORM.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               PERFORM SAVE-DISP-TABLE
               DISPLAY "Disposal requests saved: equipdisp.data"
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               DISPLAY "The lock on equipdisp.data was cleared by a "
                   "supervisor - changes NOT saved."
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-DISP-TABLE.
           MOVE SPACE TO STATUS-DISP-LIST-DATA.
           OPEN INPUT DISP-LIST-DATA.
