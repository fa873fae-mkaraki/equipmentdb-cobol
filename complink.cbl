      *          history forever, and a load-edit-save over a table
      *          that could not hold everything would rewrite the
      *          file without the overflow.
      * Modified: 2026-10-15 mkaraki - Accept the Operator ID from
      *          EQUIPMENTDB-MENU (prompting when run on its own) and
      *          take the shared lock on equipcomp.data
      *          (EQUIPMENTDB-FILELOCK) under it before loading the
      *          file, refusing to run while another session holds
      *          it, so two sessions can no longer each rewrite the
      *          file over the other's links. Nothing is saved if a
      *          supervisor cleared the lock in the meantime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-COMPLINK.
       WORKING-STORAGE SECTION.
           01 STATUS-COMP-LIST-DATA PIC X(2).
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 ACTION-CHOICE PIC X(01).
           01 QUEUE-CHILD-SERIAL PIC X(10).
           01 QUEUE-PARENT-SERIAL PIC X(10).
           01 ATTACH-ALLOWED-SWITCH PIC X(01).
               88 ATTACH-ALLOWED VALUE "Y".
           01 LISTED-COUNTER PIC 9(4) VALUE ZERO.
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30) VALUE "equipcomp.data".
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-COMPLINK".
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

           PERFORM LOAD-COMP-TABLE.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "equipcomp.data holds more records than the "
                   "table's 2000 - maintenance refused so no links "
                   "are lost on the rewrite."
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               GOBACK
           END-IF.

               PERFORM PROCESS-LINK-ACTION
           END-PERFORM.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               PERFORM SAVE-COMP-TABLE
               DISPLAY "Component links saved: equipcomp.data"
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               DISPLAY "The lock on equipcomp.data was cleared by a "
                   "supervisor - changes NOT saved."
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-COMP-TABLE.
           MOVE SPACE TO STATUS-COMP-LIST-DATA.
           OPEN INPUT COMP-LIST-DATA.
