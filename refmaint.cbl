      *          ("V", refvendors.data) so EQUIPMENTDB-SERVICE can
      *          validate the vendor on every service event and
      *          EQUIPMENTDB-VENDSPEND can report spend per vendor.
      * Modified: 2026-10-15 mkaraki - Accept the Operator ID from
      *          EQUIPMENTDB-MENU (prompting when run on its own) and
      *          take the shared lock on the chosen table's file
      *          (EQUIPMENTDB-FILELOCK) under it before loading it,
      *          refusing to run while another session holds it, so
      *          two sessions can no longer each rewrite the table
      *          over the other's changes. Nothing is saved if a
      *          supervisor cleared the lock in the meantime.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-REFMAINT.
       WORKING-STORAGE SECTION.
           01 STATUS-REF-LIST-DATA PIC X(2).
           01 REF-FILE-NAME PIC X(20).
           01 OPERATOR-ID PIC X(10).
           01 TABLE-CHOICE PIC X(01).
           01 ACTION-CHOICE PIC X(01).
           01 QUEUE-VALUE PIC X(20).
           01 MATCH-INDEX PIC 9(3).
           01 VALUE-FOUND-SWITCH PIC X(01).
               88 VALUE-FOUND VALUE "Y".
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-RESOURCE PIC X(30).
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-REFMAINT".
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

           DISPLAY "Table To Maintain "
               "(S=Status, D=Department, L=Location, V=Vendor): ".
           ACCEPT TABLE-CHOICE FROM CONSOLE.
                   GOBACK
           END-EVALUATE.

      *    Nobody else may load the table while this session has it
      *    - FILELOCK tells the operator who holds it on a refusal.
           MOVE REF-FILE-NAME TO FILELOCK-RESOURCE.
           MOVE "A" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.

           PERFORM LOAD-REF-TABLE.

           PERFORM UNTIL EXIT-REQUESTED
               PERFORM PROCESS-MAINT-ACTION
           END-PERFORM.

           MOVE "V" TO FILELOCK-ACTION.
           PERFORM CALL-FILE-LOCK.
           IF FILELOCK-RESULT = "Y" THEN
               PERFORM SAVE-REF-TABLE
               DISPLAY "Table saved: " REF-FILE-NAME
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
           ELSE
               DISPLAY "The lock on " REF-FILE-NAME " was cleared "
                   "by a supervisor - changes NOT saved."
           END-IF.

           GOBACK.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               FILELOCK-RESOURCE OPERATOR-ID FILELOCK-PROGRAM
               FILELOCK-SINCE FILELOCK-RESULT.
           EXIT.

       LOAD-REF-TABLE.
           MOVE SPACE TO STATUS-REF-LIST-DATA.
           OPEN INPUT REF-LIST-DATA.
