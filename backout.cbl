      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Run Backout.
      *          Reverses everything one run identifier (AUDIT-RUN-ID
      *          / XFER-RUN-ID) did to the master, so a bad or
      *          duplicated EQUIPMENTDB-IMPORT or EQUIPMENTDB-TRANSFER
      *          batch no longer has to be undone serial by serial.
      *          The run's entries on equipments-audit.data and
      *          equipxfer-history.data are listed first; after the
      *          supervisor confirms, items the run added (add events
      *          carry a blank old status) are deleted along with
      *          their cost record, status changes are put back to
      *          the old ITEM-STATUS and moves are put back to the old
      *          location and department. Every reversal is written
      *          to the same trails under this run's own identifier.
      *          A serial changed again by any other run after the
      *          bad one, or whose master record no longer shows what
      *          the bad run left, is refused and listed instead of
      *          being overwritten. Supervisor authority is required
      *          (EQUIPMENTDB-OPCHECK); a missing operator master
      *          grants it to everyone, as elsewhere.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-BACKOUT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT COST-LIST-DATA ASSIGN TO "equipcosts.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COST-SERIAL
               FILE STATUS IS STATUS-COST-LIST-DATA.
               SELECT AUDIT-LIST-DATA ASSIGN TO
               "equipments-audit.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUDIT-LIST-DATA.
               SELECT XFER-HISTORY-DATA ASSIGN TO
               "equipxfer-history.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-XFER-HISTORY-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD COST-LIST-DATA.
           COPY "costrec.cpy".
           FD AUDIT-LIST-DATA.
           COPY "auditrec.cpy".
           FD XFER-HISTORY-DATA.
           COPY "xferrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-COST-LIST-DATA PIC X(2).
           01 STATUS-AUDIT-LIST-DATA PIC X(2).
           01 STATUS-XFER-HISTORY-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 RUN-ID PIC X(14).
           01 BACKOUT-RUN-ID PIC X(14).
           01 CONFIRM-CHOICE PIC X(01).
           01 PREV-STATUS PIC X(10).
           01 PREV-LOCATION PIC X(20).
           01 PREV-DEPARTMENT PIC X(20).
           01 OPCHECK-RESULT PIC X(01).
           01 OPCHECK-AUTH-LEVEL PIC X(01).
           01 OPCHECK-NAME PIC X(30).
           01 RUN-AUDIT-COUNT PIC 9(4) VALUE ZERO.
           01 RUN-AUDIT-TABLE.
               05 RUN-AUDIT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RUN-AUDIT-INDEX.
                   10 RA-SERIAL PIC X(10).
                   10 RA-OLD-STATUS PIC X(10).
                   10 RA-NEW-STATUS PIC X(10).
                   10 RA-TIMESTAMP PIC X(14).
                   10 RA-OPERATOR PIC X(10).
           01 RUN-XFER-COUNT PIC 9(4) VALUE ZERO.
           01 RUN-XFER-TABLE.
               05 RUN-XFER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RUN-XFER-INDEX.
                   10 RX-SERIAL PIC X(10).
                   10 RX-OLD-LOCATION PIC X(20).
                   10 RX-NEW-LOCATION PIC X(20).
                   10 RX-OLD-DEPARTMENT PIC X(20).
                   10 RX-NEW-DEPARTMENT PIC X(20).
                   10 RX-TIMESTAMP PIC X(14).
                   10 RX-OPERATOR PIC X(10).
      *    One entry per serial the run touched: what the run left on
      *    the master (its latest status and move) and whether the
      *    serial has to be refused.
           01 RUN-SERIAL-COUNT PIC 9(4) VALUE ZERO.
           01 RUN-SERIAL-TABLE.
               05 RUN-SERIAL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RUN-SERIAL-INDEX.
                   10 RS-SERIAL PIC X(10).
                   10 RS-LAST-TIMESTAMP PIC X(14).
                   10 RS-STATUS-SEEN-FLAG PIC X(01).
                   10 RS-FINAL-STATUS PIC X(10).
                   10 RS-MOVE-SEEN-FLAG PIC X(01).
                   10 RS-FINAL-LOCATION PIC X(20).
                   10 RS-FINAL-DEPARTMENT PIC X(20).
                   10 RS-REFUSED-FLAG PIC X(01).
                   10 RS-REFUSE-REASON PIC X(40).
           01 MATCH-INDEX PIC 9(4).
           01 SERIAL-FOUND-SWITCH PIC X(01).
               88 SERIAL-FOUND VALUE "Y".
           01 LOOKUP-SERIAL PIC X(10).
           01 REFUSED-SERIAL-COUNT PIC 9(4) VALUE ZERO.
           01 STATUS-RESTORED-COUNT PIC 9(5) VALUE ZERO.
           01 ITEMS-DELETED-COUNT PIC 9(5) VALUE ZERO.
           01 MOVES-RESTORED-COUNT PIC 9(5) VALUE ZERO.
           01 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
           01 COST-FILE-SWITCH PIC X(01) VALUE "N".
               88 COST-FILE-OPEN VALUE "Y".
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID For The Reversal Entries - supplied by
      *    EQUIPMENTDB-MENU when called from it, prompted otherwise.
           IF ADDRESS OF CALLER-OPERATOR-ID = NULL THEN
               DISPLAY "Operator ID: "
               ACCEPT OPERATOR-ID FROM CONSOLE
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.

      *    Backing a run out rewrites and deletes master records on
      *    nothing but a run identifier, so it stays with supervisors
      *    even when the program is started on its own.
           CALL "EQUIPMENTDB-OPCHECK" USING OPERATOR-ID
               OPCHECK-RESULT OPCHECK-AUTH-LEVEL OPCHECK-NAME.
           IF OPCHECK-AUTH-LEVEL NOT = "S" THEN
               DISPLAY "Supervisor authority required to back out "
                   "a run."
               GOBACK
           END-IF.

      *    The backout is a run of its own - every reversal entry
      *    carries this identifier, so the backout itself can be
      *    told apart on the trail afterwards.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID.

           DISPLAY "Run ID To Back Out: ".
           ACCEPT BACKOUT-RUN-ID FROM CONSOLE.
           IF BACKOUT-RUN-ID = SPACES THEN
               DISPLAY "No run ID given, nothing to back out."
               GOBACK
           END-IF.

           PERFORM LOAD-RUN-AUDIT-ENTRIES.
           PERFORM LOAD-RUN-XFER-ENTRIES.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "Run " BACKOUT-RUN-ID " wrote more than 2000 "
                   "entries on one trail - too large to back out "
                   "here."
               GOBACK
           END-IF.
           IF RUN-AUDIT-COUNT = 0 AND RUN-XFER-COUNT = 0 THEN
               DISPLAY "No audit or transfer entries for run: "
                   BACKOUT-RUN-ID
               GOBACK
           END-IF.

           OPEN I-O EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               DISPLAY "equipments.data not found, nothing to "
                   "back out."
               GOBACK
           END-IF.

           PERFORM FIND-LATER-AUDIT-CHANGES.
           PERFORM FIND-LATER-XFER-CHANGES.
           PERFORM VARYING RUN-SERIAL-INDEX FROM 1 BY 1
                   UNTIL RUN-SERIAL-INDEX > RUN-SERIAL-COUNT
               PERFORM CHECK-MASTER-STATE
           END-PERFORM.

           PERFORM LIST-RUN-ENTRIES.
           PERFORM LIST-REFUSED-SERIALS.

           IF REFUSED-SERIAL-COUNT NOT < RUN-SERIAL-COUNT THEN
               DISPLAY "Every serial of the run is refused, nothing "
                   "backed out."
           ELSE
               DISPLAY "Back out run " BACKOUT-RUN-ID " (Y/N): "
               ACCEPT CONFIRM-CHOICE FROM CONSOLE
               IF CONFIRM-CHOICE = "Y" THEN
                   PERFORM APPLY-BACKOUT
               ELSE
                   DISPLAY "Backout cancelled, nothing changed."
               END-IF
           END-IF.

           CLOSE EQUIPMENT-LIST-DATA.

           GOBACK.

      *    Only the entries the run itself wrote are kept; the serial
      *    table remembers the latest state the run left on each
      *    serial and the timestamp of its last entry for it.
       LOAD-RUN-AUDIT-ENTRIES.
           MOVE SPACE TO STATUS-AUDIT-LIST-DATA.
           OPEN INPUT AUDIT-LIST-DATA.
           IF STATUS-AUDIT-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-AUDIT-LIST-DATA NOT = "00"
                   PERFORM LOAD-RUN-AUDIT-ENTRY
               END-PERFORM
               CLOSE AUDIT-LIST-DATA
           END-IF.
           EXIT.

       LOAD-RUN-AUDIT-ENTRY.
           READ AUDIT-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF AUDIT-RUN-ID = BACKOUT-RUN-ID THEN
                       PERFORM STORE-RUN-AUDIT-ENTRY
                   END-IF
           END-READ.
           EXIT.

       STORE-RUN-AUDIT-ENTRY.
           IF RUN-AUDIT-COUNT < 2000 THEN
               ADD 1 TO RUN-AUDIT-COUNT
               MOVE AUDIT-SERIAL TO RA-SERIAL(RUN-AUDIT-COUNT)
               MOVE AUDIT-OLD-STATUS TO RA-OLD-STATUS(RUN-AUDIT-COUNT)
               MOVE AUDIT-NEW-STATUS TO RA-NEW-STATUS(RUN-AUDIT-COUNT)
               MOVE AUDIT-TIMESTAMP TO RA-TIMESTAMP(RUN-AUDIT-COUNT)
               MOVE AUDIT-OPERATOR TO RA-OPERATOR(RUN-AUDIT-COUNT)
               MOVE AUDIT-SERIAL TO LOOKUP-SERIAL
               PERFORM REGISTER-RUN-SERIAL
               IF SERIAL-FOUND THEN
                   MOVE AUDIT-TIMESTAMP
                       TO RS-LAST-TIMESTAMP(MATCH-INDEX)
                   MOVE "Y" TO RS-STATUS-SEEN-FLAG(MATCH-INDEX)
                   MOVE AUDIT-NEW-STATUS TO RS-FINAL-STATUS(MATCH-INDEX)
               END-IF
           ELSE
               SET LOAD-OVERFLOWED TO TRUE
           END-IF.
           EXIT.

       LOAD-RUN-XFER-ENTRIES.
           MOVE SPACE TO STATUS-XFER-HISTORY-DATA.
           OPEN INPUT XFER-HISTORY-DATA.
           IF STATUS-XFER-HISTORY-DATA = "00" THEN
               PERFORM UNTIL STATUS-XFER-HISTORY-DATA NOT = "00"
                   PERFORM LOAD-RUN-XFER-ENTRY
               END-PERFORM
               CLOSE XFER-HISTORY-DATA
           END-IF.
           EXIT.

       LOAD-RUN-XFER-ENTRY.
           READ XFER-HISTORY-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF XFER-RUN-ID = BACKOUT-RUN-ID THEN
                       PERFORM STORE-RUN-XFER-ENTRY
                   END-IF
           END-READ.
           EXIT.

       STORE-RUN-XFER-ENTRY.
           IF RUN-XFER-COUNT < 2000 THEN
               ADD 1 TO RUN-XFER-COUNT
               MOVE XFER-SERIAL TO RX-SERIAL(RUN-XFER-COUNT)
               MOVE XFER-OLD-LOCATION
                   TO RX-OLD-LOCATION(RUN-XFER-COUNT)
               MOVE XFER-NEW-LOCATION
                   TO RX-NEW-LOCATION(RUN-XFER-COUNT)
               MOVE XFER-OLD-DEPARTMENT
                   TO RX-OLD-DEPARTMENT(RUN-XFER-COUNT)
               MOVE XFER-NEW-DEPARTMENT
                   TO RX-NEW-DEPARTMENT(RUN-XFER-COUNT)
               MOVE XFER-TIMESTAMP TO RX-TIMESTAMP(RUN-XFER-COUNT)
               MOVE XFER-OPERATOR TO RX-OPERATOR(RUN-XFER-COUNT)
               MOVE XFER-SERIAL TO LOOKUP-SERIAL
               PERFORM REGISTER-RUN-SERIAL
               IF SERIAL-FOUND THEN
                   IF XFER-TIMESTAMP > RS-LAST-TIMESTAMP(MATCH-INDEX)
                       THEN
                       MOVE XFER-TIMESTAMP
                           TO RS-LAST-TIMESTAMP(MATCH-INDEX)
                   END-IF
                   MOVE "Y" TO RS-MOVE-SEEN-FLAG(MATCH-INDEX)
                   MOVE XFER-NEW-LOCATION
                       TO RS-FINAL-LOCATION(MATCH-INDEX)
                   MOVE XFER-NEW-DEPARTMENT
                       TO RS-FINAL-DEPARTMENT(MATCH-INDEX)
               END-IF
           ELSE
               SET LOAD-OVERFLOWED TO TRUE
           END-IF.
           EXIT.

      *    Finds LOOKUP-SERIAL on the serial table, adding it when the
      *    run has not touched it before.
       REGISTER-RUN-SERIAL.
           PERFORM FIND-RUN-SERIAL.
           IF NOT SERIAL-FOUND THEN
               IF RUN-SERIAL-COUNT < 2000 THEN
                   ADD 1 TO RUN-SERIAL-COUNT
                   MOVE RUN-SERIAL-COUNT TO MATCH-INDEX
                   MOVE LOOKUP-SERIAL TO RS-SERIAL(MATCH-INDEX)
                   MOVE SPACES TO RS-LAST-TIMESTAMP(MATCH-INDEX)
                   MOVE "N" TO RS-STATUS-SEEN-FLAG(MATCH-INDEX)
                   MOVE SPACES TO RS-FINAL-STATUS(MATCH-INDEX)
                   MOVE "N" TO RS-MOVE-SEEN-FLAG(MATCH-INDEX)
                   MOVE SPACES TO RS-FINAL-LOCATION(MATCH-INDEX)
                   MOVE SPACES TO RS-FINAL-DEPARTMENT(MATCH-INDEX)
                   MOVE "N" TO RS-REFUSED-FLAG(MATCH-INDEX)
                   MOVE SPACES TO RS-REFUSE-REASON(MATCH-INDEX)
                   SET SERIAL-FOUND TO TRUE
               ELSE
                   SET LOAD-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           EXIT.

       FIND-RUN-SERIAL.
           MOVE "N" TO SERIAL-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING RUN-SERIAL-INDEX FROM 1 BY 1
                   UNTIL RUN-SERIAL-INDEX > RUN-SERIAL-COUNT
               PERFORM MATCH-RUN-SERIAL-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-RUN-SERIAL-ENTRY.
           IF NOT SERIAL-FOUND THEN
               IF RS-SERIAL(RUN-SERIAL-INDEX) = LOOKUP-SERIAL THEN
                   SET SERIAL-FOUND TO TRUE
                   SET MATCH-INDEX TO RUN-SERIAL-INDEX
               END-IF
           END-IF.
           EXIT.

      *    Any entry another run wrote for one of the serials after
      *    the bad run's last entry for it means someone has worked
      *    on the serial since - putting the old values back would
      *    silently undo that later work.
       FIND-LATER-AUDIT-CHANGES.
           MOVE SPACE TO STATUS-AUDIT-LIST-DATA.
           OPEN INPUT AUDIT-LIST-DATA.
           IF STATUS-AUDIT-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-AUDIT-LIST-DATA NOT = "00"
                   PERFORM CHECK-LATER-AUDIT-ENTRY
               END-PERFORM
               CLOSE AUDIT-LIST-DATA
           END-IF.
           EXIT.

       CHECK-LATER-AUDIT-ENTRY.
           READ AUDIT-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF AUDIT-RUN-ID NOT = BACKOUT-RUN-ID THEN
                       MOVE AUDIT-SERIAL TO LOOKUP-SERIAL
                       PERFORM FIND-RUN-SERIAL
                       IF SERIAL-FOUND AND AUDIT-TIMESTAMP >
                           RS-LAST-TIMESTAMP(MATCH-INDEX) THEN
                           MOVE SPACES TO RS-REFUSE-REASON(MATCH-INDEX)
                           STRING "status changed by run "
                               AUDIT-RUN-ID
                               DELIMITED BY SIZE
                               INTO RS-REFUSE-REASON(MATCH-INDEX)
                           PERFORM REFUSE-RUN-SERIAL
                       END-IF
                   END-IF
           END-READ.
           EXIT.

       FIND-LATER-XFER-CHANGES.
           MOVE SPACE TO STATUS-XFER-HISTORY-DATA.
           OPEN INPUT XFER-HISTORY-DATA.
           IF STATUS-XFER-HISTORY-DATA = "00" THEN
               PERFORM UNTIL STATUS-XFER-HISTORY-DATA NOT = "00"
                   PERFORM CHECK-LATER-XFER-ENTRY
               END-PERFORM
               CLOSE XFER-HISTORY-DATA
           END-IF.
           EXIT.

       CHECK-LATER-XFER-ENTRY.
           READ XFER-HISTORY-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF XFER-RUN-ID NOT = BACKOUT-RUN-ID THEN
                       MOVE XFER-SERIAL TO LOOKUP-SERIAL
                       PERFORM FIND-RUN-SERIAL
                       IF SERIAL-FOUND AND XFER-TIMESTAMP >
                           RS-LAST-TIMESTAMP(MATCH-INDEX) THEN
                           MOVE SPACES TO RS-REFUSE-REASON(MATCH-INDEX)
                           STRING "moved by run " XFER-RUN-ID
                               DELIMITED BY SIZE
                               INTO RS-REFUSE-REASON(MATCH-INDEX)
                           PERFORM REFUSE-RUN-SERIAL
                       END-IF
                   END-IF
           END-READ.
           EXIT.

      *    The first reason found is the one kept on the list.
       REFUSE-RUN-SERIAL.
           IF RS-REFUSED-FLAG(MATCH-INDEX) NOT = "Y" THEN
               MOVE "Y" TO RS-REFUSED-FLAG(MATCH-INDEX)
               ADD 1 TO REFUSED-SERIAL-COUNT
           END-IF.
           EXIT.

      *    Changes that left no trail entry (or a master restored from
      *    a backup) show up as a master record that no longer holds
      *    what the bad run left - refused the same way.
       CHECK-MASTER-STATE.
           IF RS-REFUSED-FLAG(RUN-SERIAL-INDEX) NOT = "Y" THEN
               SET MATCH-INDEX TO RUN-SERIAL-INDEX
               MOVE RS-SERIAL(MATCH-INDEX) TO INTERNAL-SERIAL
               READ EQUIPMENT-LIST-DATA
                   INVALID KEY
                       MOVE "no longer on the master"
                           TO RS-REFUSE-REASON(MATCH-INDEX)
                       PERFORM REFUSE-RUN-SERIAL
                   NOT INVALID KEY
                       PERFORM COMPARE-MASTER-STATE
               END-READ
           END-IF.
           EXIT.

       COMPARE-MASTER-STATE.
           IF RS-STATUS-SEEN-FLAG(MATCH-INDEX) = "Y" AND
               ITEM-STATUS NOT = RS-FINAL-STATUS(MATCH-INDEX) THEN
               MOVE SPACES TO RS-REFUSE-REASON(MATCH-INDEX)
               STRING "master status is now " ITEM-STATUS
                   DELIMITED BY SIZE INTO RS-REFUSE-REASON(MATCH-INDEX)
               PERFORM REFUSE-RUN-SERIAL
           END-IF.
           IF RS-MOVE-SEEN-FLAG(MATCH-INDEX) = "Y" THEN
               IF ITEM-LOCATION NOT = RS-FINAL-LOCATION(MATCH-INDEX)
                   OR ITEM-DEPARTMENT NOT =
                   RS-FINAL-DEPARTMENT(MATCH-INDEX) THEN
                   IF RS-REFUSED-FLAG(MATCH-INDEX) NOT = "Y" THEN
                       MOVE "master location/department differ"
                           TO RS-REFUSE-REASON(MATCH-INDEX)
                   END-IF
                   PERFORM REFUSE-RUN-SERIAL
               END-IF
           END-IF.
           EXIT.

       LIST-RUN-ENTRIES.
           DISPLAY " ".
           DISPLAY "Run " BACKOUT-RUN-ID " - status entries: "
               RUN-AUDIT-COUNT.
           IF RUN-AUDIT-COUNT > 0 THEN
               DISPLAY "TIMESTAMP      | OPERATOR   | SERIAL     | "
                   "OLD STATUS -> NEW STATUS"
               PERFORM VARYING RUN-AUDIT-INDEX FROM 1 BY 1
                       UNTIL RUN-AUDIT-INDEX > RUN-AUDIT-COUNT
                   PERFORM LIST-RUN-AUDIT-ENTRY
               END-PERFORM
           END-IF.
           DISPLAY "Run " BACKOUT-RUN-ID " - transfer entries: "
               RUN-XFER-COUNT.
           IF RUN-XFER-COUNT > 0 THEN
               DISPLAY "TIMESTAMP      | OPERATOR   | SERIAL     | "
                   "OLD DEPT/LOCATION -> NEW DEPT/LOCATION"
               PERFORM VARYING RUN-XFER-INDEX FROM 1 BY 1
                       UNTIL RUN-XFER-INDEX > RUN-XFER-COUNT
                   PERFORM LIST-RUN-XFER-ENTRY
               END-PERFORM
           END-IF.
           EXIT.

       LIST-RUN-AUDIT-ENTRY.
           IF RA-OLD-STATUS(RUN-AUDIT-INDEX) = SPACES THEN
               DISPLAY RA-TIMESTAMP(RUN-AUDIT-INDEX) " | "
                   RA-OPERATOR(RUN-AUDIT-INDEX) " | "
                   RA-SERIAL(RUN-AUDIT-INDEX) " | "
                   "(added)    -> " RA-NEW-STATUS(RUN-AUDIT-INDEX)
           ELSE
               DISPLAY RA-TIMESTAMP(RUN-AUDIT-INDEX) " | "
                   RA-OPERATOR(RUN-AUDIT-INDEX) " | "
                   RA-SERIAL(RUN-AUDIT-INDEX) " | "
                   RA-OLD-STATUS(RUN-AUDIT-INDEX) " -> "
                   RA-NEW-STATUS(RUN-AUDIT-INDEX)
           END-IF.
           EXIT.

       LIST-RUN-XFER-ENTRY.
           DISPLAY RX-TIMESTAMP(RUN-XFER-INDEX) " | "
               RX-OPERATOR(RUN-XFER-INDEX) " | "
               RX-SERIAL(RUN-XFER-INDEX) " | "
               FUNCTION TRIM(RX-OLD-DEPARTMENT(RUN-XFER-INDEX)) "/"
               FUNCTION TRIM(RX-OLD-LOCATION(RUN-XFER-INDEX)) " -> "
               FUNCTION TRIM(RX-NEW-DEPARTMENT(RUN-XFER-INDEX)) "/"
               FUNCTION TRIM(RX-NEW-LOCATION(RUN-XFER-INDEX)).
           EXIT.

       LIST-REFUSED-SERIALS.
           IF REFUSED-SERIAL-COUNT > 0 THEN
               DISPLAY " "
               DISPLAY "Refused - changed since the run, left as they "
                   "are: " REFUSED-SERIAL-COUNT
               PERFORM VARYING RUN-SERIAL-INDEX FROM 1 BY 1
                       UNTIL RUN-SERIAL-INDEX > RUN-SERIAL-COUNT
                   PERFORM LIST-REFUSED-SERIAL
               END-PERFORM
           END-IF.
           EXIT.

       LIST-REFUSED-SERIAL.
           IF RS-REFUSED-FLAG(RUN-SERIAL-INDEX) = "Y" THEN
               DISPLAY "  " RS-SERIAL(RUN-SERIAL-INDEX) " - "
                   FUNCTION TRIM(RS-REFUSE-REASON(RUN-SERIAL-INDEX))
           END-IF.
           EXIT.

      *    Moves are put back before statuses so an item the run both
      *    added and moved is still on the master when its move is
      *    reversed. Each trail is walked newest first, so a serial
      *    the run touched twice ends up with the value it had
      *    before the run.
       APPLY-BACKOUT.
           PERFORM OPEN-AUDIT-FILE.
           PERFORM OPEN-XFER-HISTORY-FILE.
           MOVE SPACE TO STATUS-COST-LIST-DATA.
           OPEN I-O COST-LIST-DATA.
           IF STATUS-COST-LIST-DATA = "00" THEN
               SET COST-FILE-OPEN TO TRUE
           END-IF.

           PERFORM VARYING RUN-XFER-INDEX FROM RUN-XFER-COUNT BY -1
                   UNTIL RUN-XFER-INDEX < 1
               PERFORM REVERSE-XFER-ENTRY
           END-PERFORM.
           PERFORM VARYING RUN-AUDIT-INDEX FROM RUN-AUDIT-COUNT BY -1
                   UNTIL RUN-AUDIT-INDEX < 1
               PERFORM REVERSE-AUDIT-ENTRY
           END-PERFORM.

           IF COST-FILE-OPEN THEN
               CLOSE COST-LIST-DATA
           END-IF.
           CLOSE AUDIT-LIST-DATA.
           CLOSE XFER-HISTORY-DATA.

           DISPLAY " ".
           DISPLAY "Items deleted      : " ITEMS-DELETED-COUNT.
           DISPLAY "Statuses restored  : " STATUS-RESTORED-COUNT.
           DISPLAY "Moves restored     : " MOVES-RESTORED-COUNT.
           IF SKIPPED-COUNT > 0 THEN
               DISPLAY "Entries skipped    : " SKIPPED-COUNT
           END-IF.
           DISPLAY "Serials refused    : " REFUSED-SERIAL-COUNT.
           DISPLAY "Backout run ID     : " RUN-ID.
           EXIT.

      *    Line sequential files have no create-on-EXTEND guarantee -
      *    fall back to OUTPUT the first time, the same pattern the
      *    indexed files use for their first run.
       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-LIST-DATA.
           IF STATUS-AUDIT-LIST-DATA NOT = "00" THEN
               OPEN OUTPUT AUDIT-LIST-DATA
           END-IF.
           EXIT.

       OPEN-XFER-HISTORY-FILE.
           OPEN EXTEND XFER-HISTORY-DATA.
           IF STATUS-XFER-HISTORY-DATA NOT = "00" THEN
               OPEN OUTPUT XFER-HISTORY-DATA
           END-IF.
           EXIT.

       REVERSE-XFER-ENTRY.
           MOVE RX-SERIAL(RUN-XFER-INDEX) TO LOOKUP-SERIAL.
           PERFORM FIND-RUN-SERIAL.
           IF RS-REFUSED-FLAG(MATCH-INDEX) NOT = "Y" THEN
               MOVE LOOKUP-SERIAL TO INTERNAL-SERIAL
               READ EQUIPMENT-LIST-DATA
                   INVALID KEY
                       ADD 1 TO SKIPPED-COUNT
                       DISPLAY "Serial not found: " LOOKUP-SERIAL
                   NOT INVALID KEY
                       PERFORM RESTORE-ITEM-PLACEMENT
               END-READ
           END-IF.
           EXIT.

       RESTORE-ITEM-PLACEMENT.
           MOVE ITEM-LOCATION TO PREV-LOCATION.
           MOVE ITEM-DEPARTMENT TO PREV-DEPARTMENT.
           MOVE RX-OLD-LOCATION(RUN-XFER-INDEX) TO ITEM-LOCATION.
           MOVE RX-OLD-DEPARTMENT(RUN-XFER-INDEX) TO ITEM-DEPARTMENT.
           REWRITE EQUIPMENT-LIST-DATA-REC.
           PERFORM WRITE-TRANSFER-HISTORY.
           ADD 1 TO MOVES-RESTORED-COUNT.
           EXIT.

       REVERSE-AUDIT-ENTRY.
           MOVE RA-SERIAL(RUN-AUDIT-INDEX) TO LOOKUP-SERIAL.
           PERFORM FIND-RUN-SERIAL.
           IF RS-REFUSED-FLAG(MATCH-INDEX) NOT = "Y" THEN
               MOVE LOOKUP-SERIAL TO INTERNAL-SERIAL
               READ EQUIPMENT-LIST-DATA
                   INVALID KEY
                       ADD 1 TO SKIPPED-COUNT
                       DISPLAY "Serial not found: " LOOKUP-SERIAL
                   NOT INVALID KEY
                       IF RA-OLD-STATUS(RUN-AUDIT-INDEX) = SPACES THEN
                           PERFORM DELETE-ADDED-ITEM
                       ELSE
                           PERFORM RESTORE-ITEM-STATUS
                       END-IF
               END-READ
           END-IF.
           EXIT.

      *    The cost record EQUIPMENTDB-ADD wrote with the item goes
      *    too, so the deleted serial leaves nothing behind on
      *    equipcosts.data. The trail entry records the status the
      *    item had when it was taken off.
       DELETE-ADDED-ITEM.
           MOVE ITEM-STATUS TO PREV-STATUS.
           DELETE EQUIPMENT-LIST-DATA
               INVALID KEY
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "Delete failed: " LOOKUP-SERIAL
               NOT INVALID KEY
                   IF COST-FILE-OPEN THEN
                       MOVE LOOKUP-SERIAL TO COST-SERIAL
                       DELETE COST-LIST-DATA
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   MOVE "DELETED" TO ITEM-STATUS
                   PERFORM WRITE-BACKOUT-AUDIT-ENTRY
                   ADD 1 TO ITEMS-DELETED-COUNT
           END-DELETE.
           EXIT.

       RESTORE-ITEM-STATUS.
           MOVE ITEM-STATUS TO PREV-STATUS.
           MOVE RA-OLD-STATUS(RUN-AUDIT-INDEX) TO ITEM-STATUS.
           REWRITE EQUIPMENT-LIST-DATA-REC.
           PERFORM WRITE-BACKOUT-AUDIT-ENTRY.
           ADD 1 TO STATUS-RESTORED-COUNT.
           EXIT.

       WRITE-BACKOUT-AUDIT-ENTRY.
           MOVE LOOKUP-SERIAL TO AUDIT-SERIAL.
           MOVE PREV-STATUS TO AUDIT-OLD-STATUS.
           MOVE ITEM-STATUS TO AUDIT-NEW-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE RUN-ID TO AUDIT-RUN-ID.
           WRITE AUDIT-LIST-DATA-REC.
           EXIT.

       WRITE-TRANSFER-HISTORY.
           MOVE LOOKUP-SERIAL TO XFER-SERIAL.
           MOVE PREV-LOCATION TO XFER-OLD-LOCATION.
           MOVE ITEM-LOCATION TO XFER-NEW-LOCATION.
           MOVE PREV-DEPARTMENT TO XFER-OLD-DEPARTMENT.
           MOVE ITEM-DEPARTMENT TO XFER-NEW-DEPARTMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO XFER-TIMESTAMP.
           MOVE OPERATOR-ID TO XFER-OPERATOR.
           MOVE RUN-ID TO XFER-RUN-ID.
           WRITE TRANSFER-HISTORY-REC.
           EXIT.

       END PROGRAM EQUIPMENTDB-BACKOUT.
