      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Guided Restore From Backup.
      *          Puts data files back from a generation set taken by
      *          EQUIPMENTDB-BACKUP. The generations on the catalogue
      *          (backupgens.data) are listed newest first; the
      *          supervisor picks one, sees what its manifest holds,
      *          and restores either one file or the whole set (ALL).
      *          Before anything is replaced, each file to be restored
      *          is shown with its live record count (counted now by
      *          EQUIPMENTDB-FILECOUNT) against the count at backup
      *          time and the difference, and the supervisor must
      *          confirm. An indexed file brings its alternate-key
      *          sidecar (".1") with it. The file being replaced is
      *          first copied to <name>.prerestore, so a restore from
      *          the wrong generation can itself be undone. Files the
      *          generation does not hold (not present at backup time,
      *          or whose copy failed) are never touched. Supervisor
      *          authority is required (EQUIPMENTDB-OPCHECK); run it
      *          while nobody else is using the system.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Before the confirmation, take
      *          the shared lock (EQUIPMENTDB-FILELOCK) on every file
      *          picked that the load-edit-save programs lock, and
      *          refuse the restore, naming the holder, when any is in
      *          use; the locks are released once the copies are done.
      *          A file whose live copy cannot first be kept as
      *          <name>.prerestore is no longer overwritten; it is
      *          counted as not restored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-RESTORE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT GEN-CATALOGUE-DATA ASSIGN TO "backupgens.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-GEN-CATALOGUE-DATA.
               SELECT MANIFEST-DATA ASSIGN TO MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MANIFEST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD GEN-CATALOGUE-DATA.
           COPY "bkgenrec.cpy".
           FD MANIFEST-DATA.
           COPY "bkmanrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-GEN-CATALOGUE-DATA PIC X(2).
           01 STATUS-MANIFEST-DATA PIC X(2).
           01 OPERATOR-ID PIC X(10).
           01 OPCHECK-RESULT PIC X(01).
           01 OPCHECK-AUTH-LEVEL PIC X(01).
           01 OPCHECK-NAME PIC X(30).
           01 CONFIRM-CHOICE PIC X(01).
           01 MANIFEST-FILE-NAME PIC X(60).
           01 CHOSEN-GENERATION PIC X(14).
           01 CHOSEN-FILE PIC X(30).
           01 SIDECAR-NAME PIC X(30).
           01 BACKUP-COPY-NAME PIC X(60).
           01 PRERESTORE-NAME PIC X(60).
           01 COPY-RETURN-CODE PIC S9(9) COMP-5.
           01 EXIST-RETURN-CODE PIC S9(9) COMP-5.
           01 EXIST-FILE-DETAILS PIC X(16).
           01 FILELOCK-ACTION PIC X(01).
           01 FILELOCK-PROGRAM PIC X(30) VALUE "EQUIPMENTDB-RESTORE".
           01 FILELOCK-RESULT PIC X(01).
      *    The files the load-edit-save programs lock while in use.
           01 LOCKABLE-FILE-NAME PIC X(30).
               88 LOCKABLE-FILE VALUE "equipresv.data"
                   "equipdisp.data" "equipcomp.data" "opers.data"
                   "refstatus.data" "refdepts.data" "reflocs.data"
                   "refvendors.data" "borrowers.data" "vendors.data"
                   "vendcontracts.data".
           01 LOCK-REFUSED-SWITCH PIC X(01) VALUE "N".
               88 LOCK-REFUSED VALUE "Y".
           01 FILECOUNT-RESULT PIC X(01).
           01 FILECOUNT-RECORDS PIC 9(9).
           01 RECORD-CHANGE PIC S9(9).
           01 GEN-SUBSCRIPT PIC 9(3).
           01 SELECTED-COUNT PIC 9(3) VALUE ZERO.
           01 RESTORED-COUNT PIC 9(3) VALUE ZERO.
           01 FAILED-COUNT PIC 9(3) VALUE ZERO.
           01 GENERATION-SWITCH PIC X(01) VALUE "N".
               88 GENERATION-FOUND VALUE "Y".
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
           01 GEN-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 GEN-TABLE.
               05 GEN-TABLE-ENTRY OCCURS 100 TIMES.
                   10 GN-RECORD PIC X(64).
           01 MANIFEST-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 MANIFEST-TABLE.
               05 MANIFEST-TABLE-ENTRY OCCURS 60 TIMES
                   INDEXED BY MANIFEST-TABLE-INDEX.
                   10 MF-FILE-NAME PIC X(30).
                   10 MF-FILE-KIND PIC X(01).
                   10 MF-COPY-FLAG PIC X(01).
                   10 MF-RECORD-COUNT PIC 9(9).
                   10 MF-SELECTED-FLAG PIC X(01).
                   10 MF-LOCKED-FLAG PIC X(01).
                   10 MF-LOCK-SINCE PIC X(14).
           01 GEN-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 GD-ID PIC X(14).
               05 FILLER PIC X(02) VALUE SPACES.
               05 GD-FILES PIC ZZ9.
               05 FILLER PIC X(07) VALUE " FILES ".
               05 GD-RECORDS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(09) VALUE " RECORDS ".
               05 GD-STATE PIC X(11).
               05 FILLER PIC X(01) VALUE SPACE.
               05 GD-SOURCE PIC X(07).
           01 MANIFEST-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 MD-FILE-NAME PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 MD-RECORDS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 MD-STATE PIC X(12).
           01 COMPARE-DETAIL-LINE.
               05 FILLER PIC X(02) VALUE SPACES.
               05 CD-FILE-NAME PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 CD-LIVE PIC X(11).
               05 FILLER PIC X(02) VALUE SPACES.
               05 CD-BACKUP PIC X(11).
               05 FILLER PIC X(02) VALUE SPACES.
               05 CD-CHANGE PIC X(11).
           01 COUNT-EDIT PIC ZZZ,ZZZ,ZZ9.
           01 CHANGE-EDIT PIC +++,+++,++9.
       LINKAGE SECTION.
           01 CALLER-OPERATOR-ID PIC X(10).
       PROCEDURE DIVISION USING CALLER-OPERATOR-ID.
       MAIN-PROCEDURE.
      *    Read Operator ID - supplied by EQUIPMENTDB-MENU when
      *    called from it, prompted otherwise.
           IF ADDRESS OF CALLER-OPERATOR-ID = NULL THEN
               DISPLAY "Operator ID: "
               ACCEPT OPERATOR-ID FROM CONSOLE
           ELSE
               MOVE CALLER-OPERATOR-ID TO OPERATOR-ID
           END-IF.

      *    A restore overwrites live data wholesale, so it stays with
      *    supervisors even when the program is started on its own.
           CALL "EQUIPMENTDB-OPCHECK" USING OPERATOR-ID
               OPCHECK-RESULT OPCHECK-AUTH-LEVEL OPCHECK-NAME.
           IF OPCHECK-AUTH-LEVEL NOT = "S" THEN
               DISPLAY "Supervisor authority required to restore "
                   "from a backup."
               GOBACK
           END-IF.

           PERFORM LOAD-GEN-CATALOGUE.
           IF GEN-TABLE-COUNT = 0 THEN
               DISPLAY "No backup generations on file "
                   "(backupgens.data)."
               GOBACK
           END-IF.
           IF LOAD-OVERFLOWED THEN
               DISPLAY "Only the oldest 100 generations on "
                   "backupgens.data are listed."
           END-IF.

           DISPLAY "Backup generations, newest first:".
           PERFORM VARYING GEN-SUBSCRIPT FROM GEN-TABLE-COUNT BY -1
                   UNTIL GEN-SUBSCRIPT = 0
               PERFORM DISPLAY-GEN-ENTRY
           END-PERFORM.

           DISPLAY "Generation To Restore From (blank to cancel): ".
           ACCEPT CHOSEN-GENERATION FROM CONSOLE.
           IF CHOSEN-GENERATION = SPACES THEN
               DISPLAY "Restore cancelled, nothing changed."
               GOBACK
           END-IF.
           PERFORM VARYING GEN-SUBSCRIPT FROM 1 BY 1
                   UNTIL GEN-SUBSCRIPT > GEN-TABLE-COUNT
                   OR GENERATION-FOUND
               PERFORM MATCH-GEN-ENTRY
           END-PERFORM.
           IF NOT GENERATION-FOUND THEN
               DISPLAY "No such generation: " CHOSEN-GENERATION
               GOBACK
           END-IF.

           PERFORM LOAD-MANIFEST.
           IF MANIFEST-TABLE-COUNT = 0 THEN
               DISPLAY "Manifest missing or empty: "
                   FUNCTION TRIM(MANIFEST-FILE-NAME TRAILING)
               DISPLAY "Nothing can be restored from this generation."
               GOBACK
           END-IF.

           DISPLAY "Generation " BKGEN-ID " holds:".
           PERFORM VARYING MANIFEST-TABLE-INDEX FROM 1 BY 1
                   UNTIL MANIFEST-TABLE-INDEX > MANIFEST-TABLE-COUNT
               PERFORM DISPLAY-MANIFEST-ENTRY
           END-PERFORM.

           DISPLAY "File To Restore (ALL for the whole set, "
               "blank to cancel): ".
           ACCEPT CHOSEN-FILE FROM CONSOLE.
           IF CHOSEN-FILE = SPACES THEN
               DISPLAY "Restore cancelled, nothing changed."
               GOBACK
           END-IF.
           MOVE SPACES TO SIDECAR-NAME.
           STRING FUNCTION TRIM(CHOSEN-FILE TRAILING) ".1"
               DELIMITED BY SIZE INTO SIDECAR-NAME.
           PERFORM VARYING MANIFEST-TABLE-INDEX FROM 1 BY 1
                   UNTIL MANIFEST-TABLE-INDEX > MANIFEST-TABLE-COUNT
               PERFORM SELECT-MANIFEST-ENTRY
           END-PERFORM.
           IF SELECTED-COUNT = 0 THEN
               DISPLAY "Generation " BKGEN-ID " holds no copy of "
                   FUNCTION TRIM(CHOSEN-FILE TRAILING)
                   ", nothing changed."
               GOBACK
           END-IF.

      *    Show what the restore will replace before doing it.
           DISPLAY "The restore will replace:".
           DISPLAY "  FILE                           "
               "       LIVE       BACKUP       CHANGE".
           PERFORM VARYING MANIFEST-TABLE-INDEX FROM 1 BY 1
                   UNTIL MANIFEST-TABLE-INDEX > MANIFEST-TABLE-COUNT
               PERFORM COMPARE-MANIFEST-ENTRY
           END-PERFORM.
           IF BKGEN-STATE-FLAG NOT = "C" THEN
               DISPLAY "This generation is incomplete: files whose "
                   "copy failed are left as they are."
           END-IF.
           DISPLAY "Each file replaced is kept as <file>.prerestore.".

      *    Nobody may have a file loaded for editing while it is put
      *    back, or their save would undo the restore; FILELOCK tells
      *    the supervisor who holds a file that is refused.
           PERFORM VARYING MANIFEST-TABLE-INDEX FROM 1 BY 1
                   UNTIL MANIFEST-TABLE-INDEX > MANIFEST-TABLE-COUNT
                   OR LOCK-REFUSED
               PERFORM LOCK-MANIFEST-ENTRY
           END-PERFORM.
           IF LOCK-REFUSED THEN
               PERFORM RELEASE-MANIFEST-LOCKS
               DISPLAY "Restore refused while a file is in use, "
                   "nothing changed."
               GOBACK
           END-IF.

           DISPLAY "Restore " SELECTED-COUNT " file(s) from "
               "generation " BKGEN-ID " (Y/N): ".
           ACCEPT CONFIRM-CHOICE FROM CONSOLE.
           IF CONFIRM-CHOICE = "Y" THEN
               PERFORM VARYING MANIFEST-TABLE-INDEX FROM 1 BY 1
                       UNTIL MANIFEST-TABLE-INDEX > MANIFEST-TABLE-COUNT
                   PERFORM RESTORE-MANIFEST-ENTRY
               END-PERFORM
               DISPLAY "Files restored: " RESTORED-COUNT
               IF FAILED-COUNT > 0 THEN
                   DISPLAY "Files NOT restored (copy failed): "
                       FAILED-COUNT
               END-IF
           ELSE
               DISPLAY "Restore cancelled, nothing changed."
           END-IF.
           PERFORM RELEASE-MANIFEST-LOCKS.

           GOBACK.

       RELEASE-MANIFEST-LOCKS.
           PERFORM VARYING MANIFEST-TABLE-INDEX FROM 1 BY 1
                   UNTIL MANIFEST-TABLE-INDEX > MANIFEST-TABLE-COUNT
               PERFORM RELEASE-MANIFEST-ENTRY
           END-PERFORM.
           EXIT.

       LOAD-GEN-CATALOGUE.
           MOVE ZERO TO GEN-TABLE-COUNT.
           MOVE SPACE TO STATUS-GEN-CATALOGUE-DATA.
           OPEN INPUT GEN-CATALOGUE-DATA.
           IF STATUS-GEN-CATALOGUE-DATA = "00" THEN
               PERFORM UNTIL STATUS-GEN-CATALOGUE-DATA NOT = "00"
                   PERFORM LOAD-GEN-ENTRY
               END-PERFORM
               CLOSE GEN-CATALOGUE-DATA
           END-IF.
           EXIT.

       LOAD-GEN-ENTRY.
           READ GEN-CATALOGUE-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF GEN-TABLE-COUNT < 100 THEN
                       ADD 1 TO GEN-TABLE-COUNT
                       MOVE BKGEN-LIST-DATA-REC
                           TO GN-RECORD(GEN-TABLE-COUNT)
                   ELSE
                       SET LOAD-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

       DISPLAY-GEN-ENTRY.
           MOVE GN-RECORD(GEN-SUBSCRIPT) TO BKGEN-LIST-DATA-REC.
           MOVE BKGEN-ID TO GD-ID.
           MOVE BKGEN-FILE-COUNT TO GD-FILES.
           MOVE BKGEN-RECORD-TOTAL TO GD-RECORDS.
           IF BKGEN-STATE-FLAG = "C" THEN
               MOVE "COMPLETE" TO GD-STATE
           ELSE
               MOVE "INCOMPLETE" TO GD-STATE
           END-IF.
           MOVE BKGEN-SOURCE TO GD-SOURCE.
           DISPLAY GEN-DETAIL-LINE.
           EXIT.

       MATCH-GEN-ENTRY.
           MOVE GN-RECORD(GEN-SUBSCRIPT) TO BKGEN-LIST-DATA-REC.
           IF BKGEN-ID = CHOSEN-GENERATION THEN
               SET GENERATION-FOUND TO TRUE
           END-IF.
           EXIT.

       LOAD-MANIFEST.
           MOVE ZERO TO MANIFEST-TABLE-COUNT.
           MOVE SPACES TO MANIFEST-FILE-NAME.
           STRING FUNCTION TRIM(BKGEN-DIRECTORY TRAILING)
               "/manifest.data"
               DELIMITED BY SIZE INTO MANIFEST-FILE-NAME.
           MOVE SPACE TO STATUS-MANIFEST-DATA.
           OPEN INPUT MANIFEST-DATA.
           IF STATUS-MANIFEST-DATA = "00" THEN
               PERFORM UNTIL STATUS-MANIFEST-DATA NOT = "00"
                   PERFORM LOAD-MANIFEST-ENTRY
               END-PERFORM
               CLOSE MANIFEST-DATA
           END-IF.
           EXIT.

       LOAD-MANIFEST-ENTRY.
           READ MANIFEST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF MANIFEST-TABLE-COUNT < 60 THEN
                       ADD 1 TO MANIFEST-TABLE-COUNT
                       SET MANIFEST-TABLE-INDEX TO MANIFEST-TABLE-COUNT
                       PERFORM STORE-MANIFEST-ENTRY
                   END-IF
           END-READ.
           EXIT.

       STORE-MANIFEST-ENTRY.
           MOVE BKMAN-FILE-NAME TO MF-FILE-NAME(MANIFEST-TABLE-INDEX).
           MOVE BKMAN-FILE-KIND TO MF-FILE-KIND(MANIFEST-TABLE-INDEX).
           MOVE BKMAN-COPY-FLAG TO MF-COPY-FLAG(MANIFEST-TABLE-INDEX).
           MOVE BKMAN-RECORD-COUNT
               TO MF-RECORD-COUNT(MANIFEST-TABLE-INDEX).
           MOVE "N" TO MF-SELECTED-FLAG(MANIFEST-TABLE-INDEX).
           MOVE "N" TO MF-LOCKED-FLAG(MANIFEST-TABLE-INDEX).
           MOVE SPACES TO MF-LOCK-SINCE(MANIFEST-TABLE-INDEX).
           EXIT.

      *    A sidecar is not listed on its own; it goes wherever its
      *    indexed file goes.
       DISPLAY-MANIFEST-ENTRY.
           IF MF-FILE-KIND(MANIFEST-TABLE-INDEX) NOT = "X" THEN
               MOVE MF-FILE-NAME(MANIFEST-TABLE-INDEX) TO MD-FILE-NAME
               MOVE MF-RECORD-COUNT(MANIFEST-TABLE-INDEX) TO MD-RECORDS
               EVALUATE MF-COPY-FLAG(MANIFEST-TABLE-INDEX)
                   WHEN "Y"
                       MOVE "BACKED UP" TO MD-STATE
                   WHEN "N"
                       MOVE "NOT PRESENT" TO MD-STATE
                   WHEN OTHER
                       MOVE "COPY FAILED" TO MD-STATE
               END-EVALUATE
               DISPLAY MANIFEST-DETAIL-LINE
           END-IF.
           EXIT.

      *    Only files the generation actually holds can be picked; an
      *    indexed file's sidecar is picked with it.
       SELECT-MANIFEST-ENTRY.
           IF MF-COPY-FLAG(MANIFEST-TABLE-INDEX) = "Y" THEN
               IF CHOSEN-FILE = "ALL" OR
                   MF-FILE-NAME(MANIFEST-TABLE-INDEX) = CHOSEN-FILE OR
                   MF-FILE-NAME(MANIFEST-TABLE-INDEX) = SIDECAR-NAME
                   THEN
                   MOVE "Y" TO MF-SELECTED-FLAG(MANIFEST-TABLE-INDEX)
                   ADD 1 TO SELECTED-COUNT
               END-IF
           END-IF.
           EXIT.

       COMPARE-MANIFEST-ENTRY.
           IF MF-SELECTED-FLAG(MANIFEST-TABLE-INDEX) = "Y" THEN
               MOVE MF-FILE-NAME(MANIFEST-TABLE-INDEX) TO CD-FILE-NAME
               IF MF-FILE-KIND(MANIFEST-TABLE-INDEX) = "X" THEN
                   MOVE "KEY INDEX" TO CD-LIVE
                   MOVE "KEY INDEX" TO CD-BACKUP
                   MOVE SPACES TO CD-CHANGE
               ELSE
                   PERFORM COMPARE-RECORD-COUNTS
               END-IF
               DISPLAY COMPARE-DETAIL-LINE
           END-IF.
           EXIT.

       COMPARE-RECORD-COUNTS.
           CALL "EQUIPMENTDB-FILECOUNT" USING
               MF-FILE-NAME(MANIFEST-TABLE-INDEX)
               FILECOUNT-RESULT FILECOUNT-RECORDS.
           IF FILECOUNT-RESULT = "Y" THEN
               MOVE FILECOUNT-RECORDS TO COUNT-EDIT
               MOVE COUNT-EDIT TO CD-LIVE
           ELSE
               MOVE ZERO TO FILECOUNT-RECORDS
               MOVE "NOT PRESENT" TO CD-LIVE
           END-IF.
           MOVE MF-RECORD-COUNT(MANIFEST-TABLE-INDEX) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO CD-BACKUP.
           COMPUTE RECORD-CHANGE =
               MF-RECORD-COUNT(MANIFEST-TABLE-INDEX)
               - FILECOUNT-RECORDS.
           MOVE RECORD-CHANGE TO CHANGE-EDIT.
           MOVE CHANGE-EDIT TO CD-CHANGE.
           EXIT.

       LOCK-MANIFEST-ENTRY.
           MOVE MF-FILE-NAME(MANIFEST-TABLE-INDEX)
               TO LOCKABLE-FILE-NAME.
           IF MF-SELECTED-FLAG(MANIFEST-TABLE-INDEX) = "Y" AND
               LOCKABLE-FILE THEN
               MOVE "A" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               IF FILELOCK-RESULT = "Y" THEN
                   MOVE "Y" TO MF-LOCKED-FLAG(MANIFEST-TABLE-INDEX)
               ELSE
                   SET LOCK-REFUSED TO TRUE
               END-IF
           END-IF.
           EXIT.

       RELEASE-MANIFEST-ENTRY.
           IF MF-LOCKED-FLAG(MANIFEST-TABLE-INDEX) = "Y" THEN
               MOVE "R" TO FILELOCK-ACTION
               PERFORM CALL-FILE-LOCK
               MOVE "N" TO MF-LOCKED-FLAG(MANIFEST-TABLE-INDEX)
           END-IF.
           EXIT.

       CALL-FILE-LOCK.
           CALL "EQUIPMENTDB-FILELOCK" USING FILELOCK-ACTION
               MF-FILE-NAME(MANIFEST-TABLE-INDEX) OPERATOR-ID
               FILELOCK-PROGRAM MF-LOCK-SINCE(MANIFEST-TABLE-INDEX)
               FILELOCK-RESULT.
           EXIT.

      *    Keep the file being replaced before copying the backup in;
      *    a file that is not there has nothing to keep, but one that
      *    is there and could not be kept is left as it is.
       RESTORE-MANIFEST-ENTRY.
           IF MF-SELECTED-FLAG(MANIFEST-TABLE-INDEX) = "Y" THEN
               MOVE SPACES TO BACKUP-COPY-NAME PRERESTORE-NAME
               STRING FUNCTION TRIM(BKGEN-DIRECTORY TRAILING) "/"
                   FUNCTION TRIM(MF-FILE-NAME(MANIFEST-TABLE-INDEX)
                       TRAILING)
                   DELIMITED BY SIZE INTO BACKUP-COPY-NAME
               STRING
                   FUNCTION TRIM(MF-FILE-NAME(MANIFEST-TABLE-INDEX)
                       TRAILING)
                   ".prerestore"
                   DELIMITED BY SIZE INTO PRERESTORE-NAME
               CALL "CBL_COPY_FILE" USING
                   MF-FILE-NAME(MANIFEST-TABLE-INDEX) PRERESTORE-NAME
                   RETURNING COPY-RETURN-CODE
               IF COPY-RETURN-CODE NOT = 0 THEN
                   CALL "CBL_CHECK_FILE_EXIST" USING
                       MF-FILE-NAME(MANIFEST-TABLE-INDEX)
                       EXIST-FILE-DETAILS
                       RETURNING EXIST-RETURN-CODE
                   IF EXIST-RETURN-CODE = 0 THEN
                       ADD 1 TO FAILED-COUNT
                       DISPLAY "Restore FAILED (could not keep "
                           FUNCTION TRIM(PRERESTORE-NAME TRAILING)
                           "): " MF-FILE-NAME(MANIFEST-TABLE-INDEX)
                   ELSE
                       PERFORM COPY-BACKUP-IN
                   END-IF
               ELSE
                   PERFORM COPY-BACKUP-IN
               END-IF
           END-IF.
           EXIT.

       COPY-BACKUP-IN.
           CALL "CBL_COPY_FILE" USING
               BACKUP-COPY-NAME MF-FILE-NAME(MANIFEST-TABLE-INDEX)
               RETURNING COPY-RETURN-CODE.
           IF COPY-RETURN-CODE = 0 THEN
               ADD 1 TO RESTORED-COUNT
               DISPLAY "Restored: "
                   MF-FILE-NAME(MANIFEST-TABLE-INDEX)
           ELSE
               ADD 1 TO FAILED-COUNT
               DISPLAY "Restore FAILED: "
                   MF-FILE-NAME(MANIFEST-TABLE-INDEX)
           END-IF.
           EXIT.

       END PROGRAM EQUIPMENTDB-RESTORE.
