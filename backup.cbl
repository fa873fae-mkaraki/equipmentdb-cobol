      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Data File Generation Backup.
      *          Copies every EQUIPMENTDB data file into a new
      *          generation directory, backup-YYYYMMDDHHMMSS, so a
      *          damaged file can be put back from last night's set
      *          (or an older one) with EQUIPMENTDB-RESTORE. Several
      *          files - equipresv.data, equipdisp.data,
      *          equipcomp.data, opers.data and the other load-edit-
      *          save masters - are rewritten whole every time they
      *          are saved, so a bad save leaves nothing behind to
      *          recover from without a copy taken beforehand. Each
      *          file's records are counted (EQUIPMENTDB-FILECOUNT)
      *          and the copy is made with CBL_COPY_FILE; the indexed
      *          master's alternate-key sidecar (".1") travels with
      *          it. The result for every file goes to manifest.data
      *          in the generation directory, and the generation is
      *          added to the catalogue, backupgens.data. Only the
      *          newest generations are kept (7 unless told
      *          otherwise); older ones are deleted once a complete
      *          generation has been taken, never after a failed one.
      *          Runs unattended from EQUIPMENTDB-BATCH as the BACKUP
      *          step (BACKUP,n keeps n generations) or from the menu.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Added snapshots.data, the
      *          month-end snapshot history, to the files copied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-BACKUP.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT GEN-CATALOGUE-DATA ASSIGN TO "backupgens.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-GEN-CATALOGUE-DATA.
               SELECT MANIFEST-DATA ASSIGN TO MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MANIFEST-DATA.
               SELECT REPORT-OUTPUT-FILE ASSIGN TO REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REPORT-OUTPUT-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD GEN-CATALOGUE-DATA.
           COPY "bkgenrec.cpy".
           FD MANIFEST-DATA.
           COPY "bkmanrec.cpy".
           FD REPORT-OUTPUT-FILE.
           01 REPORT-OUTPUT-REC PIC X(132).
       WORKING-STORAGE SECTION.
           01 STATUS-GEN-CATALOGUE-DATA PIC X(2).
           01 STATUS-MANIFEST-DATA PIC X(2).
           01 STATUS-REPORT-OUTPUT-FILE PIC X(2).
           01 REPORT-FILE-NAME PIC X(40).
           01 REPORT-TEXT PIC X(132).
           01 MANIFEST-FILE-NAME PIC X(60).
           01 RUN-ID PIC X(14).
           01 GENERATION-DIRECTORY PIC X(30).
           01 BACKUP-SOURCE-NAME PIC X(60).
           01 BACKUP-TARGET-NAME PIC X(60).
           01 KEEP-ANSWER PIC X(03).
           01 KEEP-GENERATIONS PIC 9(2) VALUE 7.
           01 PRUNE-COUNT PIC 9(3) VALUE ZERO.
           01 FILES-COPIED-COUNT PIC 9(3) VALUE ZERO.
           01 RECORDS-COPIED-TOTAL PIC 9(9) VALUE ZERO.
           01 COPY-RETURN-CODE PIC S9(9) COMP-5.
           01 FILECOUNT-RESULT PIC X(01).
           01 FILECOUNT-RECORDS PIC 9(9).
           01 BATCH-MODE-SWITCH PIC X(01) VALUE "N".
               88 BATCH-MODE VALUE "Y".
           01 GENERATION-STATE-SWITCH PIC X(01) VALUE "C".
               88 GENERATION-COMPLETE VALUE "C".
               88 GENERATION-INCOMPLETE VALUE "I".
           01 LOAD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 LOAD-OVERFLOWED VALUE "Y".
      *    Every data file the system keeps, with its kind: "I"
      *    indexed, "X" an indexed file's alternate-key sidecar, "L"
      *    line sequential. A file added to the system is added here.
           01 DATA-FILE-VALUES.
               05 FILLER PIC X(31) VALUE
                   "equipments.data               I".
               05 FILLER PIC X(31) VALUE
                   "equipments.data.1             X".
               05 FILLER PIC X(31) VALUE
                   "equipcosts.data               I".
               05 FILLER PIC X(31) VALUE
                   "loans.data                    I".
               05 FILLER PIC X(31) VALUE
                   "deprledger.data               I".
               05 FILLER PIC X(31) VALUE
                   "equipments-audit.data         L".
               05 FILLER PIC X(31) VALUE
                   "equipxfer-history.data        L".
               05 FILLER PIC X(31) VALUE
                   "equipservice.data             L".
               05 FILLER PIC X(31) VALUE
                   "equipresv.data                L".
               05 FILLER PIC X(31) VALUE
                   "equipdisp.data                L".
               05 FILLER PIC X(31) VALUE
                   "equipcomp.data                L".
               05 FILLER PIC X(31) VALUE
                   "equipcount.data               L".
               05 FILLER PIC X(31) VALUE
                   "opers.data                    L".
               05 FILLER PIC X(31) VALUE
                   "operlog.data                  L".
               05 FILLER PIC X(31) VALUE
                   "borrowers.data                L".
               05 FILLER PIC X(31) VALUE
                   "loanhist.data                 L".
               05 FILLER PIC X(31) VALUE
                   "gljournal.data                L".
               05 FILLER PIC X(31) VALUE
                   "snapshots.data                L".
               05 FILLER PIC X(31) VALUE
                   "vendors.data                  L".
               05 FILLER PIC X(31) VALUE
                   "vendcontracts.data            L".
               05 FILLER PIC X(31) VALUE
                   "refstatus.data                L".
               05 FILLER PIC X(31) VALUE
                   "refdepts.data                 L".
               05 FILLER PIC X(31) VALUE
                   "reflocs.data                  L".
               05 FILLER PIC X(31) VALUE
                   "refvendors.data               L".
               05 FILLER PIC X(31) VALUE
                   "equiparchive.data             L".
               05 FILLER PIC X(31) VALUE
                   "equiparchive-audit.data       L".
               05 FILLER PIC X(31) VALUE
                   "equipimport.data              L".
               05 FILLER PIC X(31) VALUE
                   "equipxfer.data                L".
               05 FILLER PIC X(31) VALUE
                   "runcontrol.data               L".
           01 DATA-FILE-TABLE REDEFINES DATA-FILE-VALUES.
               05 DATA-FILE-ENTRY OCCURS 29 TIMES
                   INDEXED BY DATA-FILE-INDEX.
                   10 DF-NAME PIC X(30).
                   10 DF-KIND PIC X(01).
           01 GEN-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 GEN-TABLE.
               05 GEN-TABLE-ENTRY OCCURS 100 TIMES
                   INDEXED BY GEN-TABLE-INDEX.
                   10 GN-RECORD PIC X(64).
           01 FILE-DETAIL-LINE.
               05 FD-FILE-NAME PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 FD-KIND PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 FD-RECORDS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 FD-RESULT PIC X(12).
           01 TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
           COPY "batchreq.cpy".
       PROCEDURE DIVISION USING BATCH-REQUEST-BLOCK.
       MAIN-PROCEDURE.
           IF ADDRESS OF BATCH-REQUEST-BLOCK NOT = NULL THEN
               SET BATCH-MODE TO TRUE
               IF BATCH-PARM-1 NOT = SPACES THEN
                   COMPUTE KEEP-GENERATIONS =
                       FUNCTION NUMVAL(BATCH-PARM-1)
               END-IF
               MOVE BATCH-OUTPUT-FILE TO REPORT-FILE-NAME
               OPEN OUTPUT REPORT-OUTPUT-FILE
               MOVE ZERO TO BATCH-RECORD-COUNT
               MOVE "S" TO BATCH-RESULT-FLAG
           ELSE
               DISPLAY "Generations To Keep (blank for 7): "
               ACCEPT KEEP-ANSWER FROM CONSOLE
               IF KEEP-ANSWER NOT = SPACES THEN
                   COMPUTE KEEP-GENERATIONS =
                       FUNCTION NUMVAL(KEEP-ANSWER)
               END-IF
           END-IF.
           IF KEEP-GENERATIONS = 0 THEN
               MOVE 7 TO KEEP-GENERATIONS
           END-IF.

           PERFORM LOAD-GEN-CATALOGUE.
           IF LOAD-OVERFLOWED THEN
               MOVE "backupgens.data holds more than 100 generations,"
                   TO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
               MOVE "nothing backed up - trim the catalogue first."
                   TO REPORT-TEXT
               PERFORM FAIL-BACKUP
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-ID.
           MOVE SPACES TO GENERATION-DIRECTORY.
           STRING "backup-" RUN-ID
               DELIMITED BY SIZE INTO GENERATION-DIRECTORY.
           CALL "CBL_CREATE_DIR" USING GENERATION-DIRECTORY
               RETURNING COPY-RETURN-CODE.
           IF COPY-RETURN-CODE NOT = 0 THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "Cannot create generation directory "
                   FUNCTION TRIM(GENERATION-DIRECTORY TRAILING)
                   ", nothing backed up."
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM FAIL-BACKUP
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-TEXT.
           STRING "BACKUP GENERATION " RUN-ID " IN "
               FUNCTION TRIM(GENERATION-DIRECTORY TRAILING)
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           MOVE SPACES TO REPORT-TEXT.
           STRING
               "FILE                           "
               "KIND            RECORDS  RESULT"
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.

           MOVE SPACES TO MANIFEST-FILE-NAME.
           STRING FUNCTION TRIM(GENERATION-DIRECTORY TRAILING)
               "/manifest.data"
               DELIMITED BY SIZE INTO MANIFEST-FILE-NAME.
           OPEN OUTPUT MANIFEST-DATA.
           PERFORM VARYING DATA-FILE-INDEX FROM 1 BY 1
                   UNTIL DATA-FILE-INDEX > 29
               PERFORM BACKUP-DATA-FILE
           END-PERFORM.
           CLOSE MANIFEST-DATA.

           PERFORM ADD-GENERATION-ENTRY.
           IF GENERATION-COMPLETE THEN
               PERFORM PRUNE-OLD-GENERATIONS
           END-IF.
           PERFORM SAVE-GEN-CATALOGUE.

           MOVE SPACES TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           MOVE RECORDS-COPIED-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-TEXT.
           STRING "FILES COPIED: " FILES-COPIED-COUNT
               "   RECORDS: " TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           IF GENERATION-COMPLETE THEN
               MOVE SPACES TO REPORT-TEXT
               STRING "GENERATION COMPLETE - KEEPING THE NEWEST "
                   KEEP-GENERATIONS
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-TEXT
               STRING "GENERATION INCOMPLETE - "
                   "NO OLDER GENERATION REMOVED"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF.

           IF BATCH-MODE THEN
               MOVE FILES-COPIED-COUNT TO BATCH-RECORD-COUNT
               IF GENERATION-INCOMPLETE THEN
                   MOVE "F" TO BATCH-RESULT-FLAG
               END-IF
               CLOSE REPORT-OUTPUT-FILE
           END-IF.

           GOBACK.

      *    Report why nothing was backed up and, in batch mode, fail
      *    the step so the run log shows it.
       FAIL-BACKUP.
           PERFORM EMIT-REPORT-LINE.
           IF BATCH-MODE THEN
               MOVE "F" TO BATCH-RESULT-FLAG
               CLOSE REPORT-OUTPUT-FILE
           END-IF.
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

      *    One slot is always left free for the generation about to
      *    be taken.
       LOAD-GEN-ENTRY.
           READ GEN-CATALOGUE-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF GEN-TABLE-COUNT < 99 THEN
                       ADD 1 TO GEN-TABLE-COUNT
                       MOVE BKGEN-LIST-DATA-REC
                           TO GN-RECORD(GEN-TABLE-COUNT)
                   ELSE
                       SET LOAD-OVERFLOWED TO TRUE
                   END-IF
           END-READ.
           EXIT.

      *    Count the file first, so a file that is not there is
      *    recorded as such rather than as a failed copy. The
      *    sidecar has no records of its own; it is simply copied
      *    when the indexed file system keeps one.
       BACKUP-DATA-FILE.
           MOVE DF-NAME(DATA-FILE-INDEX) TO BKMAN-FILE-NAME.
           MOVE DF-KIND(DATA-FILE-INDEX) TO BKMAN-FILE-KIND.
           MOVE ZERO TO BKMAN-RECORD-COUNT.
           MOVE SPACES TO BACKUP-SOURCE-NAME BACKUP-TARGET-NAME.
           MOVE DF-NAME(DATA-FILE-INDEX) TO BACKUP-SOURCE-NAME.
           STRING FUNCTION TRIM(GENERATION-DIRECTORY TRAILING) "/"
               FUNCTION TRIM(DF-NAME(DATA-FILE-INDEX) TRAILING)
               DELIMITED BY SIZE INTO BACKUP-TARGET-NAME.
           IF DF-KIND(DATA-FILE-INDEX) = "X" THEN
               MOVE "Y" TO FILECOUNT-RESULT
           ELSE
               CALL "EQUIPMENTDB-FILECOUNT" USING
                   DF-NAME(DATA-FILE-INDEX)
                   FILECOUNT-RESULT FILECOUNT-RECORDS
               MOVE FILECOUNT-RECORDS TO BKMAN-RECORD-COUNT
           END-IF.

           IF FILECOUNT-RESULT = "Y" THEN
               CALL "CBL_COPY_FILE" USING
                   BACKUP-SOURCE-NAME BACKUP-TARGET-NAME
                   RETURNING COPY-RETURN-CODE
               PERFORM RECORD-COPY-RESULT
           ELSE
               MOVE "N" TO BKMAN-COPY-FLAG
           END-IF.
           WRITE BKMAN-LIST-DATA-REC.
           PERFORM EMIT-FILE-LINE.
           EXIT.

       RECORD-COPY-RESULT.
           IF COPY-RETURN-CODE = 0 THEN
               MOVE "Y" TO BKMAN-COPY-FLAG
               ADD 1 TO FILES-COPIED-COUNT
               ADD BKMAN-RECORD-COUNT TO RECORDS-COPIED-TOTAL
           ELSE
               IF BKMAN-FILE-KIND = "X" THEN
                   MOVE "N" TO BKMAN-COPY-FLAG
               ELSE
                   MOVE "F" TO BKMAN-COPY-FLAG
                   SET GENERATION-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           EXIT.

       EMIT-FILE-LINE.
           MOVE BKMAN-FILE-NAME TO FD-FILE-NAME.
           EVALUATE BKMAN-FILE-KIND
               WHEN "I"
                   MOVE "INDEXED" TO FD-KIND
               WHEN "X"
                   MOVE "KEY INDEX" TO FD-KIND
               WHEN OTHER
                   MOVE "SEQUENTIAL" TO FD-KIND
           END-EVALUATE.
           MOVE BKMAN-RECORD-COUNT TO FD-RECORDS.
           EVALUATE BKMAN-COPY-FLAG
               WHEN "Y"
                   MOVE "COPIED" TO FD-RESULT
               WHEN "N"
                   MOVE "NOT PRESENT" TO FD-RESULT
               WHEN OTHER
                   MOVE "COPY FAILED" TO FD-RESULT
           END-EVALUATE.
           MOVE FILE-DETAIL-LINE TO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           EXIT.

       ADD-GENERATION-ENTRY.
           MOVE RUN-ID TO BKGEN-ID.
           MOVE GENERATION-DIRECTORY TO BKGEN-DIRECTORY.
           MOVE FILES-COPIED-COUNT TO BKGEN-FILE-COUNT.
           MOVE RECORDS-COPIED-TOTAL TO BKGEN-RECORD-TOTAL.
           MOVE GENERATION-STATE-SWITCH TO BKGEN-STATE-FLAG.
           IF BATCH-MODE THEN
               MOVE "BATCH" TO BKGEN-SOURCE
           ELSE
               MOVE "CONSOLE" TO BKGEN-SOURCE
           END-IF.
           ADD 1 TO GEN-TABLE-COUNT.
           MOVE BKGEN-LIST-DATA-REC TO GN-RECORD(GEN-TABLE-COUNT).
           EXIT.

      *    The catalogue is oldest first, so the generations beyond
      *    the number to keep are the leading entries.
       PRUNE-OLD-GENERATIONS.
           MOVE ZERO TO PRUNE-COUNT.
           IF GEN-TABLE-COUNT > KEEP-GENERATIONS THEN
               COMPUTE PRUNE-COUNT =
                   GEN-TABLE-COUNT - KEEP-GENERATIONS
           END-IF.
           PERFORM VARYING GEN-TABLE-INDEX FROM 1 BY 1
                   UNTIL GEN-TABLE-INDEX > PRUNE-COUNT
               PERFORM REMOVE-GENERATION
           END-PERFORM.
           EXIT.

      *    Delete what the generation's own manifest says is in it,
      *    then the manifest and the directory itself.
       REMOVE-GENERATION.
           MOVE GN-RECORD(GEN-TABLE-INDEX) TO BKGEN-LIST-DATA-REC.
           MOVE SPACES TO MANIFEST-FILE-NAME.
           STRING FUNCTION TRIM(BKGEN-DIRECTORY TRAILING)
               "/manifest.data"
               DELIMITED BY SIZE INTO MANIFEST-FILE-NAME.
           MOVE SPACE TO STATUS-MANIFEST-DATA.
           OPEN INPUT MANIFEST-DATA.
           IF STATUS-MANIFEST-DATA = "00" THEN
               PERFORM UNTIL STATUS-MANIFEST-DATA NOT = "00"
                   PERFORM REMOVE-GENERATION-FILE
               END-PERFORM
               CLOSE MANIFEST-DATA
           END-IF.
           CALL "CBL_DELETE_FILE" USING MANIFEST-FILE-NAME.
           CALL "CBL_DELETE_DIR" USING BKGEN-DIRECTORY.
           MOVE SPACES TO REPORT-TEXT.
           STRING "REMOVED OLDER GENERATION " BKGEN-ID
               DELIMITED BY SIZE INTO REPORT-TEXT.
           PERFORM EMIT-REPORT-LINE.
           EXIT.

       REMOVE-GENERATION-FILE.
           READ MANIFEST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF BKMAN-COPY-FLAG = "Y" THEN
                       MOVE SPACES TO BACKUP-TARGET-NAME
                       STRING
                           FUNCTION TRIM(BKGEN-DIRECTORY TRAILING) "/"
                           FUNCTION TRIM(BKMAN-FILE-NAME TRAILING)
                           DELIMITED BY SIZE INTO BACKUP-TARGET-NAME
                       CALL "CBL_DELETE_FILE" USING BACKUP-TARGET-NAME
                   END-IF
           END-READ.
           EXIT.

       SAVE-GEN-CATALOGUE.
           OPEN OUTPUT GEN-CATALOGUE-DATA.
           PERFORM VARYING GEN-TABLE-INDEX FROM 1 BY 1
                   UNTIL GEN-TABLE-INDEX > GEN-TABLE-COUNT
               PERFORM SAVE-GEN-ENTRY
           END-PERFORM.
           CLOSE GEN-CATALOGUE-DATA.
           EXIT.

       SAVE-GEN-ENTRY.
           IF GEN-TABLE-INDEX > PRUNE-COUNT THEN
               MOVE GN-RECORD(GEN-TABLE-INDEX) TO BKGEN-LIST-DATA-REC
               WRITE BKGEN-LIST-DATA-REC
           END-IF.
           EXIT.

      *    Every report line funnels through here: written to the
      *    output file in batch mode, DISPLAYed in console mode.
       EMIT-REPORT-LINE.
           IF BATCH-MODE THEN
               MOVE REPORT-TEXT TO REPORT-OUTPUT-REC
               WRITE REPORT-OUTPUT-REC
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-TEXT TRAILING)
           END-IF.
           EXIT.

       END PROGRAM EQUIPMENTDB-BACKUP.
