      * Purpose: Equipment Management - Unattended Batch Run Driver.
      *          Reads runcontrol.data, one step per line in the form
      *          STEP,PARM1,PARM2 (EXPIRY,30 / SERVDUE,14 / OVERDUE /
      *          VERIFY / EXPORT,dept,status / BACKUP,7 /
      *          INTEGRITY / SNAPSHOT), and runs
      *          each report program with no console interaction by
      *          passing it the batch request block (see
      *          batchreq.cpy): the step's parameters replace the
      *          program's prompts and its report lines go to a dated
      *          output file of its own
      *          (expiry-YYYYMMDD-01.report and so on, numbered by
      *          step so a step listed twice never overwrites its
      *          earlier output). Every step is logged to
      *          CALLed and CANCELled the way EQUIPMENTDB-MENU runs
      *          its selections.
      * Tectonics: cobc
      * Modified: 2026-10-15 mkaraki - Added the BACKUP step
      *          (EQUIPMENTDB-BACKUP; BACKUP,n keeps the newest n
      *          generation sets of the data files).
      * Modified: 2026-10-15 mkaraki - Added the INTEGRITY step
      *          (EQUIPMENTDB-INTEGRITY; cross-file exception sweep).
      * Modified: 2026-10-15 mkaraki - Added the SNAPSHOT step
      *          (EQUIPMENTDB-SNAPSHOT; SNAPSHOT,YYYYMM appends the
      *          month-end department summaries to snapshots.data).
      * Modified: 2026-10-15 mkaraki - STEP-PROGRAM widened to 30, as
      *          CHOSEN-PROGRAM in EQUIPMENTDB-MENU, so
      *          EQUIPMENTDB-INTEGRITY is no longer cut short and
      *          every INTEGRITY step logged as failed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-BATCH.
           01 STEP-NAME PIC X(10).
           01 STEP-PARM-1 PIC X(20).
           01 STEP-PARM-2 PIC X(20).
           01 STEP-PROGRAM PIC X(30).
           01 STEP-BASE-NAME PIC X(10).
           01 STEP-SUFFIX PIC X(10).
           01 STEP-NUMBER PIC 9(2) VALUE ZERO.
                   MOVE "EQUIPMENTDB-EXPORT" TO STEP-PROGRAM
                   MOVE "export" TO STEP-BASE-NAME
                   MOVE ".csv" TO STEP-SUFFIX
               WHEN "BACKUP"
                   MOVE "EQUIPMENTDB-BACKUP" TO STEP-PROGRAM
                   MOVE "backup" TO STEP-BASE-NAME
               WHEN "INTEGRITY"
                   MOVE "EQUIPMENTDB-INTEGRITY" TO STEP-PROGRAM
                   MOVE "integrity" TO STEP-BASE-NAME
               WHEN "SNAPSHOT"
                   MOVE "EQUIPMENTDB-SNAPSHOT" TO STEP-PROGRAM
                   MOVE "snapshot" TO STEP-BASE-NAME
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
                   PERFORM LOG-UNKNOWN-STEP
