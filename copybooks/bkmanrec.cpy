      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Backup manifest record (manifest.data in each
      *          generation directory, line sequential). One record per
      *          data file EQUIPMENTDB-BACKUP looked for: the file name,
      *          its kind ("L" line sequential, "I" indexed, "X" the
      *          alternate-key sidecar of an indexed file, which has no
      *          records of its own to count), whether it was copied
      *          ("Y" copied, "N" not present at backup time, "F" the
      *          copy failed) and the record count at backup time.
      *          EQUIPMENTDB-RESTORE compares these counts with the
      *          live files before it replaces anything.
      ******************************************************************
           01 BKMAN-LIST-DATA-REC.
               05 BKMAN-FILE-NAME PIC X(30).
               05 BKMAN-FILE-KIND PIC X(01).
               05 BKMAN-COPY-FLAG PIC X(01).
               05 BKMAN-RECORD-COUNT PIC 9(9).
