      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Backup generation catalogue record (backupgens.data,
      *          line sequential, oldest generation first). One record
      *          per generation set EQUIPMENTDB-BACKUP has taken: the
      *          generation ID (the run's date and time,
      *          YYYYMMDDHHMMSS), the directory the copies and the
      *          manifest are in, how many files were copied and how
      *          many records they held,
      *          whether every file present was copied ("C" complete,
      *          "I" incomplete - a copy failed) and whether the run
      *          came from EQUIPMENTDB-BATCH or the console.
      ******************************************************************
           01 BKGEN-LIST-DATA-REC.
               05 BKGEN-ID PIC X(14).
               05 BKGEN-DIRECTORY PIC X(30).
               05 BKGEN-FILE-COUNT PIC 9(3).
               05 BKGEN-RECORD-TOTAL PIC 9(9).
               05 BKGEN-STATE-FLAG PIC X(01).
               05 BKGEN-SOURCE PIC X(07).
