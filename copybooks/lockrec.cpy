      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: File lock record (equiplock.data, line sequential),
      *          shared by EQUIPMENTDB-FILELOCK, which takes and drops
      *          the locks, and EQUIPMENTDB-LOCKMAINT, which lists them
      *          and clears stale ones. One record per data file that
      *          a load-edit-save program currently has loaded: the
      *          file, the operator and program holding it, and when
      *          the lock was taken (YYYYMMDDHHMMSS). No record for a
      *          file means nobody has it.
      ******************************************************************
           01 LOCK-LIST-DATA-REC.
               05 LOCK-RESOURCE PIC X(30).
               05 LOCK-OPERATOR PIC X(10).
               05 LOCK-PROGRAM PIC X(30).
               05 LOCK-SINCE PIC X(14).
