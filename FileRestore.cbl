
       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY MSTJRNLP.
        01 FILE-DEF-STATUS            PIC XX VALUE "00".
        01 MASTER-STATUS              PIC XX VALUE "00".
        01 FILE-BACKUP-STATUS         PIC XX VALUE "00".

       WRITE-ONE-TARGET-RECORD.
         IF TARGET-VEHMAST
             MOVE FBKP-IMAGE (1:61) TO VEHICLE-MASTER-REC
             WRITE VEHICLE-MASTER-REC
                 INVALID KEY
                     MOVE "Y" TO RESTORE-FAILED-SWITCH
                 NOT INVALID KEY
                     ADD 1 TO RECORDS-RESTORED
                     MOVE "VEHMAST"          TO MJ-MASTER
                     MOVE VEH-ID             TO MJ-KEY
                     MOVE VEHICLE-MASTER-REC TO MJ-AFTER-IMAGE
                     PERFORM JOURNAL-RESTORED-RECORD
             END-WRITE
         ELSE
         IF TARGET-RATEMAST
             END-WRITE
         ELSE
         IF TARGET-WOMAST
             MOVE FBKP-IMAGE (1:53) TO WORK-ORDER-REC
             WRITE WORK-ORDER-REC
                 INVALID KEY
                     MOVE "Y" TO RESTORE-FAILED-SWITCH
                 NOT INVALID KEY
                     ADD 1 TO RECORDS-RESTORED
                     MOVE "WOMAST"           TO MJ-MASTER
                     MOVE WO-KEY             TO MJ-KEY
                     MOVE WORK-ORDER-REC     TO MJ-AFTER-IMAGE
                     PERFORM JOURNAL-RESTORED-RECORD
             END-WRITE
         ELSE
         IF TARGET-OPERMAST
             MOVE FBKP-IMAGE (1:33) TO OPERATOR-MASTER-REC
             WRITE OPERATOR-MASTER-REC
                 INVALID KEY
                     MOVE "Y" TO RESTORE-FAILED-SWITCH
         END-IF
         END-IF.

       JOURNAL-RESTORED-RECORD.
      * A fleet or work-order master rebuilt from backup goes to the
      * shared master change journal record by record, so a key's
      * history shows the restore rather than a silent jump; the
      * caller sets the master, key and restored image.
         MOVE "RESTORE"          TO MJ-TRANS-TYPE.
         MOVE SPACES             TO MJ-BEFORE-IMAGE.
         MOVE "FILEREST"         TO MJ-PROGRAM.
         MOVE SPACES             TO MJ-OPERATOR.
         MOVE SPACES             TO MJ-RUN-ID.
         CALL "MSTJRNL" USING MASTER-JOURNAL-PARMS.

       ADD-KEY-TO-HASH.
      * The same position-weighted key hash FILEUNLD totals, so
      * the comparison proves what is on disk.
