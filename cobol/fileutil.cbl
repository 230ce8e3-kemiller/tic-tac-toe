      *                   per pass.  Return code: 0 clean, 8 the
      *                   request or the totals did not check out,
      *                   12 a file would not open.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and records passed, compared, and
      *                   mismatched -- for the morning operations
      *                   check, OPSCHK.CBL.
      *   2026-10-15  KM  PLYMAST carries PM-PUBLISH, the member's
      *                   publication preference: unloaded, reloaded,
      *                   and verified with the rest of the record, and
      *                   the members publishing initials only or
      *                   withheld are the fourth PLYMAST trailer sum.
      *                   An image unloaded under the old layout has
      *                   blanks there and reloads every member as
      *                   published.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UnloadStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
       FD  UNLOAD-FILE.
       COPY FILEUNLD.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 PlayerStatsStatus PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 UnloadStatus      PIC X(02).

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT RunMode FROM ENVIRONMENT "FILEUTIL_MODE"
           ACCEPT RunFile FROM ENVIRONMENT "FILEUTIL_FILE"
           IF RunFile NOT EQUAL "PLYSTAT"
               DISPLAY "FILEUTIL_FILE must be PLYSTAT or PLYMAST -- "
                   "nothing done."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           EVALUATE RunMode
                       "or VERIFY -- nothing done."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
               DISPLAY "UNLOAD-FILE will not open (status "
                   UnloadStatus ") -- stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF RunFile EQUAL "PLYSTAT"
                   MOVE PM-NAME      TO UN-PM-NAME
                   MOVE PM-JOIN-DATE TO UN-PM-JOIN-DATE
                   MOVE PM-STATUS    TO UN-PM-STATUS
                   MOVE PM-PUBLISH   TO UN-PM-PUBLISH
                   WRITE UNLOAD-RECORD
                   ADD 1 TO PassCount
                   ADD PM-JOIN-DATE TO PassSum1
                   ELSE
                       ADD 1 TO PassSum3
                   END-IF
                   IF PM-PUBLISH EQUAL "I" OR PM-PUBLISH EQUAL "W"
                       ADD 1 TO PassSum4
                   END-IF
           END-READ.

       WriteUnloadTrailer.
               DISPLAY "UNLOAD-FILE will not open (status "
                   UnloadStatus ") -- stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadOneUnloadRecord
               DISPLAY "The unload image has no control trailer -- "
                   "refusing it.  Nothing touched."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PassCount NOT EQUAL TrailerCount
               DISPLAY "  Records counted " PassCount
                   "  trailer says " TrailerCount
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           DISPLAY "Unload image proves clean against its trailer:"
                       "refusing the image.  Nothing touched."
                   MOVE 8 TO RETURN-CODE
                   CLOSE UNLOAD-FILE
                   PERFORM LogRunControl
                   STOP RUN
               WHEN UN-TYPE EQUAL "T"
                   SET TrailerSeen TO 'Y'
                       ELSE
                           ADD 1 TO PassSum3
                       END-IF
                       IF UN-PM-PUBLISH EQUAL "I"
                               OR UN-PM-PUBLISH EQUAL "W"
                           ADD 1 TO PassSum4
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unrecognized record type '" UN-TYPE
                       "Nothing touched."
                   MOVE 8 TO RETURN-CODE
                   CLOSE UNLOAD-FILE
                   PERFORM LogRunControl
                   STOP RUN
           END-EVALUATE
           PERFORM ReadOneUnloadRecord.
                   MOVE UN-PM-NAME      TO PM-NAME
                   MOVE UN-PM-JOIN-DATE TO PM-JOIN-DATE
                   MOVE UN-PM-STATUS    TO PM-STATUS
                   MOVE UN-PM-PUBLISH   TO PM-PUBLISH
                   WRITE PLAYER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate key "
                               OR PM-JOIN-DATE
                                   NOT EQUAL UN-PM-JOIN-DATE
                               OR PM-STATUS NOT EQUAL UN-PM-STATUS
                               OR PM-PUBLISH NOT EQUAL UN-PM-PUBLISH
                               ADD 1 TO RecordsMismatched
                               DISPLAY "  " UN-PM-PLAYER-ID
                                   " differs between the live "
                   DISPLAY "PLYSTAT will not open (status "
                       PlayerStatsStatus ") -- stopping."
                   MOVE 12 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
               END-IF
           ELSE
                   DISPLAY "PLYMAST will not open (status "
                       PlayerMasterStatus ") -- stopping."
                   MOVE 12 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
               END-IF
           END-IF.
                   DISPLAY "PLYSTAT will not open for reload "
                       "(status " PlayerStatsStatus ") -- stopping."
                   MOVE 12 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
               END-IF
           ELSE
                       "(status " PlayerMasterStatus ") -- "
                       "stopping."
                   MOVE 12 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
               END-IF
           END-IF.
               DISPLAY "  Join-date hash:  " PassSum1
               DISPLAY "  Active members:  " PassSum2
               DISPLAY "  Inactive:        " PassSum3
               DISPLAY "  Restricted:      " PassSum4
           END-IF.

      *----------------------------------------------------------------
      * StartRunControl / LogRunControl
      *   The run's entry on the shared run-control log (RUNCTL.CPY):
      *   the start is noted first thing, and the record -- start,
      *   end, return code, and the run's key counts -- is appended
      *   on every way out, refusals included, so the morning
      *   operations check sees what happened.  A log that will not
      *   open is reported and otherwise ignored; it never stops the
      *   run.
      *----------------------------------------------------------------
       StartRunControl.
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

       LogRunControl.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RunControlStatus EQUAL "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF RunControlStatus NOT EQUAL "00"
               DISPLAY "Run-control log will not open (status "
                   RunControlStatus ") -- this run is not logged."
           ELSE
               INITIALIZE RUN-CONTROL-RECORD
               MOVE "FILEUTIL" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "RECORDS" TO RL-COUNT-LABEL(1)
               MOVE PassCount TO RL-COUNT-VALUE(1)
               MOVE "COMPARED" TO RL-COUNT-LABEL(2)
               MOVE RecordsCompared TO RL-COUNT-VALUE(2)
               MOVE "MISMATCHED" TO RL-COUNT-LABEL(3)
               MOVE RecordsMismatched TO RL-COUNT-VALUE(3)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM FileUtility.
