      *          yet -- which is also the catch-up: a cabinet
      *          powered off overnight finds the window still empty
      *          first thing in the morning and runs the job then.
      *          What each job prints goes to the report archive
      *          under ./data/reports (ArchiveReport), where the
      *          service menu's report viewer can page through it.
      *          Every run lands in ./data/job_runlog.dat with
      *          start, end and outcome -- OK, FAILED, or PARTIAL for
      *          a job that ended with return code 4 having done only
      *          part of its work (a day-file transfer the line broke
      *          off). A PARTIAL job is tried again an hour later, so
      *          a resumable job finishes the same night. At most one
      *          job runs per call, so the frame loop never stalls
      *          behind two.
      *          An immediate-transfer marker from the command
      *          channel outranks the timetable.
      * Tectonics: cobc
           05 RL-COMMAND PIC X(20).
           05 RL-SEP-4   PIC X(1).
           05 RL-OUTCOME PIC S9(4) SIGN IS LEADING SEPARATE.
           05 RL-SEP-5   PIC X(1).
           05 RL-RESULT  PIC X(7).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD PIC X(15).
               10 JT-TIME    PIC 9(4).
               10 JT-FREQ    PIC X(1).
               10 JT-LAST-DATE PIC 9(8).
               10 JT-LAST-END  PIC 9(6).
               10 JT-LAST-RESULT PIC X(7).
       01  JOB-COUNT PIC 9(2) VALUE 0.
       01  JOB-IDX PIC 9(2) VALUE 0.

           05 ND-DAY   PIC 9(2).
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  NOW-HHMM PIC 9(4) VALUE 0.
       01  RETRY-HHMM PIC 9(4) VALUE 0.

       01  LAST-RUN-YMD PIC 9(8) VALUE 0.
       01  LAST-RUN-VIEW REDEFINES LAST-RUN-YMD.
       01  IDLE-DAYS PIC S9(7) VALUE 0.

       01  DUE-JOB PIC 9(2) VALUE 0.
       01  RUN-COMMAND PIC X(60) VALUE SPACES.
       01  RUN-REPORT-PATH PIC X(60) VALUE SPACES.
       01  SYSTEM-STATUS USAGE BINARY-LONG VALUE 0.
       01  START-STAMP PIC 9(6) VALUE 0.
       01  END-STAMP PIC 9(6) VALUE 0.
                           MOVE JB-TIME TO JT-TIME (JOB-COUNT)
                           MOVE JB-FREQ TO JT-FREQ (JOB-COUNT)
                           MOVE 0 TO JT-LAST-DATE (JOB-COUNT)
                           MOVE 0 TO JT-LAST-END (JOB-COUNT)
                           MOVE SPACES TO JT-LAST-RESULT (JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                               IF JT-COMMAND (JOB-IDX) = RL-COMMAND
                                   MOVE RL-DATE
                                       TO JT-LAST-DATE (JOB-IDX)
                                   MOVE RL-END
                                       TO JT-LAST-END (JOB-IDX)
                                   MOVE RL-RESULT
                                       TO JT-LAST-RESULT (JOB-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               LR-YEAR * 372 + LR-MONTH * 31 + LR-DAY.
           COMPUTE IDLE-DAYS = NOW-SERIAL - LAST-SERIAL.

      *> a job that got only part way counts as not run yet: give
      *> the line an hour, then let it pick up where it stopped.
           IF JT-LAST-RESULT (JOB-IDX) = "PARTIAL" THEN
               COMPUTE RETRY-HHMM = JT-LAST-END (JOB-IDX) / 100 + 100
               IF IDLE-DAYS >= 1 OR NOW-HHMM >= RETRY-HHMM THEN
                   MOVE JOB-IDX TO DUE-JOB
               END-IF
               EXIT PARAGRAPH
           END-IF.

           EVALUATE JT-FREQ (JOB-IDX)
               WHEN "D"
                   IF IDLE-DAYS >= 1 THEN
           END-EVALUATE.

       RUN-ONE-JOB.
      *> the command runs as jobs.dat spells it, arguments and all.
           MOVE JT-COMMAND (JOB-IDX) TO RUN-COMMAND.

           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE START-STAMP = NOW-TIME-RAW / 100.

           CALL "ArchiveReport" USING
               BY REFERENCE RUN-COMMAND
               BY REFERENCE RUN-REPORT-PATH
               BY REFERENCE SYSTEM-STATUS
           END-CALL.

           ACCEPT NOW-TIME-RAW FROM TIME.
           MOVE JT-COMMAND (JOB-IDX) TO RL-COMMAND.
           MOVE SYSTEM-STATUS TO RL-OUTCOME.

      *> system() hands back the exit code times 256.
           EVALUATE SYSTEM-STATUS
               WHEN 0
                   MOVE "OK" TO RL-RESULT
               WHEN 1024
                   MOVE "PARTIAL" TO RL-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO RL-RESULT
           END-EVALUATE.

           WRITE RUNLOG-RECORD.

           CLOSE RUNLOG-FILE.
