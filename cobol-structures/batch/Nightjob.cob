      *> the runner writes the classic stream out as JOBSCHED.DAT
      *> first, so the first run after the change behaves exactly
      *> as the old fixed sequence did and leaves the file behind
      *> for the operator to edit. Whatever the schedule holds, the
      *> stream closes with report distribution (RPTDIST), which
      *> files the night's print files for their recipients and
      *> purges the copies past their retention.
      *>
      *> Deadlines: JOBTGT.DAT gives a target finish time per step
      *> and a STREAM target for the whole night. The night's due
      *> steps are planned up front with each one's average clean
      *> elapsed time off RUNSTATS.DAT, and as each step ends the
      *> rest of the plan is projected from the clock; the moment a
      *> projection crosses a target an alert goes to ALERTS.DAT --
      *> W while the overrun is projected at half an hour or less,
      *> C beyond that or once the target time has already gone --
      *> and it is raised again only if it worsens to C. A step
      *> that does not stamp its own RUNSTATS line gets one written
      *> here, so every step builds a history to project from. The
      *> run closes with its line on the SLA file (JOBSLA.DAT) that
      *> SLARPT reports by month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTJOB.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCaStatus.

           SELECT JOB-TARGET-FILE ASSIGN TO "JOBTGT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJtStatus.

           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRsStatus.

           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAlStatus.

           SELECT JOB-SLA-FILE ASSIGN TO "JOBSLA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJaStatus.

       DATA DIVISION.
           FILE SECTION.
           FD JOB-SCHED-FILE.
           FD CALENDAR-FILE.
           COPY CALREC.

           FD JOB-TARGET-FILE.
           COPY JOBTGT.

           FD RUN-STATS-FILE.
           COPY RUNSTAT.

           FD ALERT-FILE.
           COPY ALERTLOG.

           FD JOB-SLA-FILE.
           COPY JOBSLA.

           WORKING-STORAGE SECTION.
           01 wsCommand PIC X(200).
           01 wsJsStatus PIC X(2).
           01 resIdx PIC 9(2).
           01 wsDepResult PIC X.

           01 wsJtStatus PIC X(2).
           01 wsRsStatus PIC X(2).
           01 wsAlStatus PIC X(2).
           01 wsJaStatus PIC X(2).

      *> The night's plan, one entry per schedule line in order and
      *> the closing distribution last: due tonight or not, the
      *> average clean elapsed seconds, and the step's target.
      *> Clock times are carried as seconds from day zero, so a
      *> stream running past midnight projects straight through.
           01 wsPlanCount PIC 9(2) VALUE 0.
           01 wsPlanTable.
               05 wsPlanEntry OCCURS 41 TIMES.
                   10 wsPlanStep PIC X(8).
                   10 wsPlanDue PIC X.
                   10 wsPlanSum PIC 9(9).
                   10 wsPlanRuns PIC 9(5).
                   10 wsPlanAvg PIC 9(6).
                   10 wsPlanTarget PIC 9(4).
                   10 wsPlanTgtSecs PIC 9(12).
                   10 wsPlanAlerted PIC X.
           01 planIdx PIC 9(3).
           01 wsCurPlan PIC 9(2) VALUE 0.
           01 wsNextPlan PIC 9(3).
           01 wsStreamTarget PIC 9(4) VALUE 0.
           01 wsStreamTgtSecs PIC 9(12) VALUE 0.
           01 wsStreamAlerted PIC X VALUE SPACE.

           01 wsJobStart PIC X(14).
           01 wsJobStartSecs PIC 9(12).
           01 wsStamp PIC X(14).
           01 wsStampDate PIC 9(8).
           01 wsStampSecs PIC 9(12).
           01 wsStartSecs PIC 9(12).
           01 wsNowSecs PIC 9(12).
           01 wsProjSecs PIC 9(12).
           01 wsDayNo PIC 9(8).
           01 wsDaySecs PIC 9(5).
           01 wsHh PIC 9(2).
           01 wsMm PIC 9(2).
           01 wsElapsed PIC 9(6).
           01 wsSlowStep PIC X(8) VALUE SPACES.
           01 wsSlowSecs PIC 9(6) VALUE 0.
           01 wsStatsFound PIC X.
           01 wsStatsEOF PIC X.

      *> One deadline check: the target, the time projected (or
      *> reached) against it, and the level already raised for it.
           01 wsAlertName PIC X(8).
           01 wsAlertVerb PIC X(4).
           01 wsTgtHhmm PIC 9(4).
           01 wsTgtSecs PIC 9(12).
           01 wsAlerted PIC X.
           01 wsSeverity PIC X.
           01 wsOverSecs PIC 9(12).
           01 wsOverMin PIC 9(4).
      *> Half an hour past target and a warning becomes critical.
           01 wsCritSecs PIC 9(5) VALUE 1800.
           01 dispClock PIC X(5).
           01 dispTarget PIC X(5).

           COPY RPTHDR.

       PROCEDURE DIVISION.

           perform ENSURE-SCHEDULE-FILE

           perform BUILD-RUN-PLAN

           OPEN INPUT JOB-SCHED-FILE
           PERFORM UNTIL wsSchedEOF = "Y"
               READ JOB-SCHED-FILE
           END-PERFORM
           CLOSE JOB-SCHED-FILE

           perform DISTRIBUTE-NIGHT-REPORTS

           perform WRITE-JOB-SUMMARY

           perform WRITE-SLA-LINE

           move "Nightly Batch Job" to WS-RPT-TITLE
           perform PRINT-REPORT-FOOTER.


           COPY RPTHDRPR.
           COPY CALPR.
           COPY ALERTPR.

      *> The last business day of the month is the one whose next
      *> processing day (rolling across the calendar's weekends and
           MOVE wsRunBusDate TO wsBusDate.

       RUN-SCHEDULED-STEP.
           IF wsCurPlan < 40
               ADD 1 TO wsCurPlan
           ELSE
               MOVE 99 TO wsCurPlan
           END-IF
           MOVE JS-STEP TO wsStepName
           MOVE JS-DEPENDS TO wsStepDepends
           MOVE JS-COMMAND TO wsCommand

           perform RUN-ONE-STEP.

      *> Run after the last scheduled step, as a step of its own on
      *> the job log; an aborted job skips it like any other step,
      *> so a half-written report is never handed out.
       DISTRIBUTE-NIGHT-REPORTS.
           MOVE wsPlanCount TO wsCurPlan
           MOVE "RPTDIST" TO wsStepName
           MOVE SPACES TO wsCommand
           STRING "cobc -x -std=ibm -I copybooks -o"
               " /tmp/cbljob_rdst batch/Rptdist.cob &&"
               " echo 1 | /tmp/cbljob_rdst ; rc=$? ;"
               " rm -f /tmp/cbljob_rdst ; exit $rc"
               DELIMITED BY SIZE INTO wsCommand
           perform RUN-ONE-STEP.

       LOG-NOT-DUE.
           MOVE SPACES TO wsStepStart
           MOVE SPACES TO wsStepEnd
               END-IF
           END-IF

           perform WRITE-JOB-LOG-LINE
           perform MONITOR-DEADLINES.

       READ-STEP-POLICY.
           MOVE "C" TO wsStepPolicy
           END-IF
           perform WRITE-JOB-LOG-LINE.

      *> Plans the night before the first step runs: which lines
      *> are due, what each has averaged, and where the targets
      *> fall, then shows the projected finish from the start.
       BUILD-RUN-PLAN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO wsJobStart
           MOVE wsJobStart TO wsStamp
           perform STAMP-TO-SECS
           MOVE wsStampSecs TO wsJobStartSecs
           INITIALIZE wsPlanTable
           MOVE 0 TO wsPlanCount

           OPEN INPUT JOB-SCHED-FILE
           PERFORM UNTIL wsSchedEOF = "Y"
               READ JOB-SCHED-FILE
                   AT END
                       MOVE "Y" TO wsSchedEOF
                   NOT AT END
                       IF wsPlanCount < 40
                           ADD 1 TO wsPlanCount
                           MOVE JS-STEP TO wsPlanStep(wsPlanCount)
                           MOVE "Y" TO wsPlanDue(wsPlanCount)
                           IF (JS-IS-MONTHEND AND wsMonthEnd NOT = "Y")
                               OR (JS-IS-DATE
                                   AND JS-DATE NOT = wsRunBusDate)
                               MOVE "N" TO wsPlanDue(wsPlanCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-SCHED-FILE
           MOVE "N" TO wsSchedEOF

           ADD 1 TO wsPlanCount
           MOVE "RPTDIST" TO wsPlanStep(wsPlanCount)
           MOVE "Y" TO wsPlanDue(wsPlanCount)

           perform LOAD-STEP-TARGETS
           perform LOAD-STEP-AVERAGES

           MOVE 0 TO wsCurPlan
           MOVE wsJobStartSecs TO wsNowSecs
           perform PROJECT-FINISH.

      *> A target that is not a real HHMM clock time is ignored.
       LOAD-STEP-TARGETS.
           MOVE "N" TO wsStatsEOF
           OPEN INPUT JOB-TARGET-FILE
           IF wsJtStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsStatsEOF = "Y"
               READ JOB-TARGET-FILE
                   AT END
                       MOVE "Y" TO wsStatsEOF
                   NOT AT END
                       IF JT-TARGET IS NUMERIC
                           AND JT-TARGET < 2400
                           AND JT-TARGET(3:2) < "60"
                           MOVE JT-TARGET TO wsTgtHhmm
                           perform TARGET-TO-SECS
                           perform FILE-ONE-TARGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-TARGET-FILE.

       FILE-ONE-TARGET.
           IF JT-STEP = "STREAM"
               MOVE wsTgtHhmm TO wsStreamTarget
               MOVE wsTgtSecs TO wsStreamTgtSecs
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING planIdx FROM 1 BY 1
                   UNTIL planIdx > wsPlanCount
               IF wsPlanStep(planIdx) = JT-STEP
                   MOVE wsTgtHhmm TO wsPlanTarget(planIdx)
                   MOVE wsTgtSecs TO wsPlanTgtSecs(planIdx)
               END-IF
           END-PERFORM.

      *> The target clock time on the day the stream started, or
      *> the next morning when that time had already gone by.
       TARGET-TO-SECS.
           DIVIDE wsJobStartSecs BY 86400 GIVING wsDayNo
           COMPUTE wsHh = wsTgtHhmm / 100
           COMPUTE wsMm = wsTgtHhmm - wsHh * 100
           COMPUTE wsTgtSecs = wsDayNo * 86400
               + wsHh * 3600 + wsMm * 60
           IF wsTgtSecs <= wsJobStartSecs
               ADD 86400 TO wsTgtSecs
           END-IF.

       LOAD-STEP-AVERAGES.
           MOVE "N" TO wsStatsEOF
           OPEN INPUT RUN-STATS-FILE
           IF wsRsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsStatsEOF = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO wsStatsEOF
                   NOT AT END
                       IF RS-START(1:8) IS NUMERIC
                           AND RS-END(1:8) IS NUMERIC
                           AND RS-END >= RS-START
                           perform ADD-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATS-FILE
           PERFORM VARYING planIdx FROM 1 BY 1
                   UNTIL planIdx > wsPlanCount
               IF wsPlanRuns(planIdx) > 0
                   COMPUTE wsPlanAvg(planIdx) =
                       wsPlanSum(planIdx) / wsPlanRuns(planIdx)
               END-IF
           END-PERFORM.

       ADD-ONE-RUN.
           MOVE RS-START TO wsStamp
           perform STAMP-TO-SECS
           MOVE wsStampSecs TO wsStartSecs
           MOVE RS-END TO wsStamp
           perform STAMP-TO-SECS
           COMPUTE wsElapsed = wsStampSecs - wsStartSecs
           PERFORM VARYING planIdx FROM 1 BY 1
                   UNTIL planIdx > wsPlanCount
               IF wsPlanStep(planIdx) = RS-PROGRAM
                   ADD wsElapsed TO wsPlanSum(planIdx)
                   ADD 1 TO wsPlanRuns(planIdx)
               END-IF
           END-PERFORM.

      *> After each step that ran: note the slowest step, give a
      *> clean step its RUNSTATS line if it did not write one, check
      *> the step's own target, and project the rest of the night.
       MONITOR-DEADLINES.
           MOVE wsStepStart TO wsStamp
           perform STAMP-TO-SECS
           MOVE wsStampSecs TO wsStartSecs
           MOVE wsStepEnd TO wsStamp
           perform STAMP-TO-SECS
           MOVE wsStampSecs TO wsNowSecs
           COMPUTE wsElapsed = wsNowSecs - wsStartSecs
           IF wsSlowStep = SPACES OR wsElapsed > wsSlowSecs
               MOVE wsStepName TO wsSlowStep
               MOVE wsElapsed TO wsSlowSecs
           END-IF

           IF wsStepRc = 0
               perform RECORD-STEP-STATS
           END-IF

           IF wsCurPlan > 0 AND wsCurPlan <= wsPlanCount
               IF wsPlanTarget(wsCurPlan) > 0
                   AND wsNowSecs > wsPlanTgtSecs(wsCurPlan)
                   MOVE wsPlanStep(wsCurPlan) TO wsAlertName
                   MOVE "done" TO wsAlertVerb
                   MOVE wsPlanTarget(wsCurPlan) TO wsTgtHhmm
                   MOVE wsPlanTgtSecs(wsCurPlan) TO wsTgtSecs
                   MOVE wsNowSecs TO wsProjSecs
                   MOVE wsPlanAlerted(wsCurPlan) TO wsAlerted
                   perform RAISE-DEADLINE-ALERT
                   MOVE wsAlerted TO wsPlanAlerted(wsCurPlan)
               END-IF
           END-IF

           perform PROJECT-FINISH.

      *> The steps still to come that are due tonight, each at its
      *> average, laid end to end from now. Once the job has
      *> aborted nothing more will run, so now is the finish.
       PROJECT-FINISH.
           MOVE wsNowSecs TO wsProjSecs
           COMPUTE wsNextPlan = wsCurPlan + 1
           IF wsJobAborted NOT = "Y"
               PERFORM VARYING planIdx FROM wsNextPlan BY 1
                       UNTIL planIdx > wsPlanCount
                   IF wsPlanDue(planIdx) = "Y"
                       ADD wsPlanAvg(planIdx) TO wsProjSecs
                       IF wsPlanTarget(planIdx) > 0
                           AND wsProjSecs > wsPlanTgtSecs(planIdx)
                           MOVE wsPlanStep(planIdx) TO wsAlertName
                           MOVE "proj" TO wsAlertVerb
                           MOVE wsPlanTarget(planIdx) TO wsTgtHhmm
                           MOVE wsPlanTgtSecs(planIdx) TO wsTgtSecs
                           MOVE wsPlanAlerted(planIdx) TO wsAlerted
                           perform RAISE-DEADLINE-ALERT
                           MOVE wsAlerted TO wsPlanAlerted(planIdx)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE wsProjSecs TO wsStampSecs
           perform SECS-TO-CLOCK
           display "Projected stream finish: " dispClock

           IF wsStreamTarget > 0 AND wsProjSecs > wsStreamTgtSecs
               MOVE "STREAM" TO wsAlertName
               MOVE "proj" TO wsAlertVerb
               MOVE wsStreamTarget TO wsTgtHhmm
               MOVE wsStreamTgtSecs TO wsTgtSecs
               MOVE wsStreamAlerted TO wsAlerted
               perform RAISE-DEADLINE-ALERT
               MOVE wsAlerted TO wsStreamAlerted
           END-IF.

      *> wsProjSecs is past wsTgtSecs on entry. A level already
      *> raised for the target is not raised again; W can still
      *> worsen to C.
       RAISE-DEADLINE-ALERT.
           COMPUTE wsOverSecs = wsProjSecs - wsTgtSecs
           IF wsOverSecs > wsCritSecs OR wsNowSecs > wsTgtSecs
               MOVE "C" TO wsSeverity
           ELSE
               MOVE "W" TO wsSeverity
           END-IF
           IF wsAlerted = "C" OR wsAlerted = wsSeverity
               EXIT PARAGRAPH
           END-IF
           MOVE wsSeverity TO wsAlerted

           MOVE wsProjSecs TO wsStampSecs
           perform SECS-TO-CLOCK
           MOVE SPACES TO dispTarget
           STRING wsTgtHhmm(1:2) ":" wsTgtHhmm(3:2)
               DELIMITED BY SIZE INTO dispTarget
           COMPUTE wsOverMin = (wsOverSecs + 59) / 60

           MOVE wsSeverity TO AL-SEVERITY
           MOVE "NIGHTJOB" TO AL-PROGRAM
           MOVE wsOverMin TO AL-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING wsAlertName " due " dispTarget " " wsAlertVerb
               " " dispClock
               DELIMITED BY SIZE INTO AL-MESSAGE
           perform WRITE-ALERT
           display "DEADLINE " wsSeverity ": " AL-MESSAGE
               " (" wsOverMin " min over)".

      *> The programs that stamp their own line do so after this
      *> runner stamped the step's start, so a line for the step at
      *> or after that start means it is already on file.
       RECORD-STEP-STATS.
           MOVE "N" TO wsStatsFound
           MOVE "N" TO wsStatsEOF
           OPEN INPUT RUN-STATS-FILE
           IF wsRsStatus NOT = "00"
               MOVE "Y" TO wsStatsEOF
           END-IF
           PERFORM UNTIL wsStatsEOF = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO wsStatsEOF
                   NOT AT END
                       IF RS-PROGRAM = wsStepName
                           AND RS-START >= wsStepStart
                           MOVE "Y" TO wsStatsFound
                           MOVE "Y" TO wsStatsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsRsStatus = "00" OR wsRsStatus = "10"
               CLOSE RUN-STATS-FILE
           END-IF
           IF wsStatsFound = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND RUN-STATS-FILE
           IF wsRsStatus = "35"
               OPEN OUTPUT RUN-STATS-FILE
               CLOSE RUN-STATS-FILE
               OPEN EXTEND RUN-STATS-FILE
           END-IF
           MOVE wsStepName TO RS-PROGRAM
           MOVE wsStepStart TO RS-START
           MOVE wsStepEnd TO RS-END
           MOVE 0 TO RS-READS
           MOVE 0 TO RS-WRITES
           WRITE RUN-STATS-REC
           CLOSE RUN-STATS-FILE.

      *> Timestamps are YYYYMMDDHHMMSS, taken through day numbers
      *> the way STATRPT does.
       STAMP-TO-SECS.
           MOVE wsStamp(1:8) TO wsStampDate
           COMPUTE wsStampSecs =
               FUNCTION INTEGER-OF-DATE(wsStampDate) * 86400
               + FUNCTION NUMVAL(wsStamp(9:2)) * 3600
               + FUNCTION NUMVAL(wsStamp(11:2)) * 60
               + FUNCTION NUMVAL(wsStamp(13:2)).

       SECS-TO-CLOCK.
           DIVIDE wsStampSecs BY 86400 GIVING wsDayNo
               REMAINDER wsDaySecs
           COMPUTE wsHh = wsDaySecs / 3600
           COMPUTE wsMm = (wsDaySecs - wsHh * 3600) / 60
           MOVE SPACES TO dispClock
           STRING wsHh ":" wsMm
               DELIMITED BY SIZE INTO dispClock.

      *> The night's SLA line, and a critical alert if the stream
      *> finished past its target without one already raised.
       WRITE-SLA-LINE.
           MOVE wsRunBusDate TO JA-BUSDATE
           MOVE wsJobStart TO JA-START
           MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END
           MOVE wsStreamTarget TO JA-TARGET
           MOVE "N" TO JA-MISSED
           MOVE 0 TO JA-OVER-MIN
           MOVE wsSlowStep TO JA-SLOW-STEP
           MOVE wsSlowSecs TO JA-SLOW-SECS

           MOVE JA-END TO wsStamp
           perform STAMP-TO-SECS
           MOVE wsStampSecs TO wsNowSecs
           IF wsStreamTarget > 0 AND wsNowSecs > wsStreamTgtSecs
               MOVE "Y" TO JA-MISSED
               COMPUTE JA-OVER-MIN =
                   (wsNowSecs - wsStreamTgtSecs + 59) / 60
               MOVE "STREAM" TO wsAlertName
               MOVE "done" TO wsAlertVerb
               MOVE wsStreamTarget TO wsTgtHhmm
               MOVE wsStreamTgtSecs TO wsTgtSecs
               MOVE wsNowSecs TO wsProjSecs
               MOVE wsStreamAlerted TO wsAlerted
               perform RAISE-DEADLINE-ALERT
               MOVE wsAlerted TO wsStreamAlerted
               display "Stream missed its target by " JA-OVER-MIN
                   " minutes."
           END-IF

           OPEN EXTEND JOB-SLA-FILE
           IF wsJaStatus = "35"
               OPEN OUTPUT JOB-SLA-FILE
               CLOSE JOB-SLA-FILE
               OPEN EXTEND JOB-SLA-FILE
           END-IF
           WRITE JOB-SLA-REC
           CLOSE JOB-SLA-FILE.

      *> First run after the schedule went data-driven: the classic
      *> stream -- backup, the indexed-master pre-flight, ledger
      *> posting of whatever batches the GL side has accepted since
      *> the last run (so tonight's extracts are not refused over
      *> last night's), the cross-file key sweep (the pre-edit and
      *> posting wait on a clean sweep), sales posting and
      *> commissions with the reorder report behind them, grading,
      *> geometry, and the reconciliation last so it sees
      *> everyone's checkpoints -- is written out as the starting
      *> schedule.
       ENSURE-SCHEDULE-FILE.
           OPEN INPUT JOB-SCHED-FILE
           IF wsJsStatus = "00"
               DELIMITED BY SIZE INTO JS-COMMAND
           WRITE JOB-SCHED-REC

           MOVE "GLAPPLY" TO JS-STEP
           MOVE "IDXCHECK" TO JS-DEPENDS
           SET JS-IS-DAILY TO TRUE
           MOVE 0 TO JS-DATE
           MOVE SPACES TO JS-COMMAND
           STRING "cobc -x -std=ibm -I copybooks -o"
               " /tmp/cbljob_glap batch/Glapply.cob &&"
               " /tmp/cbljob_glap ; rc=$? ;"
               " rm -f /tmp/cbljob_glap ; exit $rc"
               DELIMITED BY SIZE INTO JS-COMMAND
           WRITE JOB-SCHED-REC

           MOVE "REFCHECK" TO JS-STEP
           MOVE "IDXCHECK" TO JS-DEPENDS
           SET JS-IS-DAILY TO TRUE
           MOVE 0 TO JS-DATE
           MOVE SPACES TO JS-COMMAND
           STRING "cobc -x -std=ibm -I copybooks -o"
               " /tmp/cbljob_refc batch/Refcheck.cob &&"
               " /tmp/cbljob_refc ; rc=$? ;"
               " rm -f /tmp/cbljob_refc ; exit $rc"
               DELIMITED BY SIZE INTO JS-COMMAND
           WRITE JOB-SCHED-REC

           MOVE "PREEDIT" TO JS-STEP
           MOVE "REFCHECK" TO JS-DEPENDS
           SET JS-IS-DAILY TO TRUE
           MOVE 0 TO JS-DATE
           MOVE SPACES TO JS-COMMAND
           STRING "cobc -x -std=ibm -I copybooks -o"
               " /tmp/cbljob_pred batch/Preedit.cob &&"
               " /tmp/cbljob_pred ; rc=$? ;"
