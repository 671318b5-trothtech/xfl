      ******************************************************************
      *
      *   Name: cobalert.cob
      *         Alert routine, CALLed wherever a condition needs a
      *         person: a stage falling below its throughput minimum,
      *         an I/O error or control discrepancy going to the error
      *         log, and the reconciliation, aging, trend and verifier
      *         programs ending on a finding or a fatal stop. Each
      *         call appends one standard record to the alert dataset
      *         - severity, source program, job, stream, condition
      *         code, short text, date and time, and the run ID where
      *         the caller has one - so every problem is in one place
      *         whatever raised it. COBALFWD reads that dataset and
      *         produces the on-call paging feed.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobalfwd.cob, cobstage.cob, cobrecon.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************
       Identification Division.
       Program-ID. COBALERT.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Alert-File Assign To "ALERTFL"
               Organization Is Line Sequential
               File Status Is Alert-Status.

       Data Division.
       File Section.
      * Severity C critical, E error, W warning. The condition code
      * is short and fixed per kind of problem (SLAWARN, OUTOFBAL,
      * the failing call name for an I/O error, ...), so repeats of
      * one condition can be recognised by program, job, stream and
      * condition code.
       FD  Alert-File.
       01  Alert-Record.
           05 AL-SEVERITY            Pic X.
           05 AL-PROGRAM             Pic X(8).
           05 AL-JOB-NAME            Pic X(8).
           05 AL-SN                  Pic 9(9).
           05 AL-CONDITION           Pic X(8).
           05 AL-TEXT                Pic X(60).
           05 AL-DATE                Pic 9(8).
           05 AL-TIME                Pic 9(8).
           05 AL-RUN-ID              Pic X(16).

       Working-Storage Section.
       77 Alert-Status           Pic X(2).
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).

       Linkage Section.
      * The caller fills in everything but the result; the routine
      * stamps the date and time. AR-RESULT comes back 0, or 16 when
      * the alert dataset cannot be written, which the caller reports
      * without changing the outcome of its own run.
       01  Alert-Request.
           05 AR-SEVERITY            Pic X.
               88 AR-CRITICAL             Value 'C'.
               88 AR-ERROR                Value 'E'.
               88 AR-WARNING              Value 'W'.
           05 AR-PROGRAM             Pic X(8).
           05 AR-JOB-NAME            Pic X(8).
           05 AR-SN                  Pic 9(9).
           05 AR-CONDITION           Pic X(8).
           05 AR-TEXT                Pic X(60).
           05 AR-RUN-ID              Pic X(16).
           05 AR-RESULT              Pic 9(4).

       Procedure Division using Alert-Request.

        MAIN-PROCEDURE.

          Move 0 to AR-RESULT.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Alert-File.
          if (Alert-Status = '35') then
              Open Output Alert-File
              Close Alert-File
              Open Extend Alert-File
          end-if.
          if (Alert-Status not = '00')
              Display 'alert dataset is not usable, status '
                  Alert-Status
              Move 16 to AR-RESULT
          else
              Perform WRITE-ALERT-RECORD
          end-if.
          Close Alert-File.
          goback.

        WRITE-ALERT-RECORD.

          Move AR-SEVERITY to AL-SEVERITY.
          Move AR-PROGRAM to AL-PROGRAM.
          Move AR-JOB-NAME to AL-JOB-NAME.
          Move AR-SN to AL-SN.
          Move AR-CONDITION to AL-CONDITION.
          Move AR-TEXT to AL-TEXT.
          Move WS-Current-Date to AL-DATE.
          Move WS-Current-Time to AL-TIME.
          Move AR-RUN-ID to AL-RUN-ID.
          Write Alert-Record.
          if (Alert-Status not = '00')
              Display 'alert write failed, status ' Alert-Status
              Move 16 to AR-RESULT
          end-if.

       End Program COBALERT.
