      ******************************************************************
      *
      *   Name: cobalfwd.cob
      *         On-call alert forwarder. Reads the alerts COBALERT has
      *         appended since the last run and writes the paging
      *         feed the paging gateway picks up. A condition is one
      *         source program, job, stream and condition code: its
      *         first alert is paged, and repeats inside the
      *         suppression window are counted instead of paged, so a
      *         stage below its SLA does not page on every sample. An
      *         alert stays open until on-call acknowledges the
      *         condition in the acknowledgement dataset; one still
      *         open past its severity's limit is sent again as an
      *         escalation. What has been read, paged and escalated is
      *         kept in a state dataset between runs.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobalert.cob, cobaging.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBALFWD.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Alert-File Assign To "ALERTFL"
               Organization Is Line Sequential
               File Status Is Alert-Status.
           Select Ack-File Assign To "ALERTACK"
               Organization Is Line Sequential
               File Status Is Ack-Status.
           Select State-File Assign To "ALERTST"
               Organization Is Line Sequential
               File Status Is State-Status.
           Select Page-File Assign To "PAGEFL"
               Organization Is Line Sequential
               File Status Is Page-Status.

       Data Division.
       File Section.
      * The alert dataset COBALERT appends to.
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

      * One record per acknowledgement, appended by on-call: it
      * closes every alert of the condition raised up to its date
      * and time. Acknowledgements are kept, and read again each run.
       FD  Ack-File.
       01  Ack-Record.
           05 AK-PROGRAM             Pic X(8).
           05 AK-JOB-NAME            Pic X(8).
           05 AK-SN                  Pic 9(9).
           05 AK-CONDITION           Pic X(8).
           05 AK-DATE                Pic 9(8).
           05 AK-TIME                Pic 9(8).
           05 AK-BY                  Pic X(20).

      * The forwarder's own state: an H record with how many alerts
      * have been read, then a C record per condition still worth
      * remembering - when it was last paged, the oldest alert not
      * yet acknowledged (zero when none), the latest alert, whether
      * it was escalated, and the repeats suppressed since the page.
       FD  State-File.
       01  State-Record.
           05 ST-TYPE                Pic X.
           05 ST-PROGRAM             Pic X(8).
           05 ST-JOB-NAME            Pic X(8).
           05 ST-SN                  Pic 9(9).
           05 ST-CONDITION           Pic X(8).
           05 ST-SEVERITY            Pic X.
           05 ST-PAGED-DATE          Pic 9(8).
           05 ST-PAGED-TIME          Pic 9(8).
           05 ST-OPEN-DATE           Pic 9(8).
           05 ST-OPEN-TIME           Pic 9(8).
           05 ST-LAST-DATE           Pic 9(8).
           05 ST-LAST-TIME           Pic 9(8).
           05 ST-ESCALATED           Pic X.
           05 ST-SUPPRESSED          Pic 9(9).
           05 ST-TEXT                Pic X(60).
           05 ST-RUN-ID              Pic X(16).
       01  State-Header-Record.
           05 SH-TYPE                Pic X.
           05 SH-ALERTS-READ         Pic 9(9).
           05 SH-DATE                Pic 9(8).
           05 SH-TIME                Pic 9(8).

      * The feed for the paging gateway. It is appended to; the
      * gateway takes what is there and empties it, so a page is not
      * lost when the gateway falls behind.
       FD  Page-File.
       01  Page-Record.
           05 PG-ACTION              Pic X(8).
           05 PG-SEVERITY            Pic X.
           05 PG-PROGRAM             Pic X(8).
           05 PG-JOB-NAME            Pic X(8).
           05 PG-SN                  Pic 9(9).
           05 PG-CONDITION           Pic X(8).
           05 PG-TEXT                Pic X(60).
           05 PG-ALERT-DATE          Pic 9(8).
           05 PG-ALERT-TIME          Pic 9(8).
           05 PG-REPEATS             Pic 9(9).
           05 PG-DATE                Pic 9(8).
           05 PG-TIME                Pic 9(8).
           05 PG-RUN-ID              Pic X(16).

       Working-Storage Section.
       77 Alert-Status           Pic X(2).
       77 Ack-Status             Pic X(2).
       77 State-Status           Pic X(2).
       77 Page-Status            Pic X(2).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 WS-Max-Conds           Pic S9(9) comp-5 Value 500.
       77 Window-Minutes         Pic S9(9) comp-5 Value 60.
       77 Critical-Limit         Pic S9(9) comp-5 Value 15.
       77 Error-Limit            Pic S9(9) comp-5 Value 60.
       77 Warning-Limit          Pic S9(9) comp-5 Value 240.
       77 Severity-Limit         Pic S9(9) comp-5 Value 0.
       77 Alerts-Read            Pic S9(9) comp-5 Value 0.
       77 Alert-Number           Pic S9(9) comp-5 Value 0.
       77 Cond-Count             Pic S9(9) comp-5 Value 0.
       77 Cond-Sub               Pic S9(9) comp-5 Value 0.
       77 Found-Cond             Pic S9(9) comp-5 Value 0.
       77 New-Count              Pic S9(9) comp-5 Value 0.
       77 Paged-Count            Pic S9(9) comp-5 Value 0.
       77 Suppressed-Count       Pic S9(9) comp-5 Value 0.
       77 Acked-Count            Pic S9(9) comp-5 Value 0.
       77 Escalated-Count        Pic S9(9) comp-5 Value 0.
       77 New-Rank               Pic S9(9) comp-5 Value 0.
       77 Old-Rank               Pic S9(9) comp-5 Value 0.
       77 Calc-Date              Pic 9(8).
       77 Calc-Time              Pic 9(8).
       77 Calc-Minutes           Pic S9(18) comp-5 Value 0.
       77 Now-Minutes            Pic S9(18) comp-5 Value 0.
       77 Alert-Minutes          Pic S9(18) comp-5 Value 0.
       77 Ack-Minutes            Pic S9(18) comp-5 Value 0.
       77 Elapsed-Minutes        Pic S9(18) comp-5 Value 0.
       77 Look-Program           Pic X(8).
       77 Look-Job-Name          Pic X(8).
       77 Look-SN                Pic 9(9).
       77 Look-Condition         Pic X(8).
       77 Rank-Code              Pic X.
       77 Rank-Value             Pic S9(9) comp-5 Value 0.

       01  Time-Parts.
           05 TP-HOURS               Pic 9(2).
           05 TP-MINUTES             Pic 9(2).
           05 TP-REST                Pic 9(4).

      * The conditions, as loaded from the state dataset and updated
      * by this run's alerts and acknowledgements.
       01  Cond-Table.
           05 Cond-Entry Occurs 500 Times.
               10 CD-PROGRAM         Pic X(8).
               10 CD-JOB-NAME        Pic X(8).
               10 CD-SN              Pic 9(9).
               10 CD-CONDITION       Pic X(8).
               10 CD-SEVERITY        Pic X.
               10 CD-PAGED-DATE      Pic 9(8).
               10 CD-PAGED-TIME      Pic 9(8).
               10 CD-OPEN-DATE       Pic 9(8).
               10 CD-OPEN-TIME       Pic 9(8).
               10 CD-LAST-DATE       Pic 9(8).
               10 CD-LAST-TIME       Pic 9(8).
               10 CD-ESCALATED       Pic X.
               10 CD-SUPPRESSED      Pic 9(9).
               10 CD-TEXT            Pic X(60).
               10 CD-RUN-ID          Pic X(16).

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL on-call alert forwarder'.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to Calc-Date.
          Move WS-Current-Time to Calc-Time.
          Perform STAMP-TO-MINUTES.
          Move Calc-Minutes to Now-Minutes.

          Perform PARSE-RUN-PARM.
          Perform LOAD-STATE.
          Perform OPEN-PAGE-FILE.
          Perform FORWARD-NEW-ALERTS.
          Perform APPLY-ACKNOWLEDGEMENTS.
          Perform ESCALATE-OPEN-CONDITIONS.
          Close Page-File.
          Perform SAVE-STATE.

          Display 'alerts read ' New-Count ', paged ' Paged-Count
              ', suppressed ' Suppressed-Count.
          Display 'acknowledged ' Acked-Count ', escalated '
              Escalated-Count.
          if Escalated-Count > 0
              Display Escalated-Count ' alerts unacknowledged past '
                  'their limit, escalated'
              Move 8 to RETURN-CODE
          else
              Move 0 to RETURN-CODE
          end-if.
          stop run.

      * The suppression window and the escalation limit per
      * severity, all in minutes, can be set from a PARM string of
      * KEY=VALUE tokens, e.g. "WINDOW=30 ESCC=10 ESCE=45 ESCW=180".
      * Anything not given keeps its Working-Storage default.
        PARSE-RUN-PARM.

          Accept WS-Parm from Command-Line.
          Move 1 to WS-Parm-Ptr.
          Perform until WS-Parm-Ptr > length of WS-Parm
              Move spaces to WS-Parm-Token
              Unstring WS-Parm delimited by all spaces
                  into WS-Parm-Token
                  with pointer WS-Parm-Ptr
              end-unstring
              if WS-Parm-Token not = spaces
                  Move spaces to WS-Parm-Key
                  Move spaces to WS-Parm-Value
                  Unstring WS-Parm-Token delimited by '='
                      into WS-Parm-Key WS-Parm-Value
                  end-unstring
                  Evaluate WS-Parm-Key
                      when 'WINDOW'
                          Move function numval(WS-Parm-Value)
                              to Window-Minutes
                      when 'ESCC'
                          Move function numval(WS-Parm-Value)
                              to Critical-Limit
                      when 'ESCE'
                          Move function numval(WS-Parm-Value)
                              to Error-Limit
                      when 'ESCW'
                          Move function numval(WS-Parm-Value)
                              to Warning-Limit
                  end-evaluate
              end-if
          end-perform.
          if (Window-Minutes < 0) or (Critical-Limit < 1)
              or (Error-Limit < 1) or (Warning-Limit < 1)
              Display 'WINDOW must not be negative and ESCC, ESCE '
                  'and ESCW must be at least 1, forwarder halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Date and time as minutes since the calendar's day one, so two
      * stamps either side of midnight subtract properly.
        STAMP-TO-MINUTES.

          Move Calc-Time to Time-Parts.
          Compute Calc-Minutes =
              function integer-of-date(Calc-Date) * 1440
              + (TP-HOURS * 60) + TP-MINUTES.

      * C outranks E outranks W; a repeat of higher severity than the
      * page it would be folded into is paged after all.
        RANK-SEVERITY.

          Evaluate Rank-Code
              when 'C'
                  Move 3 to Rank-Value
              when 'E'
                  Move 2 to Rank-Value
              when other
                  Move 1 to Rank-Value
          end-evaluate.

      * A missing state dataset is the first run: nothing read yet
      * and no conditions known.
        LOAD-STATE.

          Open Input State-File.
          if (State-Status = '00') then
              Perform until State-Status not = '00'
                  Read State-File
                      at end move high-values to State-Status
                  end-read
                  if (State-Status = '00')
                      if (SH-TYPE = 'H')
                          Move SH-ALERTS-READ to Alerts-Read
                      else
                          Perform LOAD-ONE-CONDITION
                      end-if
                  end-if
              end-perform
          end-if.
          Close State-File.

        LOAD-ONE-CONDITION.

          Perform ADD-CONDITION-SLOT.
          Move ST-PROGRAM to CD-PROGRAM(Cond-Count).
          Move ST-JOB-NAME to CD-JOB-NAME(Cond-Count).
          Move ST-SN to CD-SN(Cond-Count).
          Move ST-CONDITION to CD-CONDITION(Cond-Count).
          Move ST-SEVERITY to CD-SEVERITY(Cond-Count).
          Move ST-PAGED-DATE to CD-PAGED-DATE(Cond-Count).
          Move ST-PAGED-TIME to CD-PAGED-TIME(Cond-Count).
          Move ST-OPEN-DATE to CD-OPEN-DATE(Cond-Count).
          Move ST-OPEN-TIME to CD-OPEN-TIME(Cond-Count).
          Move ST-LAST-DATE to CD-LAST-DATE(Cond-Count).
          Move ST-LAST-TIME to CD-LAST-TIME(Cond-Count).
          Move ST-ESCALATED to CD-ESCALATED(Cond-Count).
          Move ST-SUPPRESSED to CD-SUPPRESSED(Cond-Count).
          Move ST-TEXT to CD-TEXT(Cond-Count).
          Move ST-RUN-ID to CD-RUN-ID(Cond-Count).

      * Claim the next condition slot, or halt: the state would be
      * lost if it were written back short.
        ADD-CONDITION-SLOT.

          if Cond-Count >= WS-Max-Conds
              Display 'too many open conditions, maximum '
                  WS-Max-Conds ', forwarder halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Compute Cond-Count = Cond-Count + 1.

      * Find the condition named in the Look- fields; Found-Cond is
      * its slot, or 0.
        FIND-CONDITION.

          Move 0 to Found-Cond.
          Perform varying Cond-Sub from 1 by 1
                  until (Cond-Sub > Cond-Count) or (Found-Cond > 0)
              if (CD-PROGRAM(Cond-Sub) = Look-Program)
                  and (CD-JOB-NAME(Cond-Sub) = Look-Job-Name)
                  and (CD-SN(Cond-Sub) = Look-SN)
                  and (CD-CONDITION(Cond-Sub) = Look-Condition)
                  Move Cond-Sub to Found-Cond
              end-if
          end-perform.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
        OPEN-PAGE-FILE.

          Open Extend Page-File.
          if (Page-Status = '35') then
              Open Output Page-File
              Close Page-File
              Open Extend Page-File
          end-if.
          if (Page-Status not = '00')
              Display 'FATAL: cannot open paging feed, status '
                  Page-Status
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * The alert dataset is only ever appended to, so the alerts not
      * yet forwarded are the ones past the count already read. A
      * dataset holding fewer alerts than that has been replaced, and
      * everything in it is new.
        FORWARD-NEW-ALERTS.

          Perform SCAN-ALERT-FILE.
          if (Alert-Number < Alerts-Read)
              Display 'alert dataset holds ' Alert-Number
                  ' alerts, fewer than the ' Alerts-Read
                  ' already read; reading it from the start'
              Move 0 to Alerts-Read
              Perform SCAN-ALERT-FILE
          end-if.
          Move Alert-Number to Alerts-Read.

        SCAN-ALERT-FILE.

          Move 0 to Alert-Number.
          Open Input Alert-File.
          if (Alert-Status = '00') then
              Perform until Alert-Status not = '00'
                  Read Alert-File
                      at end move high-values to Alert-Status
                  end-read
                  if (Alert-Status = '00')
                      Compute Alert-Number = Alert-Number + 1
                      if Alert-Number > Alerts-Read
                          Perform FORWARD-ONE-ALERT
                      end-if
                  end-if
              end-perform
          end-if.
          Close Alert-File.

      * Page the alert unless its condition was paged inside the
      * window at the same or a higher severity, in which case it is
      * only counted, and the count goes with the next page. Either
      * way the condition is open from its oldest alert not yet
      * acknowledged.
        FORWARD-ONE-ALERT.

          Compute New-Count = New-Count + 1.
          Move AL-PROGRAM to Look-Program.
          Move AL-JOB-NAME to Look-Job-Name.
          Move AL-SN to Look-SN.
          Move AL-CONDITION to Look-Condition.
          Perform FIND-CONDITION.
          if Found-Cond = 0
              Perform ADD-CONDITION-SLOT
              Move Cond-Count to Found-Cond
              Move AL-PROGRAM to CD-PROGRAM(Found-Cond)
              Move AL-JOB-NAME to CD-JOB-NAME(Found-Cond)
              Move AL-SN to CD-SN(Found-Cond)
              Move AL-CONDITION to CD-CONDITION(Found-Cond)
              Move AL-SEVERITY to CD-SEVERITY(Found-Cond)
              Move 0 to CD-PAGED-DATE(Found-Cond)
              Move 0 to CD-PAGED-TIME(Found-Cond)
              Move 0 to CD-OPEN-DATE(Found-Cond)
              Move 0 to CD-OPEN-TIME(Found-Cond)
              Move 'N' to CD-ESCALATED(Found-Cond)
              Move 0 to CD-SUPPRESSED(Found-Cond)
          end-if.
          Move AL-DATE to CD-LAST-DATE(Found-Cond).
          Move AL-TIME to CD-LAST-TIME(Found-Cond).
          Move AL-TEXT to CD-TEXT(Found-Cond).
          Move AL-RUN-ID to CD-RUN-ID(Found-Cond).
          if CD-OPEN-DATE(Found-Cond) = 0
              Move AL-DATE to CD-OPEN-DATE(Found-Cond)
              Move AL-TIME to CD-OPEN-TIME(Found-Cond)
              Move 'N' to CD-ESCALATED(Found-Cond)
          end-if.
          Move AL-DATE to Calc-Date.
          Move AL-TIME to Calc-Time.
          Perform STAMP-TO-MINUTES.
          Move Calc-Minutes to Alert-Minutes.
          Move AL-SEVERITY to Rank-Code.
          Perform RANK-SEVERITY.
          Move Rank-Value to New-Rank.
          Move CD-SEVERITY(Found-Cond) to Rank-Code.
          Perform RANK-SEVERITY.
          Move Rank-Value to Old-Rank.
          Move 0 to Elapsed-Minutes.
          if CD-PAGED-DATE(Found-Cond) not = 0
              Move CD-PAGED-DATE(Found-Cond) to Calc-Date
              Move CD-PAGED-TIME(Found-Cond) to Calc-Time
              Perform STAMP-TO-MINUTES
              Compute Elapsed-Minutes = Alert-Minutes - Calc-Minutes
          end-if.
          if (CD-PAGED-DATE(Found-Cond) not = 0)
              and (Elapsed-Minutes < Window-Minutes)
              and (New-Rank <= Old-Rank)
              Compute CD-SUPPRESSED(Found-Cond) =
                  CD-SUPPRESSED(Found-Cond) + 1
              Compute Suppressed-Count = Suppressed-Count + 1
          else
              Move AL-SEVERITY to CD-SEVERITY(Found-Cond)
              Move 'PAGE' to PG-ACTION
              Move AL-DATE to PG-ALERT-DATE
              Move AL-TIME to PG-ALERT-TIME
              Perform WRITE-PAGE-RECORD
              Move AL-DATE to CD-PAGED-DATE(Found-Cond)
              Move AL-TIME to CD-PAGED-TIME(Found-Cond)
              Move 0 to CD-SUPPRESSED(Found-Cond)
              Compute Paged-Count = Paged-Count + 1
          end-if.

      * One paging record for the condition in Found-Cond; the
      * caller sets the action and the alert date and time.
        WRITE-PAGE-RECORD.

          Move CD-SEVERITY(Found-Cond) to PG-SEVERITY.
          Move CD-PROGRAM(Found-Cond) to PG-PROGRAM.
          Move CD-JOB-NAME(Found-Cond) to PG-JOB-NAME.
          Move CD-SN(Found-Cond) to PG-SN.
          Move CD-CONDITION(Found-Cond) to PG-CONDITION.
          Move CD-TEXT(Found-Cond) to PG-TEXT.
          Move CD-SUPPRESSED(Found-Cond) to PG-REPEATS.
          Move WS-Current-Date to PG-DATE.
          Move WS-Current-Time to PG-TIME.
          Move CD-RUN-ID(Found-Cond) to PG-RUN-ID.
          Write Page-Record.
          if (Page-Status not = '00')
              Display 'FATAL: paging feed write failed, status '
                  Page-Status
              Close Page-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * An acknowledgement closes the condition if it is at or after
      * the oldest open alert. A repeat raised after it opens the
      * condition again from that repeat. A missing acknowledgement
      * dataset means nothing has been acknowledged.
        APPLY-ACKNOWLEDGEMENTS.

          Open Input Ack-File.
          if (Ack-Status = '00') then
              Perform until Ack-Status not = '00'
                  Read Ack-File
                      at end move high-values to Ack-Status
                  end-read
                  if (Ack-Status = '00')
                      Perform APPLY-ONE-ACKNOWLEDGEMENT
                  end-if
              end-perform
          end-if.
          Close Ack-File.

        APPLY-ONE-ACKNOWLEDGEMENT.

          Move AK-PROGRAM to Look-Program.
          Move AK-JOB-NAME to Look-Job-Name.
          Move AK-SN to Look-SN.
          Move AK-CONDITION to Look-Condition.
          Perform FIND-CONDITION.
          if (Found-Cond > 0)
              and (CD-OPEN-DATE(Found-Cond) not = 0)
              Move AK-DATE to Calc-Date
              Move AK-TIME to Calc-Time
              Perform STAMP-TO-MINUTES
              Move Calc-Minutes to Ack-Minutes
              Move CD-OPEN-DATE(Found-Cond) to Calc-Date
              Move CD-OPEN-TIME(Found-Cond) to Calc-Time
              Perform STAMP-TO-MINUTES
              if Ack-Minutes >= Calc-Minutes
                  Move CD-LAST-DATE(Found-Cond) to Calc-Date
                  Move CD-LAST-TIME(Found-Cond) to Calc-Time
                  Perform STAMP-TO-MINUTES
                  if Calc-Minutes > Ack-Minutes
                      Move CD-LAST-DATE(Found-Cond)
                          to CD-OPEN-DATE(Found-Cond)
                      Move CD-LAST-TIME(Found-Cond)
                          to CD-OPEN-TIME(Found-Cond)
                  else
                      Move 0 to CD-OPEN-DATE(Found-Cond)
                      Move 0 to CD-OPEN-TIME(Found-Cond)
                      Compute Acked-Count = Acked-Count + 1
                  end-if
                  Move 'N' to CD-ESCALATED(Found-Cond)
              end-if
          end-if.

      * A condition open longer than its severity allows is sent
      * again as an escalation, once for each time it is opened.
        ESCALATE-OPEN-CONDITIONS.

          Perform varying Found-Cond from 1 by 1
                  until Found-Cond > Cond-Count
              if (CD-OPEN-DATE(Found-Cond) not = 0)
                  and (CD-ESCALATED(Found-Cond) not = 'Y')
                  Perform ESCALATE-ONE-CONDITION
              end-if
          end-perform.

        ESCALATE-ONE-CONDITION.

          Evaluate CD-SEVERITY(Found-Cond)
              when 'C'
                  Move Critical-Limit to Severity-Limit
              when 'E'
                  Move Error-Limit to Severity-Limit
              when other
                  Move Warning-Limit to Severity-Limit
          end-evaluate.
          Move CD-OPEN-DATE(Found-Cond) to Calc-Date.
          Move CD-OPEN-TIME(Found-Cond) to Calc-Time.
          Perform STAMP-TO-MINUTES.
          Compute Elapsed-Minutes = Now-Minutes - Calc-Minutes.
          if Elapsed-Minutes > Severity-Limit
              Move 'ESCALATE' to PG-ACTION
              Move CD-OPEN-DATE(Found-Cond) to PG-ALERT-DATE
              Move CD-OPEN-TIME(Found-Cond) to PG-ALERT-TIME
              Perform WRITE-PAGE-RECORD
              Move 'Y' to CD-ESCALATED(Found-Cond)
              Compute Escalated-Count = Escalated-Count + 1
          end-if.

      * Write the state back. A condition that is closed and was last
      * paged longer ago than the window has nothing left to
      * remember, and is dropped.
        SAVE-STATE.

          Open Output State-File.
          if (State-Status not = '00')
              Display 'FATAL: cannot rewrite forwarder state, status '
                  State-Status
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move spaces to State-Record.
          Move 'H' to SH-TYPE.
          Move Alerts-Read to SH-ALERTS-READ.
          Move WS-Current-Date to SH-DATE.
          Move WS-Current-Time to SH-TIME.
          Perform WRITE-STATE-RECORD.
          Perform varying Cond-Sub from 1 by 1
                  until Cond-Sub > Cond-Count
              Move 0 to Elapsed-Minutes
              if CD-PAGED-DATE(Cond-Sub) not = 0
                  Move CD-PAGED-DATE(Cond-Sub) to Calc-Date
                  Move CD-PAGED-TIME(Cond-Sub) to Calc-Time
                  Perform STAMP-TO-MINUTES
                  Compute Elapsed-Minutes = Now-Minutes - Calc-Minutes
              end-if
              if (CD-OPEN-DATE(Cond-Sub) not = 0)
                  or (Elapsed-Minutes < Window-Minutes)
                  Perform SAVE-ONE-CONDITION
              end-if
          end-perform.
          Close State-File.

        SAVE-ONE-CONDITION.

          Move 'C' to ST-TYPE.
          Move CD-PROGRAM(Cond-Sub) to ST-PROGRAM.
          Move CD-JOB-NAME(Cond-Sub) to ST-JOB-NAME.
          Move CD-SN(Cond-Sub) to ST-SN.
          Move CD-CONDITION(Cond-Sub) to ST-CONDITION.
          Move CD-SEVERITY(Cond-Sub) to ST-SEVERITY.
          Move CD-PAGED-DATE(Cond-Sub) to ST-PAGED-DATE.
          Move CD-PAGED-TIME(Cond-Sub) to ST-PAGED-TIME.
          Move CD-OPEN-DATE(Cond-Sub) to ST-OPEN-DATE.
          Move CD-OPEN-TIME(Cond-Sub) to ST-OPEN-TIME.
          Move CD-LAST-DATE(Cond-Sub) to ST-LAST-DATE.
          Move CD-LAST-TIME(Cond-Sub) to ST-LAST-TIME.
          Move CD-ESCALATED(Cond-Sub) to ST-ESCALATED.
          Move CD-SUPPRESSED(Cond-Sub) to ST-SUPPRESSED.
          Move CD-TEXT(Cond-Sub) to ST-TEXT.
          Move CD-RUN-ID(Cond-Sub) to ST-RUN-ID.
          Perform WRITE-STATE-RECORD.

        WRITE-STATE-RECORD.

          Write State-Record.
          if (State-Status not = '00')
              Display 'FATAL: forwarder state write failed, status '
                  State-Status
              Close State-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

       End Program COBALFWD.
