      ******************************************************************
      *
      *   Name: cobrunrg.cob
      *         Run-instance registry routine, CALLed by every stage at
      *         startup and again at a controlled end. The registry
      *         holds one entry per job and stream saying whether a
      *         run of it is active, and which one: a start is refused
      *         while another instance of the same job and stream
      *         still holds the entry, so two copies of one stage can
      *         never interleave their output. Each accepted start is
      *         given a run ID - the start date and a sequence number
      *         the registry keeps - which the stage stamps on every
      *         bookkeeping record it writes, so reconciliation, aging
      *         and lineage can tie a record to one run. Every start,
      *         end and refusal is also appended to a run history, the
      *         lasting record of which run ID ran when.
      *         An entry left held by a crashed run is reported as
      *         probably abandoned once it is older than the stale
      *         age; it is still refused, and COBRUNLK is how an
      *         operator lists the registry and releases it.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobrunlk.cob, cobstage.cob, cobmask.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************
       Identification Division.
       Program-ID. COBRUNRG.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Registry-File Assign To "RUNREG"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is RG-KEY
               Lock Mode Is Exclusive
               File Status Is Registry-Status.
           Select History-File Assign To "RUNHIST"
               Organization Is Line Sequential
               File Status Is History-Status.

       Data Division.
       File Section.
      * One entry per job and stream: A while a run holds it, E once
      * that run ended, R when an operator released it. The entry
      * keyed '*RUNSEQ*' / stream 0 is not a job: it carries the last
      * run sequence number handed out.
       FD  Registry-File.
       01  Registry-Record.
           05 RG-KEY.
               10 RG-JOB-NAME        Pic X(8).
               10 RG-SN              Pic 9(9).
           05 RG-STATE               Pic X.
           05 RG-RUN-ID              Pic X(16).
           05 RG-START-DATE          Pic 9(8).
           05 RG-START-TIME          Pic 9(8).
           05 RG-END-DATE            Pic 9(8).
           05 RG-END-TIME            Pic 9(8).
           05 RG-LAST-SEQ            Pic 9(8).

      * One record per registry event: START, END, REFUSED, or the
      * operator's RELEASE, with the run ID it concerns and who or
      * what caused it.
       FD  History-File.
       01  History-Record.
           05 RH-JOB-NAME            Pic X(8).
           05 RH-SN                  Pic 9(9).
           05 RH-RUN-ID              Pic X(16).
           05 RH-EVENT               Pic X(8).
           05 RH-DATE                Pic 9(8).
           05 RH-TIME                Pic 9(8).
           05 RH-BY                  Pic X(20).

       Working-Storage Section.
       77 Registry-Status        Pic X(2).
           88 Registry-Locked         Values '61' '9D'.
       77 History-Status         Pic X(2).
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 WS-Seq-Job-Name        Pic X(8) Value '*RUNSEQ*'.
       77 WS-Max-Seq             Pic 9(8) Value 99999999.
       77 WS-Stale-Minutes       Pic S9(9) comp-5 Value 720.
       77 Held-Minutes           Pic S9(9) comp-5 Value 0.
       77 Lock-Tries             Pic S9(9) comp-5 Value 0.
       77 WS-Max-Lock-Tries      Pic S9(9) comp-5 Value 30.
       77 Wait-Start             Pic 9(8).
       77 Wait-Now               Pic 9(8).
       77 Next-Seq               Pic 9(8) Value 0.
       77 History-Event          Pic X(8).
       77 Entry-Switch           Pic X Value 'N'.
           88 Entry-Found             Value 'Y'.
           88 Entry-Not-Found         Value 'N'.

       01  Run-Id-Work.
           05 RI-DATE                Pic 9(8).
           05 RI-SEQ                 Pic 9(8).

       01  Time-Parts.
           05 TP-HOURS               Pic 9(2).
           05 TP-MINUTES             Pic 9(2).
           05 TP-REST                Pic 9(4).

       Linkage Section.
      * RR-FUNCTION S asks to start a run of RR-JOB-NAME / RR-SN and
      * returns its RR-RUN-ID; E ends the run named by RR-RUN-ID.
      * RR-RESULT comes back 0, 20 when the start is refused because
      * another run holds the entry (RR-HOLDER-* name it, and
      * RR-STALE says whether it is past the stale age) or because
      * the registry stayed busy with other starts and ends past the
      * retry limit (RR-HOLDER-RUN-ID is then blank), or 16 when the
      * registry is unusable.
       01  Run-Request.
           05 RR-FUNCTION            Pic X.
               88 RR-START-RUN            Value 'S'.
               88 RR-END-RUN              Value 'E'.
           05 RR-JOB-NAME            Pic X(8).
           05 RR-SN                  Pic 9(9).
           05 RR-RUN-ID              Pic X(16).
           05 RR-HOLDER-RUN-ID       Pic X(16).
           05 RR-HOLDER-DATE         Pic 9(8).
           05 RR-HOLDER-TIME         Pic 9(8).
           05 RR-STALE               Pic X.
           05 RR-RESULT              Pic 9(4).

       Procedure Division using Run-Request.

        MAIN-PROCEDURE.

          Move 0 to RR-RESULT.
          Move 'N' to RR-STALE.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Perform OPEN-REGISTRY-FILE.
          if (RR-RESULT = 0)
              if RR-START-RUN
                  Perform START-ONE-RUN
              else
                  Perform END-ONE-RUN
              end-if
              Close Registry-File
          end-if.
          goback.

      * The registry is indexed; the first run on a new system finds
      * none and creates it empty. It is opened exclusively, so the
      * read of an entry and the rewrite that claims it are one step
      * no other start can fall between: a double submit waits here
      * and then finds the entry held. A registry still locked after
      * the retries is refused like a held entry, not failed.
        OPEN-REGISTRY-FILE.

          Move spaces to RR-HOLDER-RUN-ID.
          Move 0 to RR-HOLDER-DATE.
          Move 0 to RR-HOLDER-TIME.
          Move 0 to Lock-Tries.
          Perform TRY-OPEN-REGISTRY.
          Perform until (not Registry-Locked)
                  or (Lock-Tries >= WS-Max-Lock-Tries)
              Perform WAIT-ONE-SECOND
              Perform TRY-OPEN-REGISTRY
          end-perform.
          if Registry-Locked
              Display 'run registry stayed locked through '
                  Lock-Tries ' attempts, ' RR-JOB-NAME ' stream '
                  RR-SN ' refused'
              Move 20 to RR-RESULT
          else
              if (Registry-Status not = '00')
                  Display 'run registry is not usable, status '
                      Registry-Status
                  Move 16 to RR-RESULT
              end-if
          end-if.

        TRY-OPEN-REGISTRY.

          Compute Lock-Tries = Lock-Tries + 1.
          Open I-O Registry-File.
          if (Registry-Status = '35') then
              Open Output Registry-File
              Close Registry-File
              Open I-O Registry-File
          end-if.

      * Let a second pass before the next attempt. The registry is
      * only ever held for one read and one rewrite, so this is rare
      * and short.
        WAIT-ONE-SECOND.

          Accept Wait-Start from Time.
          Move Wait-Start to Wait-Now.
          Perform until Wait-Now(1:6) not = Wait-Start(1:6)
              Accept Wait-Now from Time
          end-perform.

      * Refuse the start if the entry is held, otherwise take a new
      * run ID and claim the entry for it.
        START-ONE-RUN.

          Move RR-JOB-NAME to RG-JOB-NAME.
          Move RR-SN to RG-SN.
          Perform READ-REGISTRY-ENTRY.
          if Entry-Found and (RG-STATE = 'A')
              Move RG-RUN-ID to RR-HOLDER-RUN-ID
              Move RG-START-DATE to RR-HOLDER-DATE
              Move RG-START-TIME to RR-HOLDER-TIME
              Perform CHECK-HOLDER-AGE
              Move RR-HOLDER-RUN-ID to RR-RUN-ID
              Move 'REFUSED' to History-Event
              Perform WRITE-HISTORY-RECORD
              Move 20 to RR-RESULT
          else
              Perform TAKE-NEXT-RUN-ID
              if (RR-RESULT = 0)
                  Perform CLAIM-REGISTRY-ENTRY
              end-if
          end-if.

      * How long the holder has held the entry, in minutes; past the
      * stale age a crash is the likelier explanation than a long
      * run, and the refusal says so.
        CHECK-HOLDER-AGE.

          Move RG-START-TIME to Time-Parts.
          Compute Held-Minutes =
              (function integer-of-date(WS-Current-Date)
                - function integer-of-date(RG-START-DATE)) * 1440
              - (TP-HOURS * 60) - TP-MINUTES.
          Move WS-Current-Time to Time-Parts.
          Compute Held-Minutes = Held-Minutes
              + (TP-HOURS * 60) + TP-MINUTES.
          if Held-Minutes > WS-Stale-Minutes
              Move 'Y' to RR-STALE
          end-if.

      * Read the entry for the key already in RG-KEY.
        READ-REGISTRY-ENTRY.

          Set Entry-Found to true.
          Read Registry-File
              invalid key Set Entry-Not-Found to true
          end-read.

      * The run ID is the start date and the next number from the
      * sequence entry, which wraps after eight digits; the date
      * keeps a wrapped number unique.
        TAKE-NEXT-RUN-ID.

          Move WS-Seq-Job-Name to RG-JOB-NAME.
          Move 0 to RG-SN.
          Perform READ-REGISTRY-ENTRY.
          if Entry-Found
              if (RG-LAST-SEQ not numeric)
                  or (RG-LAST-SEQ >= WS-Max-Seq)
                  Move 1 to Next-Seq
              else
                  Compute Next-Seq = RG-LAST-SEQ + 1
              end-if
          else
              Move 1 to Next-Seq
              Move spaces to Registry-Record
              Move WS-Seq-Job-Name to RG-JOB-NAME
              Move 0 to RG-SN
          end-if.
          Move 'S' to RG-STATE.
          Move spaces to RG-RUN-ID.
          Move WS-Current-Date to RG-START-DATE.
          Move WS-Current-Time to RG-START-TIME.
          Move 0 to RG-END-DATE.
          Move 0 to RG-END-TIME.
          Move Next-Seq to RG-LAST-SEQ.
          if Entry-Found
              Rewrite Registry-Record
          else
              Write Registry-Record
          end-if.
          if (Registry-Status not = '00')
              Display 'run registry sequence update failed, status '
                  Registry-Status
              Move 16 to RR-RESULT
          end-if.
          Move WS-Current-Date to RI-DATE.
          Move Next-Seq to RI-SEQ.
          Move Run-Id-Work to RR-RUN-ID.

      * Mark the job and stream active under the new run ID.
        CLAIM-REGISTRY-ENTRY.

          Move RR-JOB-NAME to RG-JOB-NAME.
          Move RR-SN to RG-SN.
          Perform READ-REGISTRY-ENTRY.
          Move RR-JOB-NAME to RG-JOB-NAME.
          Move RR-SN to RG-SN.
          Move 'A' to RG-STATE.
          Move RR-RUN-ID to RG-RUN-ID.
          Move WS-Current-Date to RG-START-DATE.
          Move WS-Current-Time to RG-START-TIME.
          Move 0 to RG-END-DATE.
          Move 0 to RG-END-TIME.
          Move 0 to RG-LAST-SEQ.
          if Entry-Found
              Rewrite Registry-Record
          else
              Write Registry-Record
          end-if.
          if (Registry-Status not = '00')
              Display 'run registry update failed, status '
                  Registry-Status
              Move 16 to RR-RESULT
          else
              Move 'START' to History-Event
              Perform WRITE-HISTORY-RECORD
          end-if.

      * Give the entry back, but only if this run still holds it: an
      * entry an operator released and a later run claimed is not
      * this run's to end.
        END-ONE-RUN.

          Move RR-JOB-NAME to RG-JOB-NAME.
          Move RR-SN to RG-SN.
          Perform READ-REGISTRY-ENTRY.
          if Entry-Found and (RG-STATE = 'A')
              and (RG-RUN-ID = RR-RUN-ID)
              Move 'E' to RG-STATE
              Move WS-Current-Date to RG-END-DATE
              Move WS-Current-Time to RG-END-TIME
              Rewrite Registry-Record
              if (Registry-Status not = '00')
                  Display 'run registry update failed, status '
                      Registry-Status
                  Move 16 to RR-RESULT
              end-if
          end-if.
          if (RR-RESULT = 0)
              Move 'END' to History-Event
              Perform WRITE-HISTORY-RECORD
          end-if.

      * Append one event to the run history. A history that cannot
      * be written fails the call: the run IDs it records are what
      * a later backout works from.
        WRITE-HISTORY-RECORD.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend History-File.
          if (History-Status = '35') then
              Open Output History-File
              Close History-File
              Open Extend History-File
          end-if.
          Move RR-JOB-NAME to RH-JOB-NAME.
          Move RR-SN to RH-SN.
          Move RR-RUN-ID to RH-RUN-ID.
          Move History-Event to RH-EVENT.
          Move WS-Current-Date to RH-DATE.
          Move WS-Current-Time to RH-TIME.
          Move RR-JOB-NAME to RH-BY.
          Write History-Record.
          if (History-Status not = '00')
              Display 'run history write failed, status '
                  History-Status
              Move 16 to RR-RESULT
          end-if.
          Close History-File.

       End Program COBRUNRG.
