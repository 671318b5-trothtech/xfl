      ******************************************************************
      *
      *   Name: cobbkout.cob
      *         Run backout. Voids one run's bookkeeping before the
      *         night is pushed through again, so the reconciliation,
      *         aging, trend and lineage programs do not see it twice.
      *         The run is named the way the operator knows it - job,
      *         stream and a date and time while it ran - and resolved
      *         through the run history to the run ID the registry
      *         gave it. Every record stamped with that run ID in the
      *         summary, reject, fan-in reject, duplicate, trace,
      *         disposition and control total datasets is moved,
      *         whole, into the voided-run dataset with who voided it
      *         and when, and the live dataset is rewritten without
      *         it. Nothing is deleted. The default is a preview that
      *         lists what would be voided and changes nothing, for
      *         the shift lead to sign off before MODE=VOID is run.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobrunrg.cob, cobhskp.cob, cobrecon.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBBKOUT.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select History-File Assign To "RUNHIST"
               Organization Is Line Sequential
               File Status Is History-Status.
           Select Registry-File Assign To "RUNREG"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is RG-KEY
               Lock Mode Is Exclusive
               File Status Is Registry-Status.
           Select Live-File Assign To Live-Name
               Organization Is Line Sequential
               File Status Is Live-Status.
           Select Work-File Assign To "BKOTWORK"
               Organization Is Line Sequential
               File Status Is Work-Status.
           Select Void-File Assign To "VOIDFL"
               Organization Is Line Sequential
               File Status Is Void-Status.
           Select Report-File Assign To "BKOTRPT"
               Organization Is Line Sequential
               File Status Is Report-Status.

       Data Division.
       File Section.
      * The run history COBRUNRG appends to.
       FD  History-File.
       01  History-Record.
           05 RH-JOB-NAME            Pic X(8).
           05 RH-SN                  Pic 9(9).
           05 RH-RUN-ID              Pic X(16).
           05 RH-EVENT               Pic X(8).
           05 RH-DATE                Pic 9(8).
           05 RH-TIME                Pic 9(8).
           05 RH-BY                  Pic X(20).

      * The run registry, read only to see whether any run is active.
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

       FD  Live-File.
       01  Live-Raw                  Pic X(4400).

       FD  Work-File.
       01  Work-Raw                  Pic X(4400).

      * One voided record: the dataset it came from, the run it
      * belonged to, who voided it and when, and the record exactly
      * as it stood, so it can be read back or restored by hand.
       FD  Void-File.
       01  Void-Record.
           05 VD-DATASET             Pic X(8).
           05 VD-JOB-NAME            Pic X(8).
           05 VD-SN                  Pic 9(9).
           05 VD-RUN-ID              Pic X(16).
           05 VD-DATE                Pic 9(8).
           05 VD-TIME                Pic 9(8).
           05 VD-BY                  Pic X(20).
           05 VD-IMAGE               Pic X(4400).

       FD  Report-File.
       01  Report-Line               Pic X(132).

       Working-Storage Section.
       77 History-Status         Pic X(2).
       77 Registry-Status        Pic X(2).
       77 Registry-Outcome       Pic X(2).
       77 Live-Status            Pic X(2).
       77 Work-Status            Pic X(2).
       77 Void-Status            Pic X(2).
       77 Report-Status          Pic X(2).
       77 Live-Name              Pic X(8).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 WS-Seq-Job-Name        Pic X(8) Value '*RUNSEQ*'.
       77 Backout-Job-Name       Pic X(8) Value spaces.
       77 Backout-SN             Pic S9(9) comp-5 Value -1.
       77 Backout-Date           Pic 9(8) Value 0.
       77 Backout-Time           Pic 9(8) Value 0.
       77 Time-Given-Switch      Pic X Value 'N'.
           88 Time-Given              Value 'Y'.
       77 Operator-Name          Pic X(20) Value spaces.
       77 Mode-Switch            Pic X(8) Value 'PREVIEW'.
           88 Preview-Mode            Value 'PREVIEW'.
           88 Void-Mode               Value 'VOID'.
       77 Target-Stamp           Pic X(16).
       77 Event-Stamp            Pic X(16).
       77 Run-Start-Stamp        Pic X(16).
       77 Run-End-Stamp          Pic X(16).
       77 Run-Id                 Pic X(16) Value spaces.
       77 Active-Count           Pic S9(9) comp-5 Value 0.
       77 Dataset-Sub            Pic S9(9) comp-5 Value 0.
       77 WS-Dataset-Count       Pic S9(9) comp-5 Value 7.
       77 Run-Id-Pos             Pic S9(9) comp-5 Value 0.
       77 Record-Number          Pic S9(9) comp-5 Value 0.
       77 Kept-Count             Pic S9(9) comp-5 Value 0.
       77 Voided-Count           Pic S9(9) comp-5 Value 0.
       77 Total-Voided           Pic S9(9) comp-5 Value 0.
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-SN                  Pic ZZZZZZZZ9.

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL run backout'.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Perform PARSE-RUN-PARM.
          Perform OPEN-REPORT-FILE.
          Perform RESOLVE-RUN.
          if Void-Mode
              Perform CHECK-NO-ACTIVE-RUNS
          end-if.
          Perform WRITE-REPORT-HEADER.
          Perform varying Dataset-Sub from 1 by 1
                  until Dataset-Sub > WS-Dataset-Count
              Perform SELECT-ONE-DATASET
              Perform BACKOUT-ONE-FILE
          end-perform.
          if Void-Mode and (Total-Voided > 0)
              Perform WRITE-VOIDED-EVENT
          end-if.
          Perform WRITE-REPORT-FOOTER.
          Close Report-File.

          if Void-Mode
              Display 'run ' Run-Id ' backed out, records voided '
                  Total-Voided
          else
              Display 'preview of run ' Run-Id ', records that would '
                  'be voided ' Total-Voided
          end-if.
          if Total-Voided = 0
              Display 'the run left no records to void'
              Move 8 to RETURN-CODE
          else
              Move 0 to RETURN-CODE
          end-if.
          stop run.

      * The run is named from a PARM string of KEY=VALUE tokens on
      * the command line, e.g. "JOB=COBSTAGE SN=0 DATE=20261014
      * TIME=02150000", the date and time being any moment the run
      * was active - its SUMRPT stamp will do. MODE=PREVIEW is the
      * default; MODE=VOID does the backout and needs USER= for the
      * record of who did it.
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
                      when 'JOB'
                          Move WS-Parm-Value to Backout-Job-Name
                      when 'SN'
                          Move function numval(WS-Parm-Value)
                              to Backout-SN
                      when 'DATE'
                          Move function numval(WS-Parm-Value)
                              to Backout-Date
                      when 'TIME'
                          Move function numval(WS-Parm-Value)
                              to Backout-Time
                          Set Time-Given to true
                      when 'MODE'
                          Move WS-Parm-Value to Mode-Switch
                      when 'USER'
                          Move WS-Parm-Value to Operator-Name
                  end-evaluate
              end-if
          end-perform.
          if (Backout-Job-Name = spaces) or (Backout-SN < 0)
              or (Backout-Date < 19000101) or (not Time-Given)
              Display 'a backout needs JOB=, SN=, DATE= and TIME=, '
                  'nothing done'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if not (Preview-Mode or Void-Mode)
              Display 'MODE ' Mode-Switch ' is not PREVIEW or VOID, '
                  'nothing done'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Void-Mode and (Operator-Name = spaces)
              Display 'MODE=VOID needs USER=, nothing done'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move spaces to Target-Stamp.
          String Backout-Date Backout-Time
              delimited by size into Target-Stamp
          end-string.

        OPEN-REPORT-FILE.

          Open Output Report-File.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open backout report, '
                  'status ' Report-Status
              Move 16 to RETURN-CODE
              stop run
          end-if.

        WRITE-ONE-REPORT-LINE.

          Write Report-Line.
          if (Report-Status not = '00')
              Display 'FATAL: report write failed, status '
                  Report-Status
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Find the run of the job and stream that was active at the
      * date and time given: the last START at or before it, ended
      * (or released by an operator) at or after it. A run with no
      * end in the history is still running, or crashed and was never
      * released; it is not backed out until COBRUNLK has released
      * it, so nothing can still be writing under its run ID.
        RESOLVE-RUN.

          Move spaces to Run-Id.
          Move spaces to Run-Start-Stamp.
          Move spaces to Run-End-Stamp.
          Open Input History-File.
          if (History-Status not = '00')
              Display 'run history is not usable, status '
                  History-Status ', nothing done'
              Close History-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform until History-Status not = '00'
              Read History-File
                  at end move high-values to History-Status
              end-read
              if (History-Status = '00')
                  and (RH-JOB-NAME = Backout-Job-Name)
                  and (RH-SN = Backout-SN)
                  Perform RESOLVE-ONE-EVENT
              end-if
          end-perform.
          Close History-File.
          if (Run-Id = spaces) or (Run-End-Stamp < Target-Stamp)
              Display 'no run of ' Backout-Job-Name ' stream '
                  Backout-SN ' was active at ' Backout-Date ' '
                  Backout-Time ', nothing done'
              Close Report-File
              Move 8 to RETURN-CODE
              stop run
          end-if.
          if Run-End-Stamp = high-values
              Display 'run ' Run-Id ' has not ended; release it with '
                  'COBRUNLK first, nothing done'
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        RESOLVE-ONE-EVENT.

          Move spaces to Event-Stamp.
          String RH-DATE RH-TIME
              delimited by size into Event-Stamp
          end-string.
          Evaluate RH-EVENT
              when 'START'
                  if Event-Stamp <= Target-Stamp
                      Move RH-RUN-ID to Run-Id
                      Move Event-Stamp to Run-Start-Stamp
                      Move high-values to Run-End-Stamp
                  end-if
              when 'END'
              when 'RELEASE'
                  if (RH-RUN-ID = Run-Id)
                      and (Run-End-Stamp = high-values)
                      Move Event-Stamp to Run-End-Stamp
                  end-if
          end-evaluate.

      * The live datasets are rewritten in place, so a void is only
      * run while nothing else is running: any held registry entry
      * refuses it. A preview changes nothing and runs any time.
        CHECK-NO-ACTIVE-RUNS.

          Move 0 to Active-Count.
          Open Input Registry-File.
          if (Registry-Status = '00') then
              Perform until Registry-Status not = '00'
                  Read Registry-File
                      at end move high-values to Registry-Status
                  end-read
                  if (Registry-Status = '00')
                      and (RG-JOB-NAME not = WS-Seq-Job-Name)
                      and (RG-STATE = 'A')
                      Compute Active-Count = Active-Count + 1
                      Display 'still active: ' RG-JOB-NAME
                          ' stream ' RG-SN ' run ' RG-RUN-ID
                  end-if
              end-perform
          end-if.
          Move Registry-Status to Registry-Outcome.
          if (Registry-Outcome not = '35')
              Close Registry-File
          end-if.
      * No registry (35) means no stage has ever run under one. A
      * registry that exists but cannot be read, or is held by a
      * starting or ending stage, cannot show the window is quiet.
          if (Registry-Outcome not = high-values)
              and (Registry-Outcome not = '35')
              Display 'run registry cannot be checked, status '
                  Registry-Outcome ', nothing done'
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Active-Count > 0
              Display Active-Count ' runs are active; run the '
                  'backout when the window is quiet, nothing done'
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        WRITE-REPORT-HEADER.

          Move 'XFL RUN BACKOUT REPORT' to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Backout-SN to RP-SN.
          Move spaces to Report-Line.
          String 'MODE ' Mode-Switch ' JOB ' Backout-Job-Name
              ' STREAM ' RP-SN ' AT ' Backout-Date ' ' Backout-Time
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'RUN ID ' Run-Id ' STARTED ' Run-Start-Stamp
              ' ENDED ' Run-End-Stamp
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'RUN ' WS-Current-Date ' ' WS-Current-Time
              ' BY ' Operator-Name
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.

      * Where each dataset's records carry the run ID. Every one of
      * them had it appended at the end of the record, except the
      * summary, where it sits at the same column in every shape.
        SELECT-ONE-DATASET.

          Evaluate Dataset-Sub
              when 1
                  Move 'SUMRPT' to Live-Name
                  Move 101 to Run-Id-Pos
              when 2
                  Move 'REJECTFL' to Live-Name
                  Move 4152 to Run-Id-Pos
              when 3
                  Move 'REJECTFM' to Live-Name
                  Move 304 to Run-Id-Pos
              when 4
                  Move 'DUPFILE' to Live-Name
                  Move 4158 to Run-Id-Pos
              when 5
                  Move 'TRACEFL' to Live-Name
                  Move 868 to Run-Id-Pos
              when 6
                  Move 'DISPOSFL' to Live-Name
                  Move 70 to Run-Id-Pos
              when 7
                  Move 'CTLTOTFL' to Live-Name
                  Move 4272 to Run-Id-Pos
          end-evaluate.

      * First pass, as COBHSKP does it: every record of the run goes
      * to the voided-run dataset, every other record to the work
      * dataset. A preview only lists and counts. The live dataset is
      * rewritten only when the run had records in it, and only after
      * both copies are safely closed.
        BACKOUT-ONE-FILE.

          Move 0 to Record-Number.
          Move 0 to Kept-Count.
          Move 0 to Voided-Count.
          Open Input Live-File.
          if (Live-Status not = '00')
              Move spaces to Report-Line
              String Live-Name ' NOT PRESENT - NOTHING TO VOID'
                  delimited by size into Report-Line
              end-string
              Perform WRITE-ONE-REPORT-LINE
              Close Live-File
          else
              if Void-Mode
                  Perform OPEN-VOID-OUTPUTS
              end-if
              Perform until Live-Status not = '00'
                  Read Live-File
                      at end move high-values to Live-Status
                  end-read
                  if (Live-Status = '00')
                      Compute Record-Number = Record-Number + 1
                      Perform SPLIT-ONE-RECORD
                  end-if
              end-perform
              Close Live-File
              if Void-Mode
                  Close Work-File
                  Close Void-File
                  if Voided-Count > 0
                      Perform REWRITE-LIVE-FILE
                  end-if
              end-if
              Compute Total-Voided = Total-Voided + Voided-Count
              Move Voided-Count to RP-NUM1
              Move Kept-Count to RP-NUM2
              Move spaces to Report-Line
              if Void-Mode
                  String Live-Name ' VOIDED ' RP-NUM1 ' KEPT '
                      RP-NUM2 delimited by size into Report-Line
                  end-string
              else
                  String Live-Name ' WOULD VOID ' RP-NUM1 ' KEEP '
                      RP-NUM2 delimited by size into Report-Line
                  end-string
              end-if
              Perform WRITE-ONE-REPORT-LINE
          end-if.

        OPEN-VOID-OUTPUTS.

          Open Output Work-File.
          if (Work-Status not = '00')
              Display 'FATAL: cannot open work dataset, status '
                  Work-Status ' file ' Live-Name
              Close Live-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Void-File.
          if (Void-Status = '35') then
              Open Output Void-File
              Close Void-File
              Open Extend Void-File
          end-if.
          if (Void-Status not = '00')
              Display 'FATAL: cannot open voided-run dataset, status '
                  Void-Status
              Close Live-File
              Close Work-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * A record belongs to the run when it carries the run's ID. Run
      * IDs are unique across every job, so the ID alone decides;
      * a record written before run IDs existed carries none and is
      * never voided.
        SPLIT-ONE-RECORD.

          if Live-Raw(Run-Id-Pos:16) = Run-Id
              Compute Voided-Count = Voided-Count + 1
              if Void-Mode
                  Perform WRITE-VOID-RECORD
              else
                  Perform WRITE-PREVIEW-LINE
              end-if
          else
              Compute Kept-Count = Kept-Count + 1
              if Void-Mode
                  Move Live-Raw to Work-Raw
                  Write Work-Raw
                  if (Work-Status not = '00')
                      Display 'FATAL: work write failed, status '
                          Work-Status ' file ' Live-Name
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              end-if
          end-if.

        WRITE-VOID-RECORD.

          Move Live-Name to VD-DATASET.
          Move Backout-Job-Name to VD-JOB-NAME.
          Move Backout-SN to VD-SN.
          Move Run-Id to VD-RUN-ID.
          Move WS-Current-Date to VD-DATE.
          Move WS-Current-Time to VD-TIME.
          Move Operator-Name to VD-BY.
          Move Live-Raw to VD-IMAGE.
          Write Void-Record.
          if (Void-Status not = '00')
              Display 'FATAL: voided-run write failed, status '
                  Void-Status ' file ' Live-Name
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * In a preview, each record that would be voided is listed by
      * its dataset and position there, with the start of its image.
        WRITE-PREVIEW-LINE.

          Move Record-Number to RP-NUM1.
          Move spaces to Report-Line.
          String Live-Name ' RECORD ' RP-NUM1 ' ' Live-Raw(1:96)
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

      * Second pass: the records kept replace the live dataset.
        REWRITE-LIVE-FILE.

          Open Input Work-File.
          if (Work-Status not = '00')
              Display 'FATAL: cannot reopen work dataset, status '
                  Work-Status ' file ' Live-Name
              Close Work-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Open Output Live-File.
          if (Live-Status not = '00')
              Display 'FATAL: cannot rewrite live dataset, status '
                  Live-Status ' file ' Live-Name
              Close Work-File
              Close Live-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform until Work-Status not = '00'
              Read Work-File
                  at end move high-values to Work-Status
              end-read
              if (Work-Status = '00')
                  Move Work-Raw to Live-Raw
                  Write Live-Raw
                  if (Live-Status not = '00')
                      Display 'FATAL: live rewrite failed, status '
                          Live-Status ' file ' Live-Name
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              end-if
          end-perform.
          Close Work-File.
          Close Live-File.

      * The run history records the backout against the run ID, so
      * the history says which runs no longer count.
        WRITE-VOIDED-EVENT.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend History-File.
          if (History-Status = '35') then
              Open Output History-File
              Close History-File
              Open Extend History-File
          end-if.
          Move Backout-Job-Name to RH-JOB-NAME.
          Move Backout-SN to RH-SN.
          Move Run-Id to RH-RUN-ID.
          Move 'VOIDED' to RH-EVENT.
          Move WS-Current-Date to RH-DATE.
          Move WS-Current-Time to RH-TIME.
          Move Operator-Name to RH-BY.
          Write History-Record.
          if (History-Status not = '00')
              Display 'FATAL: run history write failed, status '
                  History-Status
              Close History-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close History-File.

        WRITE-REPORT-FOOTER.

          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Total-Voided to RP-NUM1.
          Move spaces to Report-Line.
          if Void-Mode
              String 'RECORDS VOIDED ' RP-NUM1 ' TO VOIDFL'
                  delimited by size into Report-Line
              end-string
          else
              String 'PREVIEW ONLY - RECORDS THAT WOULD BE VOIDED '
                  RP-NUM1 ' - NOTHING CHANGED'
                  delimited by size into Report-Line
              end-string
          end-if.
          Perform WRITE-ONE-REPORT-LINE.

       End Program COBBKOUT.
