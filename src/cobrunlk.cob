      ******************************************************************
      *
      *   Name: cobrunlk.cob
      *         Run registry operator utility. Lists every job and
      *         stream the run registry knows - which run ID holds or
      *         last held it, since when, and whether a held entry is
      *         old enough to be a crashed run's - and releases a held
      *         entry on an operator's say-so, so the job can be run
      *         again. A release is logged in the run history with the
      *         operator's name. An entry younger than the stale age
      *         may be a run that is still going; releasing one of
      *         those needs FORCE=Y.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobrunrg.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************
       Identification Division.
       Program-ID. COBRUNLK.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Registry-File Assign To "RUNREG"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is RG-KEY
               Lock Mode Is Exclusive
               File Status Is Registry-Status.
           Select History-File Assign To "RUNHIST"
               Organization Is Line Sequential
               File Status Is History-Status.
           Select Report-File Assign To "RUNRPT"
               Organization Is Line Sequential
               File Status Is Report-Status.

       Data Division.
       File Section.
      * The registry COBRUNRG keeps, one entry per job and stream.
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

       FD  Report-File.
       01  Report-Line               Pic X(132).

       Working-Storage Section.
       77 Registry-Status        Pic X(2).
       77 History-Status         Pic X(2).
       77 Report-Status          Pic X(2).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 WS-Seq-Job-Name        Pic X(8) Value '*RUNSEQ*'.
       77 WS-Stale-Minutes       Pic S9(9) comp-5 Value 720.
       77 Held-Minutes           Pic S9(9) comp-5 Value 0.
       77 Action                 Pic X(8) Value 'LIST'.
       77 Release-Job-Name       Pic X(8) Value spaces.
       77 Release-SN             Pic S9(9) comp-5 Value -1.
       77 Operator-Name          Pic X(20) Value spaces.
       77 Force-Switch           Pic X Value 'N'.
           88 Force-Release           Value 'Y'.
           88 No-Force-Release        Value 'N'.
       77 Entry-Count            Pic S9(9) comp-5 Value 0.
       77 Held-Count             Pic S9(9) comp-5 Value 0.
       77 Stale-Count            Pic S9(9) comp-5 Value 0.
       77 State-Text             Pic X(8).
       77 Stale-Text             Pic X(5).
       77 Release-Result         Pic X(40).
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-SN                  Pic ZZZZZZZZ9.
       77 RP-MINUTES             Pic ZZZZZZZZ9.

       01  Time-Parts.
           05 TP-HOURS               Pic 9(2).
           05 TP-MINUTES             Pic 9(2).
           05 TP-REST                Pic 9(4).

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL run registry utility'.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Perform PARSE-RUN-PARM.
          Perform OPEN-REPORT-FILE.
          Perform WRITE-REPORT-HEADER.
      * Opened exclusively, as COBRUNRG opens it, so a release cannot
      * fall between a starting stage's read and its claim.
          Open I-O Registry-File.
          if (Registry-Status = '61') or (Registry-Status = '9D')
              Display 'run registry is in use by a starting or '
                  'ending stage, try again'
          end-if.
          if (Registry-Status not = '00')
              Display 'run registry is not usable, status '
                  Registry-Status
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Action = 'RELEASE'
              Perform RELEASE-ONE-ENTRY
          else
              Perform LIST-REGISTRY
          end-if.
          Close Registry-File.
          Close Report-File.
          stop run.

      * What to do is set from a PARM string of KEY=VALUE tokens on
      * the command line: "ACTION=LIST" (the default) reports the
      * registry, "ACTION=RELEASE JOB=COBSTAGE SN=0 USER=JSMITH"
      * releases one held entry, and FORCE=Y lets the release go
      * ahead for an entry younger than the stale age. STALEMIN=
      * sets the stale age in minutes for this run's report.
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
                      when 'ACTION'
                          Move WS-Parm-Value to Action
                      when 'JOB'
                          Move WS-Parm-Value to Release-Job-Name
                      when 'SN'
                          Move function numval(WS-Parm-Value)
                              to Release-SN
                      when 'USER'
                          Move WS-Parm-Value to Operator-Name
                      when 'FORCE'
                          Move WS-Parm-Value to Force-Switch
                      when 'STALEMIN'
                          Move function numval(WS-Parm-Value)
                              to WS-Stale-Minutes
                  end-evaluate
              end-if
          end-perform.
          if (Action not = 'LIST') and (Action not = 'RELEASE')
              Display 'ACTION ' Action ' is not LIST or RELEASE, '
                  'nothing done'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Action = 'RELEASE')
              and ((Release-Job-Name = spaces) or (Release-SN < 0)
                  or (Operator-Name = spaces))
              Display 'a release needs JOB=, SN= and USER=, '
                  'nothing done'
              Move 16 to RETURN-CODE
              stop run
          end-if.

        OPEN-REPORT-FILE.

          Open Output Report-File.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open run registry report, '
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

        WRITE-REPORT-HEADER.

          Move 'XFL RUN REGISTRY REPORT' to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move WS-Stale-Minutes to RP-MINUTES.
          Move spaces to Report-Line.
          String 'RUN ' WS-Current-Date ' ' WS-Current-Time
              ' ACTION ' Action ' STALE AFTER ' RP-MINUTES
              ' MINUTES'
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'JOB         STREAM STATE    RUN ID           '
              'STARTED           ENDED               MINUTES STALE'
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

      * Every job and stream in key order. A held entry older than
      * the stale age is counted and flagged; RC 8 tells the
      * scheduler there is an entry an operator should look at.
        LIST-REGISTRY.

          Perform until Registry-Status not = '00'
              Read Registry-File next record
                  at end move high-values to Registry-Status
              end-read
              if (Registry-Status = '00')
                  and (RG-JOB-NAME not = WS-Seq-Job-Name)
                  Perform REPORT-ONE-ENTRY
              end-if
          end-perform.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Entry-Count to RP-NUM1.
          Move spaces to Report-Line.
          String 'ENTRIES ' RP-NUM1 delimited by size
              into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move Held-Count to RP-NUM1.
          Move spaces to Report-Line.
          String 'HELD    ' RP-NUM1 delimited by size
              into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move Stale-Count to RP-NUM1.
          Move spaces to Report-Line.
          String 'STALE   ' RP-NUM1 delimited by size
              into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Display 'registry entries: ' Entry-Count ' held: '
              Held-Count ' stale: ' Stale-Count.
          if Stale-Count > 0
              Move 8 to RETURN-CODE
          else
              Move 0 to RETURN-CODE
          end-if.

        REPORT-ONE-ENTRY.

          Compute Entry-Count = Entry-Count + 1.
          Perform SET-ENTRY-TEXT.
          if RG-STATE = 'A'
              Compute Held-Count = Held-Count + 1
              if Stale-Text = 'STALE'
                  Compute Stale-Count = Stale-Count + 1
              end-if
          end-if.
          Perform WRITE-ENTRY-LINE.

      * How the entry's state reads on the report, and, for a held
      * entry, how long it has been held and whether that is past
      * the stale age.
        SET-ENTRY-TEXT.

          Move 0 to Held-Minutes.
          Move spaces to Stale-Text.
          Evaluate RG-STATE
              when 'A'
                  Move 'HELD' to State-Text
                  Perform COMPUTE-HELD-MINUTES
                  if Held-Minutes > WS-Stale-Minutes
                      Move 'STALE' to Stale-Text
                  end-if
              when 'E'
                  Move 'ENDED' to State-Text
              when 'R'
                  Move 'RELEASED' to State-Text
              when other
                  Move 'UNKNOWN' to State-Text
          end-evaluate.

        COMPUTE-HELD-MINUTES.

          Move RG-START-TIME to Time-Parts.
          Compute Held-Minutes =
              (function integer-of-date(WS-Current-Date)
                - function integer-of-date(RG-START-DATE)) * 1440
              - (TP-HOURS * 60) - TP-MINUTES.
          Move WS-Current-Time to Time-Parts.
          Compute Held-Minutes = Held-Minutes
              + (TP-HOURS * 60) + TP-MINUTES.

        WRITE-ENTRY-LINE.

          Move RG-SN to RP-SN.
          Move Held-Minutes to RP-MINUTES.
          Move spaces to Report-Line.
          String RG-JOB-NAME ' ' RP-SN ' ' State-Text ' '
              RG-RUN-ID ' ' RG-START-DATE ' ' RG-START-TIME ' '
              RG-END-DATE ' ' RG-END-TIME ' ' RP-MINUTES ' '
              Stale-Text
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

      * Release one held entry. An entry that is not held has
      * nothing to release, and one still inside the stale age is
      * only released with FORCE=Y; both are refused with RC 8 and
      * change nothing.
        RELEASE-ONE-ENTRY.

          Move Release-Job-Name to RG-JOB-NAME.
          Move Release-SN to RG-SN.
          Move Release-SN to RP-SN.
          Read Registry-File
              invalid key Move 'NOT IN THE REGISTRY' to Release-Result
          end-read.
          if (Registry-Status = '00')
              Perform SET-ENTRY-TEXT
              Evaluate true
                  when RG-STATE not = 'A'
                      Move 'NOT HELD, NOTHING RELEASED'
                          to Release-Result
                  when (Stale-Text not = 'STALE') and No-Force-Release
                      Move 'NOT STALE, FORCE=Y NEEDED'
                          to Release-Result
                  when other
                      Perform RELEASE-HELD-ENTRY
              end-evaluate
              Perform WRITE-ENTRY-LINE
          end-if.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'RELEASE OF ' Release-Job-Name ' STREAM '
              RP-SN ' BY ' Operator-Name ': ' Release-Result
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Display 'release of ' Release-Job-Name ' stream '
              Release-SN ': ' Release-Result.
          if Release-Result = 'RELEASED'
              Move 0 to RETURN-CODE
          else
              Move 8 to RETURN-CODE
          end-if.

      * Mark the entry released and record who did it, against the
      * run ID that held it.
        RELEASE-HELD-ENTRY.

          Move 'R' to RG-STATE.
          Move WS-Current-Date to RG-END-DATE.
          Move WS-Current-Time to RG-END-TIME.
          Rewrite Registry-Record.
          if (Registry-Status not = '00')
              Display 'FATAL: run registry update failed, status '
                  Registry-Status
              Close Registry-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move 'RELEASED' to State-Text.
          Move 'RELEASED' to Release-Result.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend History-File.
          if (History-Status = '35') then
              Open Output History-File
              Close History-File
              Open Extend History-File
          end-if.
          Move RG-JOB-NAME to RH-JOB-NAME.
          Move RG-SN to RH-SN.
          Move RG-RUN-ID to RH-RUN-ID.
          Move 'RELEASE' to RH-EVENT.
          Move WS-Current-Date to RH-DATE.
          Move WS-Current-Time to RH-TIME.
          Move Operator-Name to RH-BY.
          Write History-Record.
          if (History-Status not = '00')
              Display 'FATAL: run history write failed, status '
                  History-Status
              Close History-File
              Close Registry-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close History-File.

       End Program COBRUNLK.
