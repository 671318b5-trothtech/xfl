       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-NUM3                Pic ZZZZZZZZ9.
       77 Alert-Count            Pic ZZZZZZZZ9.
       77 Prev-Job-Name          Pic X(8) Value spaces.
       77 Prev-Date              Pic 9(8) Value 0.
       77 Prev-Time              Pic 9(8) Value 0.
       77 Prev-Run-Id            Pic X(16) Value spaces.
       77 Group-Switch           Pic X Value 'N'.
           88 Same-Group              Value 'Y'.
           88 New-Group               Value 'N'.
       77 Group-Leg              Pic S9(9) comp-5 Value 0.

      * The summary dataset carries two record shapes: the common
      * one-stream shape every stage appends, and the wider tee shape
      * from COBSTGT with the archive leg's stream and counters after
      * the live leg's. Each raw line is read into Summary-Work and
      * viewed through whichever layout its job name calls for.
      * Both shapes carry the run ID of the run that wrote them at
      * the same column, blank on records written before run IDs.
       01  Summary-Work              Pic X(200).
       01  Summary-Base Redefines Summary-Work.
           05 SB-JOB-NAME            Pic X(8).
           05 SB-IC                  Pic 9(9).
           05 SB-OC                  Pic 9(9).
           05 SB-BC                  Pic 9(9).
           05 Filler                 Pic X(40).
           05 SB-RUN-ID              Pic X(16).
           05 Filler                 Pic X(84).
       01  Summary-Tee Redefines Summary-Work.
           05 ST-JOB-NAME            Pic X(8).
           05 ST-DATE                Pic 9(8).
           05 ST-BC                  Pic 9(9).
           05 ST-OC2                 Pic 9(9).
           05 ST-BC2                 Pic 9(9).
           05 Filler                 Pic X(13).
           05 ST-RUN-ID              Pic X(16).
           05 Filler                 Pic X(84).

      * One normalized entry per stage leg, in summary-file order:
      * which job, which stream, how many records in and out. The
                   88 E-LIVE             Value 'Y'.
                   88 E-SUPERSEDED       Value 'N'.

       01  Alert-Request.
           05 AR-SEVERITY            Pic X.
           05 AR-PROGRAM             Pic X(8).
           05 AR-JOB-NAME            Pic X(8).
           05 AR-SN                  Pic 9(9).
           05 AR-CONDITION           Pic X(8).
           05 AR-TEXT                Pic X(60).
           05 AR-RUN-ID              Pic X(16).
           05 AR-RESULT              Pic 9(4).

       Procedure Division.

        MAIN-PROCEDURE.
          if Imbalance-Count > 0
              Display 'pipeline OUT OF BALANCE, ' Imbalance-Count
                  ' discrepancies, holding dependent jobs'
              Perform RAISE-FINDING-ALERT
              Move 8 to RETURN-CODE
          else
              Display 'pipeline balanced'

      * Turn one raw summary record into entry-table rows according
      * to the job that wrote it. COBSTGS, COBSTGF, COBSTGL, COBSTGE,
      * COBSTGX, COBSTGO, COBSTGA, COBSTGD, COBSTGB and COBSTGV each
      * write their input-side record first and their output-keyed
      * records after it, all stamped with the same run ID;
      * the first record of such a group is the filtering input side
      * (its input-minus-output difference is explained by rejects),
      * the rest are passive producer legs. COBSTGK reads two input
      * streams, so the first two records of its group are both
      * filtering input sides and the four output legs after them
      * are passive.
        NORMALIZE-ONE-RECORD.

          Evaluate SB-JOB-NAME
              when 'COBSTGF'
              when 'COBSTGL'
              when 'COBSTGE'
              when 'COBSTGX'
              when 'COBSTGO'
              when 'COBSTGA'
              when 'COBSTGD'
              when 'COBSTGB'
              when 'COBSTGV'
                  Perform ADD-ENTRY-SLOT
                  Move SB-JOB-NAME to E-JOB-NAME(Entry-Count)
                  Move SB-SN to E-SN(Entry-Count)
                  Move SB-IC to E-IC(Entry-Count)
                  Move SB-OC to E-OC(Entry-Count)
                  Move SB-BC to E-BC(Entry-Count)
                  Perform CHECK-SAME-GROUP
                  if Same-Group
                      Set E-PASSIVE-LEG(Entry-Count) to true
                  else
                      Set E-FILTERING-LEG(Entry-Count) to true
                  Move ST-OC2 to E-OC(Entry-Count)
                  Move ST-BC2 to E-BC(Entry-Count)
                  Set E-PASSIVE-LEG(Entry-Count) to true
              when 'COBSTGK'
                  Perform ADD-ENTRY-SLOT
                  Move SB-JOB-NAME to E-JOB-NAME(Entry-Count)
                  Move SB-SN to E-SN(Entry-Count)
                  Move SB-IC to E-IC(Entry-Count)
                  Move SB-OC to E-OC(Entry-Count)
                  Move SB-BC to E-BC(Entry-Count)
                  Perform CHECK-SAME-GROUP
                  if Same-Group
                      Compute Group-Leg = Group-Leg + 1
                  else
                      Move 1 to Group-Leg
                  end-if
                  if Group-Leg <= 2
                      Set E-FILTERING-LEG(Entry-Count) to true
                  else
                      Set E-PASSIVE-LEG(Entry-Count) to true
                  end-if
              when other
                  Perform ADD-ENTRY-SLOT
                  Move SB-JOB-NAME to E-JOB-NAME(Entry-Count)
          Move SB-JOB-NAME to Prev-Job-Name.
          Move SB-DATE to Prev-Date.
          Move SB-TIME to Prev-Time.
          Move SB-RUN-ID to Prev-Run-Id.

      * A record belongs to the group before it when the same job
      * wrote both in the same run. The run ID says so exactly; a
      * record written before run IDs falls back to the shared date
      * and time stamp.
        CHECK-SAME-GROUP.

          Set New-Group to true.
          if (Prev-Job-Name = SB-JOB-NAME)
              if (SB-RUN-ID not = spaces)
                  and (Prev-Run-Id not = spaces)
                  if (Prev-Run-Id = SB-RUN-ID)
                      Set Same-Group to true
                  end-if
              else
                  if (Prev-Date = SB-DATE) and (Prev-Time = SB-TIME)
                      Set Same-Group to true
                  end-if
              end-if
          end-if.

      * Claim the next entry-table slot, halting cleanly rather than
      * scribbling past the table on a summary file grown beyond what
          if Entry-Count >= WS-Max-Entries
              Display 'too many summary records, maximum '
                  WS-Max-Entries ', reconciliation halted'
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open reconciliation report, '
                  'status ' Report-Status
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
              Display 'FATAL: report write failed, status '
                  Report-Status
              Close Report-File
              Perform RAISE-FATAL-ALERT
              Move 16 to RETURN-CODE
              stop run
          end-if.
      * pipeline and is reported as such, not counted out of balance.
      * The router's input-side entry is not a producer: its output
      * count is what left the router across every leg, not records
      * put back onto its own input stream. The same holds for both
      * of the keyed match's input sides.
        CHECK-STAGE-LINKS.

          Perform varying Entry-Sub from 1 by 1
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGF')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGL')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGE')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGX')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGO')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGA')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGD')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGB')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGV')
                      or (E-JOB-NAME(Entry-Sub) = 'COBSTGK'))
                      and E-FILTERING-LEG(Entry-Sub))
                  Move 0 to Found-Link
                  Perform varying Link-Sub from Entry-Sub by 1
          end-if.
          Perform WRITE-ONE-REPORT-LINE.

      * The finding this program ends on with a non-zero return code
      * also goes to the alert dataset, for the on-call forwarder.
        RAISE-FINDING-ALERT.

          Move 'E' to AR-SEVERITY.
          Move 'OUTOFBAL' to AR-CONDITION.
          Move Imbalance-Count to Alert-Count.
          Move spaces to AR-TEXT.
          String 'pipeline out of balance, discrepancies ' Alert-Count
              delimited by size into AR-TEXT
          end-string.
          Perform RAISE-ALERT.

      * A fatal stop means the report cannot be trusted or was never
      * produced; on-call hears of that too.
        RAISE-FATAL-ALERT.

          Move 'C' to AR-SEVERITY.
          Move 'FATAL' to AR-CONDITION.
          Move 'stopped on a fatal error, see the job log' to AR-TEXT.
          Perform RAISE-ALERT.

      * Hand the condition to the alert dataset. This program works
      * across every stream, so it reports as its own job, stream 0.
      * A failure is reported but does not change the outcome.
        RAISE-ALERT.

          Move 'COBRECON' to AR-PROGRAM.
          Move 'COBRECON' to AR-JOB-NAME.
          Move 0 to AR-SN.
          Move spaces to AR-RUN-ID.
          call 'COBALERT' using Alert-Request.
          if (AR-RESULT not = 0)
              Display 'WARNING: alert ' AR-CONDITION ' was not '
                  'recorded'
          end-if.

       End Program COBRECON.
