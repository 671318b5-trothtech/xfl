      ******************************************************************
      *
      *   Name: cobmend.cob
      *         Month-end close over the COBSTGD month-to-date
      *         accumulation dataset, run on the last business day of
      *         the month after the night's posting. Prints the month
      *         per totals key - days posted, records and amount -
      *         with each key's branch from the account master, then
      *         the month per branch and in total, and checks the
      *         keys against the month's posted grand total. The
      *         closed month is then kept as a dated generation of
      *         the dataset, the close is logged so COBSTGD refuses
      *         any further posting to the closed month, and the live
      *         dataset is emptied for the new period.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstgd.cob, cobstga.cob, cobamnt.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBMEND.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select MTD-File Assign To "MTDFILE"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is MT-KEY
               File Status Is MTD-Status.
           Select Master-File Assign To "ACCTMST"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is AM-ACCOUNT
               File Status Is Master-Status.
           Select Posting-File Assign To "MTDPOST"
               Organization Is Line Sequential
               File Status Is Posting-Status.
           Select Generation-File Assign To Generation-Name
               Organization Is Line Sequential
               File Status Is Generation-Status.
           Select Report-File Assign To "MTDRPT"
               Organization Is Line Sequential
               File Status Is Report-Status.

       Data Division.
       File Section.
      * The month-to-date accumulator COBSTGD posts, one per key.
       FD  MTD-File.
       01  MTD-Record.
           05 MT-KEY                 Pic X(32).
           05 MT-PERIOD              Pic 9(6).
           05 MT-FIRST-DATE          Pic 9(8).
           05 MT-LAST-DATE           Pic 9(8).
           05 MT-DAY-COUNT           Pic 9(5).
           05 MT-RECORD-COUNT        Pic 9(18).
           05 MT-AMOUNT              Pic 9(18).

      * The same master layout COBSTGE reads.
       FD  Master-File.
       01  Master-Record.
           05 AM-ACCOUNT             Pic X(32).
           05 AM-BRANCH              Pic X(8).
           05 AM-CURRENCY            Pic X(3).
           05 AM-STATUS              Pic X(1).

      * The posting log COBSTGD writes - a BEGIN and a POST per
      * posting run, and an operator's RESET after one that stopped
      * part-way - to which the close adds its own CLOSE record.
       FD  Posting-File.
       01  Posting-Record.
           05 MP-JOB-NAME            Pic X(8).
           05 MP-DATE                Pic 9(8).
           05 MP-TIME                Pic 9(8).
           05 MP-ACTION              Pic X(5).
           05 MP-PERIOD              Pic 9(6).
           05 MP-BUSINESS-DATE       Pic 9(8).
           05 MP-SN                  Pic 9(9).
           05 MP-KEYS                Pic 9(9).
           05 MP-RECORDS             Pic 9(18).
           05 MP-AMOUNT              Pic 9(18).

      * The closed month as it stood at the close, one accumulator
      * record per key in the month-to-date layout.
       FD  Generation-File.
       01  Generation-Record         Pic X(95).

       FD  Report-File.
       01  Report-Line               Pic X(132).

       Working-Storage Section.
       77 MTD-Status             Pic X(2).
       77 Master-Status          Pic X(2).
       77 Posting-Status         Pic X(2).
       77 Generation-Status      Pic X(2).
       77 Report-Status          Pic X(2).
       77 Generation-Name        Pic X(20).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Job-Name            Pic X(8) Value 'COBMEND'.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Business-Date          Pic 9(8) Value 0.
       77 Business-Period        Pic 9(6) Value 0.
       77 Open-Period            Pic 9(6) Value 0.
       77 Last-Close-Period      Pic 9(6) Value 0.
       77 Post-Count             Pic S9(9) comp-5 Value 0.
       77 Key-Count              Pic S9(9) comp-5 Value 0.
       77 No-Master-Count        Pic S9(9) comp-5 Value 0.
       77 Other-Period-Count     Pic S9(9) comp-5 Value 0.
       77 Key-Records            Pic 9(18) Value 0.
       77 Key-Amount             Pic 9(18) Value 0.
       77 Grand-Switch           Pic X Value 'N'.
           88 Grand-Found             Value 'Y'.
           88 Grand-Not-Found         Value 'N'.
       77 Grand-Records          Pic 9(18) Value 0.
       77 Grand-Amount           Pic 9(18) Value 0.
       77 Star-Count             Pic S9(9) comp-5 Value 0.
       77 Key-Type-Switch        Pic X Value 'N'.
           88 Grand-Key               Value 'Y'.
           88 Account-Key             Value 'N'.
       77 Pending-Posts          Pic S9(9) comp-5 Value 0.
       77 Roll-Switch            Pic X Value 'N'.
           88 Roll-Outstanding        Value 'Y'.
       77 Closed-Records         Pic S9(9) comp-5 Value 0.
       77 Later-Records          Pic S9(9) comp-5 Value 0.
       77 Later-Period           Pic 9(6) Value 0.
       77 Work-Branch            Pic X(8).
       77 Branch-Count           Pic S9(9) comp-5 Value 0.
       77 Branch-Sub             Pic S9(9) comp-5 Value 0.
       77 Found-Branch           Pic S9(9) comp-5 Value 0.
       77 WS-Max-Branches        Pic S9(9) comp-5 Value 500.
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-DAYS                Pic ZZZZ9.
       77 RP-COUNT               Pic Z(17)9.
       77 RP-AMOUNT              Pic Z(17)9.

      * The branch a key is reported under when the account master
      * holds no entry for it.
       77 WS-No-Master-Branch    Pic X(8) Value '*NOMAST*'.

      * The business date split into its period, so the close and
      * the month it closes are compared as one number.
       01  Business-Date-Parts.
           05 BD-PERIOD          Pic 9(6).
           05 BD-DAY             Pic 9(2).

      * The month per branch, one slot per branch in order of first
      * appearance.
       01  Branch-Table.
           05 Branch-Entry Occurs 500 Times.
               10 BT-BRANCH      Pic X(8).
               10 BT-KEYS        Pic S9(9) comp-5.
               10 BT-RECORDS     Pic 9(18).
               10 BT-AMOUNT      Pic 9(18).

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL month-to-date month-end close'.

          Accept Business-Date from Date YYYYMMDD.
          Perform PARSE-RUN-PARM.
          Perform CHECK-POSTING-LOG.
          Perform OPEN-REPORT-FILE.
          Perform WRITE-REPORT-HEADER.
          Perform REPORT-KEYS.
          Perform REPORT-BRANCHES.
          Perform WRITE-REPORT-FOOTER.
          Close Report-File.
          Perform WRITE-CLOSE-RECORD.
          Perform ROLL-MTD-FILE.

          Display 'period ' Business-Period ' closed: keys '
              Key-Count ' / branches ' Branch-Count
              ' / kept as ' Generation-Name.
          if (Grand-Found and ((Grand-Records not = Key-Records)
                  or (Grand-Amount not = Key-Amount)))
              or (Other-Period-Count > 0)
              Display 'the month does not agree with its posted '
                  'grand total, see the report'
              Move 8 to RETURN-CODE
          else
              Move 0 to RETURN-CODE
          end-if.
          stop run.

      * The business date the close runs for can be set from a PARM
      * string of KEY=VALUE tokens on the command line, e.g.
      * "DATE=20260930", so a month whose close was missed can still
      * be closed as itself. It defaults to today; the month it falls
      * in is the month closed.
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
                      when 'DATE'
                          Move function numval(WS-Parm-Value)
                              to Business-Date
                  end-evaluate
              end-if
          end-perform.
          if Business-Date < 19000101
              Display 'business date ' Business-Date
                  ' is not usable, close halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move Business-Date to Business-Date-Parts.
          Move BD-PERIOD to Business-Period.

      * Only the open period can be closed, and only once: a month
      * already closed, a month nothing was ever posted to, or a
      * month other than the one the dataset is accumulating is
      * refused before anything is read or rolled. So is a month with
      * a posting that began and never finished, whose part-posted
      * night would be closed into the generation. A month whose
      * close was logged but whose dataset was never emptied has the
      * roll finished now instead of being refused.
        CHECK-POSTING-LOG.

          Open Input Posting-File.
          if (Posting-Status not = '00')
              Display 'posting log is not usable, status '
                  Posting-Status ', nothing to close'
              Close Posting-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform until Posting-Status not = '00'
              Read Posting-File
                  at end move high-values to Posting-Status
              end-read
              if (Posting-Status = '00')
                  Evaluate MP-ACTION
                      when 'POST'
                          if MP-PERIOD > Open-Period
                              Move MP-PERIOD to Open-Period
                          end-if
                          if MP-PERIOD = Business-Period
                              Compute Post-Count = Post-Count + 1
                              Perform SETTLE-ONE-BEGIN
                          end-if
                      when 'BEGIN'
                          if MP-PERIOD = Business-Period
                              Compute Pending-Posts = Pending-Posts + 1
                          end-if
                      when 'RESET'
                          if MP-PERIOD = Business-Period
                              Perform SETTLE-ONE-BEGIN
                          end-if
                      when 'CLOSE'
                          if MP-PERIOD > Last-Close-Period
                              Move MP-PERIOD to Last-Close-Period
                          end-if
                  end-evaluate
              end-if
          end-perform.
          Close Posting-File.
          if Business-Period = Last-Close-Period
              Perform CHECK-OUTSTANDING-ROLL
              if Roll-Outstanding
                  Display 'period ' Business-Period
                      ' was closed but MTDFILE was not emptied, '
                      'finishing the roll'
                  Perform ROLL-MTD-FILE
                  Display 'period ' Business-Period ' rolled'
                  Move 0 to RETURN-CODE
                  stop run
              end-if
          end-if.
          if Business-Period <= Last-Close-Period
              Display 'period ' Business-Period
                  ' is already closed, close refused'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Open-Period not = Business-Period) or (Post-Count = 0)
              Display 'period ' Business-Period
                  ' is not the open period, close refused'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Pending-Posts > 0
              Display Pending-Posts ' postings to period '
                  Business-Period ' began and never finished; '
                  'restore MTDFILE and rerun them with RESET=Y '
                  'first, close refused'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * A POST or an operator's RESET settles the BEGIN written
      * before it. POSTs logged before postings wrote a BEGIN settle
      * nothing.
        SETTLE-ONE-BEGIN.

          if Pending-Posts > 0
              Compute Pending-Posts = Pending-Posts - 1
          end-if.

      * The close is logged before the live dataset is emptied, so a
      * closed month whose dataset still holds records of that month
      * is one whose roll was interrupted. Its generation was written
      * and closed before the close was logged. The whole dataset is
      * read: the roll is only finished when every record is of the
      * closed month, since emptying it would otherwise take another
      * month's postings with it.
        CHECK-OUTSTANDING-ROLL.

          Move 0 to Closed-Records.
          Move 0 to Later-Records.
          Move 0 to Later-Period.
          Open Input MTD-File.
          if (MTD-Status = '00') then
              Perform until MTD-Status not = '00'
                  Read MTD-File
                      at end move high-values to MTD-Status
                  end-read
                  if (MTD-Status = '00')
                      if MT-PERIOD = Business-Period
                          Compute Closed-Records = Closed-Records + 1
                      else
                          Compute Later-Records = Later-Records + 1
                          Move MT-PERIOD to Later-Period
                      end-if
                  end-if
              end-perform
              if (MTD-Status not = high-values)
                  Display 'FATAL: month-to-date read failed, status '
                      MTD-Status
                  Close MTD-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
              Close MTD-File
          end-if.
          if (Closed-Records > 0) and (Later-Records > 0)
              Display 'MTDFILE holds ' Closed-Records
                  ' records of closed period ' Business-Period
                  ' and ' Later-Records ' of period ' Later-Period
              Display 'the roll cannot finish without losing period '
                  Later-Period ', close refused'
              Display 'restore MTDFILE to how the close left it, '
                  'rerun COBMEND, then post period ' Later-Period
                  ' again'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Closed-Records > 0
              Set Roll-Outstanding to true
          end-if.

        OPEN-REPORT-FILE.

          Open Output Report-File.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open month-end report, '
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

          Move 'XFL MONTH-TO-DATE MONTH-END CLOSE REPORT'
              to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Post-Count to RP-NUM1.
          Move spaces to Report-Line.
          String 'PERIOD ' Business-Period ' CLOSED ON BUSINESS '
              'DATE ' Business-Date ' AFTER ' RP-NUM1 ' POSTINGS'
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'KEY                              BRANCH    '
              ' DAYS            RECORDS             AMOUNT'
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

      * Every key in key order, each written to the dated generation
      * as it is reported, so the generation holds exactly what the
      * report shows. The generation is written fresh, not extended:
      * a close that failed part-way is simply run again. The posted
      * grand total is held aside to check the keys against, not
      * reported as a key.
        REPORT-KEYS.

          Move spaces to Generation-Name.
          String 'MTDFILE.A' delimited by size
              Business-Date delimited by size
              into Generation-Name
          end-string.
          Open Output Generation-File.
          if (Generation-Status not = '00')
              Display 'FATAL: cannot open generation '
                  Generation-Name ', status ' Generation-Status
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Open Input Master-File.
          if (Master-Status not = '00')
              Display 'account master dataset is not usable, status '
                  Master-Status ', close halted'
              Close Generation-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Open Input MTD-File.
          if (MTD-Status not = '00')
              Display 'month-to-date dataset is not usable, status '
                  MTD-Status ', close halted'
              Close Master-File
              Close Generation-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform until MTD-Status not = '00'
              Read MTD-File
                  at end move high-values to MTD-Status
              end-read
              if (MTD-Status = '00')
                  Perform REPORT-ONE-KEY
              end-if
          end-perform.
          Close MTD-File.
          Close Master-File.
          Close Generation-File.

        REPORT-ONE-KEY.

          Move MTD-Record to Generation-Record.
          Write Generation-Record.
          if (Generation-Status not = '00')
              Display 'FATAL: generation write failed, status '
                  Generation-Status ' key ' MT-KEY
              Close MTD-File
              Close Master-File
              Close Generation-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if MT-PERIOD not = Business-Period
              Compute Other-Period-Count = Other-Period-Count + 1
          end-if.
          Perform CLASSIFY-KEY.
          if Grand-Key
              Set Grand-Found to true
              Move MT-RECORD-COUNT to Grand-Records
              Move MT-AMOUNT to Grand-Amount
          else
              Move MT-KEY to AM-ACCOUNT
              Read Master-File
                  invalid key
                      Move WS-No-Master-Branch to Work-Branch
                      Compute No-Master-Count = No-Master-Count + 1
                  not invalid key
                      Move AM-BRANCH to Work-Branch
              end-read
              if (Master-Status not = '00')
                  and (Master-Status not = '23')
                  Display 'FATAL: account master read failed, '
                      'status ' Master-Status ' key ' MT-KEY
                  Close MTD-File
                  Close Master-File
                  Close Generation-File
                  Close Report-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
              Perform ADD-TO-BRANCH
              Compute Key-Count = Key-Count + 1
              Compute Key-Records = Key-Records + MT-RECORD-COUNT
              Compute Key-Amount = Key-Amount + MT-AMOUNT
              Move MT-DAY-COUNT to RP-DAYS
              Move MT-RECORD-COUNT to RP-COUNT
              Move MT-AMOUNT to RP-AMOUNT
              Move spaces to Report-Line
              String MT-KEY ' ' Work-Branch '  ' RP-DAYS ' '
                  RP-COUNT ' ' RP-AMOUNT
                  delimited by size into Report-Line
              end-string
              if MT-PERIOD not = Business-Period
                  Move 'PERIOD' to Report-Line(88:6)
                  Move MT-PERIOD to Report-Line(95:6)
              end-if
              Perform WRITE-ONE-REPORT-LINE
          end-if.

      * COBSTGA writes its grand-total record with asterisks for the
      * length of the totals key and spaces after them, so a key of
      * leading asterisks and nothing else is the grand total,
      * whatever KEYLEN the totals were cut with.
        CLASSIFY-KEY.

          Set Account-Key to true.
          Move 0 to Star-Count.
          Inspect MT-KEY tallying Star-Count for leading '*'.
          if Star-Count = length of MT-KEY
              Set Grand-Key to true
          else
              if (Star-Count > 0)
                  and (MT-KEY(Star-Count + 1:) = spaces)
                  Set Grand-Key to true
              end-if
          end-if.

        ADD-TO-BRANCH.

          Move 0 to Found-Branch.
          Perform varying Branch-Sub from 1 by 1
                  until (Branch-Sub > Branch-Count)
                  or (Found-Branch > 0)
              if BT-BRANCH(Branch-Sub) = Work-Branch
                  Move Branch-Sub to Found-Branch
              end-if
          end-perform.
          if Found-Branch = 0
              if Branch-Count >= WS-Max-Branches
                  Display 'more than ' WS-Max-Branches
                      ' branches in the month, close halted'
                  Close MTD-File
                  Close Master-File
                  Close Generation-File
                  Close Report-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
              Compute Branch-Count = Branch-Count + 1
              Move Branch-Count to Found-Branch
              Move Work-Branch to BT-BRANCH(Found-Branch)
              Move 0 to BT-KEYS(Found-Branch)
              Move 0 to BT-RECORDS(Found-Branch)
              Move 0 to BT-AMOUNT(Found-Branch)
          end-if.
          Compute BT-KEYS(Found-Branch) = BT-KEYS(Found-Branch) + 1.
          Compute BT-RECORDS(Found-Branch) =
              BT-RECORDS(Found-Branch) + MT-RECORD-COUNT.
          Compute BT-AMOUNT(Found-Branch) =
              BT-AMOUNT(Found-Branch) + MT-AMOUNT.

      * The month per branch, in order of first appearance.
        REPORT-BRANCHES.

          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'BRANCH        KEYS            RECORDS'
              '             AMOUNT'
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Perform varying Branch-Sub from 1 by 1
                  until Branch-Sub > Branch-Count
              Move BT-KEYS(Branch-Sub) to RP-NUM1
              Move BT-RECORDS(Branch-Sub) to RP-COUNT
              Move BT-AMOUNT(Branch-Sub) to RP-AMOUNT
              Move spaces to Report-Line
              String BT-BRANCH(Branch-Sub) ' ' RP-NUM1 ' '
                  RP-COUNT ' ' RP-AMOUNT
                  delimited by size into Report-Line
              end-string
              Perform WRITE-ONE-REPORT-LINE
          end-perform.
          if Branch-Count = 0
              Move 'NONE' to Report-Line
              Perform WRITE-ONE-REPORT-LINE
          end-if.

        WRITE-REPORT-FOOTER.

          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Key-Count to RP-NUM1.
          Move Key-Records to RP-COUNT.
          Move Key-Amount to RP-AMOUNT.
          Move spaces to Report-Line.
          String 'MONTH TOTAL  KEYS ' RP-NUM1 ' RECORDS ' RP-COUNT
              ' AMOUNT ' RP-AMOUNT
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          if Grand-Found
              Move Grand-Records to RP-COUNT
              Move Grand-Amount to RP-AMOUNT
              Move spaces to Report-Line
              String 'POSTED GRAND TOTAL          RECORDS ' RP-COUNT
                  ' AMOUNT ' RP-AMOUNT
                  delimited by size into Report-Line
              end-string
              Perform WRITE-ONE-REPORT-LINE
              if (Grand-Records not = Key-Records)
                  or (Grand-Amount not = Key-Amount)
                  Move spaces to Report-Line
                  String '*** KEYS DO NOT AGREE WITH THE POSTED '
                      'GRAND TOTAL ***'
                      delimited by size into Report-Line
                  end-string
                  Perform WRITE-ONE-REPORT-LINE
              end-if
          end-if.
          if No-Master-Count > 0
              Move No-Master-Count to RP-NUM1
              Move spaces to Report-Line
              String RP-NUM1 ' KEYS HAVE NO ACCOUNT MASTER ENTRY AND '
                  'ARE REPORTED UNDER ' WS-No-Master-Branch
                  delimited by size into Report-Line
              end-string
              Perform WRITE-ONE-REPORT-LINE
          end-if.
          if Other-Period-Count > 0
              Move Other-Period-Count to RP-NUM1
              Move spaces to Report-Line
              String '*** ' RP-NUM1 ' KEYS CARRY ANOTHER PERIOD ***'
                  delimited by size into Report-Line
              end-string
              Perform WRITE-ONE-REPORT-LINE
          end-if.
          Move spaces to Report-Line.
          String 'CLOSED MONTH KEPT AS ' Generation-Name
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

      * Only once the report and the generation are both safely
      * closed and the close is logged is the live dataset emptied
      * for the new period, so a failure anywhere earlier leaves the
      * month intact to close again, and a failure here is finished
      * by running the close again.
        ROLL-MTD-FILE.

          Open Output MTD-File.
          if (MTD-Status not = '00')
              Display 'FATAL: cannot roll month-to-date dataset, '
                  'status ' MTD-Status
              Display 'period ' Business-Period ' is closed; run '
                  'COBMEND again for it to finish the roll before '
                  'the next posting'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close MTD-File.

      * Log the close, so COBSTGD refuses any later posting to the
      * closed month and the next month's postings start clean.
        WRITE-CLOSE-RECORD.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Posting-File.
          if (Posting-Status = '35') then
              Open Output Posting-File
              Close Posting-File
              Open Extend Posting-File
          end-if.
          if (Posting-Status not = '00')
              Display 'FATAL: cannot open posting log, status '
                  Posting-Status ', period ' Business-Period
                  ' not closed'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move WS-Job-Name to MP-JOB-NAME.
          Move WS-Current-Date to MP-DATE.
          Move WS-Current-Time to MP-TIME.
          Move 'CLOSE' to MP-ACTION.
          Move Business-Period to MP-PERIOD.
          Move Business-Date to MP-BUSINESS-DATE.
          Move 0 to MP-SN.
          Move Key-Count to MP-KEYS.
          Move Key-Records to MP-RECORDS.
          Move Key-Amount to MP-AMOUNT.
          Write Posting-Record.
          if (Posting-Status not = '00')
              Display 'FATAL: posting log write failed, status '
                  Posting-Status ' period ' Business-Period
              Close Posting-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Posting-File.

       End Program COBMEND.
