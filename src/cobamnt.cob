      ******************************************************************
      *
      *   Name: cobamnt.cob
      *         Account-master maintenance. COBSTGE only ever reads
      *         the indexed account master; this program is the one
      *         place that changes it. It applies a dated transaction
      *         dataset of ADD, CHANGE, CLOSE and REOPEN actions to
      *         ACCTMST, prints every transaction it cannot apply -
      *         adding a key that is already on file, changing or
      *         closing one that is not, closing an account already
      *         closed - on its own reject report instead of guessing,
      *         and appends a before-image/after-image audit record
      *         for every change it does make, naming who asked for
      *         it and on which night, so audit can see exactly what
      *         the master looked like when COBSTGR requeued the
      *         unmatched-key rejects against it.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstge.cob, cobstgr.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBAMNT.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Transaction-File Assign To "ACCTTRAN"
               Organization Is Line Sequential
               File Status Is Transaction-Status.
           Select Master-File Assign To "ACCTMST"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is AM-ACCOUNT
               File Status Is Master-Status.
           Select Audit-File Assign To "ACCTAUD"
               Organization Is Line Sequential
               File Status Is Audit-Status.
           Select Report-File Assign To "ACCTRPT"
               Organization Is Line Sequential
               File Status Is Report-Status.

       Data Division.
       File Section.
      * One maintenance action per record: the business date it is
      * effective for, the action, the account key and whichever of
      * the master fields the action sets, and the user id of the
      * person who raised it. A CHANGE sets only the fields it
      * carries; a blank field leaves the master's value alone.
       FD  Transaction-File.
       01  Transaction-Record.
           05 AT-DATE                Pic 9(8).
           05 AT-ACTION              Pic X(8).
           05 AT-ACCOUNT             Pic X(32).
           05 AT-BRANCH              Pic X(8).
           05 AT-CURRENCY            Pic X(3).
           05 AT-USER                Pic X(8).

      * The same master layout COBSTGE reads.
       FD  Master-File.
       01  Master-Record.
           05 AM-ACCOUNT             Pic X(32).
           05 AM-BRANCH              Pic X(8).
           05 AM-CURRENCY            Pic X(3).
           05 AM-STATUS              Pic X(1).

      * One audit record per applied change: when this run made it,
      * the transaction that asked for it, and the master entry as it
      * stood before and after. An ADD has no before-image and
      * carries spaces there.
       FD  Audit-File.
       01  Audit-Record.
           05 AU-DATE                Pic 9(8).
           05 AU-TIME                Pic 9(8).
           05 AU-TRAN-DATE           Pic 9(8).
           05 AU-TRAN-NO             Pic 9(9).
           05 AU-ACTION              Pic X(8).
           05 AU-USER                Pic X(8).
           05 AU-BEFORE.
               10 AU-BEFORE-ACCOUNT  Pic X(32).
               10 AU-BEFORE-BRANCH   Pic X(8).
               10 AU-BEFORE-CURRENCY Pic X(3).
               10 AU-BEFORE-STATUS   Pic X(1).
           05 AU-AFTER.
               10 AU-AFTER-ACCOUNT   Pic X(32).
               10 AU-AFTER-BRANCH    Pic X(8).
               10 AU-AFTER-CURRENCY  Pic X(3).
               10 AU-AFTER-STATUS    Pic X(1).

       FD  Report-File.
       01  Report-Line               Pic X(132).

       Working-Storage Section.
       77 Transaction-Status     Pic X(2).
       77 Master-Status          Pic X(2).
       77 Audit-Status           Pic X(2).
       77 Report-Status          Pic X(2).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Business-Date          Pic 9(8) Value 0.
       77 Tran-Count             Pic S9(9) comp-5 Value 0.
       77 Applied-Count          Pic S9(9) comp-5 Value 0.
       77 Rejected-Count         Pic S9(9) comp-5 Value 0.
       77 Add-Count              Pic S9(9) comp-5 Value 0.
       77 Change-Count           Pic S9(9) comp-5 Value 0.
       77 Close-Count            Pic S9(9) comp-5 Value 0.
       77 Reopen-Count           Pic S9(9) comp-5 Value 0.
       77 Reject-Reason          Pic X(40).
       77 Tran-Valid-Switch      Pic X Value 'Y'.
           88 Tran-Is-Valid           Value 'Y'.
           88 Tran-Is-Invalid         Value 'N'.
       77 Master-Found-Switch    Pic X Value 'N'.
           88 Master-Found            Value 'Y'.
           88 Master-Not-Found        Value 'N'.
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-NUM3                Pic ZZZZZZZZ9.
       77 RP-NUM4                Pic ZZZZZZZZ9.

      * The status byte the master carries for an open and for a
      * closed account.
       77 WS-Status-Open         Pic X Value 'A'.
       77 WS-Status-Closed       Pic X Value 'C'.

      * The master entry as it stood before the transaction touched
      * it, kept aside for the audit before-image.
       01  Before-Image.
           05 BI-ACCOUNT             Pic X(32).
           05 BI-BRANCH              Pic X(8).
           05 BI-CURRENCY            Pic X(3).
           05 BI-STATUS              Pic X(1).

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL account master maintenance'.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to Business-Date.

          Perform PARSE-RUN-PARM.
          Perform OPEN-MASTER-FILE.
          Perform OPEN-AUDIT-FILE.
          Perform OPEN-REPORT-FILE.
          Perform WRITE-REPORT-HEADER.
          Perform PROCESS-TRANSACTION-FILE.
          Perform WRITE-REPORT-FOOTER.
          Close Report-File.
          Close Audit-File.
          Close Master-File.

          Display 'transactions read ' Tran-Count ' / applied '
              Applied-Count ' / rejected ' Rejected-Count.
          if Rejected-Count > 0
              Display Rejected-Count ' transactions could not be '
                  'applied, see the report'
              Move 8 to RETURN-CODE
          else
              Move 0 to RETURN-CODE
          end-if.
          stop run.

      * The business date the run applies transactions for can be
      * set from a PARM string of KEY=VALUE tokens on the command
      * line, e.g. "DATE=20260930", so a missed night can be caught
      * up without waiting for the calendar. It defaults to today. A
      * transaction dated after the business date is not yet due and
      * is rejected rather than applied early.
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
          if (Business-Date < 19000101) or (Business-Date > 99991231)
              Display 'business date ' Business-Date
                  ' is not usable, maintenance halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Display 'applying account transactions for business date '
              Business-Date.

      * The master is opened for update. A master that does not
      * exist yet is created empty the first time, the same way the
      * sidecar datasets are, so the very first run can load it with
      * ADD transactions. Any other failure stops the run before a
      * single transaction is read.
        OPEN-MASTER-FILE.

          Open I-O Master-File.
          if (Master-Status = '35') then
              Open Output Master-File
              Close Master-File
              Open I-O Master-File
          end-if.
          if (Master-Status not = '00')
              Display 'account master dataset is not usable, status '
                  Master-Status ', maintenance halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

        OPEN-AUDIT-FILE.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Audit-File.
          if (Audit-Status = '35') then
              Open Output Audit-File
              Close Audit-File
              Open Extend Audit-File
          end-if.
          if (Audit-Status not = '00')
              Display 'FATAL: cannot open audit dataset, status '
                  Audit-Status ', maintenance halted'
              Close Master-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        OPEN-REPORT-FILE.

          Open Output Report-File.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open maintenance report, status '
                  Report-Status
              Close Audit-File
              Close Master-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        WRITE-ONE-REPORT-LINE.

          Write Report-Line.
          if (Report-Status not = '00')
              Display 'FATAL: report write failed, status '
                  Report-Status
              Close Report-File
              Close Audit-File
              Close Master-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        WRITE-REPORT-HEADER.

          Move 'XFL ACCOUNT MASTER MAINTENANCE REPORT'
              to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'BUSINESS DATE ' Business-Date
              '   RUN ' WS-Current-Date ' ' WS-Current-Time
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move 'REJECTED TRANSACTIONS (RECORD / ACTION / ACCOUNT)'
              to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.

      * Apply every transaction in the order it was written. A
      * missing transaction dataset simply means there is nothing to
      * maintain tonight.
        PROCESS-TRANSACTION-FILE.

          Open Input Transaction-File.
          if (Transaction-Status = '00') then
              Perform until Transaction-Status not = '00'
                  Read Transaction-File
                      at end move high-values to Transaction-Status
                  end-read
                  if (Transaction-Status = '00')
                      Compute Tran-Count = Tran-Count + 1
                      Perform APPLY-ONE-TRANSACTION
                  end-if
              end-perform
          else
              Display 'no account transaction dataset, status '
                  Transaction-Status ', nothing to apply'
          end-if.
          Close Transaction-File.

      * Check the transaction against the master, then make the one
      * change it asks for. Every reason a transaction cannot be
      * applied is decided before the master is touched, so a
      * rejected transaction never leaves a half-made change behind.
        APPLY-ONE-TRANSACTION.

          Set Tran-Is-Valid to true.
          Move spaces to Reject-Reason.
          Perform VALIDATE-TRANSACTION.
          if Tran-Is-Valid
              Perform LOOKUP-MASTER-ENTRY
              Perform CHECK-AGAINST-MASTER
          end-if.
          if Tran-Is-Invalid
              Perform WRITE-REJECT-LINE
          else
              Evaluate AT-ACTION
                  when 'ADD'
                      Perform APPLY-ADD
                  when 'CHANGE'
                      Perform APPLY-CHANGE
                  when 'CLOSE'
                      Perform APPLY-CLOSE
                  when 'REOPEN'
                      Perform APPLY-REOPEN
              end-evaluate
              Perform WRITE-AUDIT-RECORD
              Compute Applied-Count = Applied-Count + 1
          end-if.

      * Checks that need only the transaction itself: a real date no
      * later than the business date, a known action, a key, and the
      * fields the action needs.
        VALIDATE-TRANSACTION.

          if (AT-DATE not numeric)
              or (AT-DATE < 19000101)
              Set Tran-Is-Invalid to true
              Move 'TRANSACTION DATE NOT USABLE' to Reject-Reason
          end-if.
          if Tran-Is-Valid
              and (AT-DATE > Business-Date)
              Set Tran-Is-Invalid to true
              Move 'DATED AFTER BUSINESS DATE' to Reject-Reason
          end-if.
          if Tran-Is-Valid
              and (AT-ACTION not = 'ADD')
              and (AT-ACTION not = 'CHANGE')
              and (AT-ACTION not = 'CLOSE')
              and (AT-ACTION not = 'REOPEN')
              Set Tran-Is-Invalid to true
              Move 'UNKNOWN ACTION' to Reject-Reason
          end-if.
          if Tran-Is-Valid
              and (AT-ACCOUNT = spaces)
              Set Tran-Is-Invalid to true
              Move 'NO ACCOUNT KEY' to Reject-Reason
          end-if.
          if Tran-Is-Valid
              and (AT-ACTION = 'ADD')
              and ((AT-BRANCH = spaces) or (AT-CURRENCY = spaces))
              Set Tran-Is-Invalid to true
              Move 'ADD WITHOUT BRANCH AND CURRENCY' to Reject-Reason
          end-if.
          if Tran-Is-Valid
              and (AT-ACTION = 'CHANGE')
              and (AT-BRANCH = spaces) and (AT-CURRENCY = spaces)
              Set Tran-Is-Invalid to true
              Move 'CHANGE WITH NOTHING TO CHANGE' to Reject-Reason
          end-if.

      * Read the account's current master entry, if any. Not found
      * is an answer; any other status is a sick master and stops the
      * run, the same rule COBSTGE applies to its lookups.
        LOOKUP-MASTER-ENTRY.

          Set Master-Not-Found to true.
          Move AT-ACCOUNT to AM-ACCOUNT.
          Read Master-File
              invalid key
                  Continue
              not invalid key
                  Set Master-Found to true
          end-read.
          if Master-Not-Found
              and (Master-Status not = '23')
              Display 'FATAL: account master read failed, status '
                  Master-Status ' transaction ' Tran-Count
              Close Report-File
              Close Audit-File
              Close Master-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move spaces to Before-Image.
          if Master-Found
              Move Master-Record to Before-Image
          end-if.

      * Checks that need the master: an ADD must be for a new key,
      * everything else for an existing one, and a CLOSE or REOPEN
      * must actually change the account's state.
        CHECK-AGAINST-MASTER.

          Evaluate true
              when (AT-ACTION = 'ADD') and Master-Found
                  Set Tran-Is-Invalid to true
                  Move 'ADD FOR ACCOUNT ALREADY ON MASTER'
                      to Reject-Reason
              when (AT-ACTION not = 'ADD') and Master-Not-Found
                  Set Tran-Is-Invalid to true
                  Move 'ACCOUNT NOT ON MASTER' to Reject-Reason
              when (AT-ACTION = 'CLOSE')
                  and (AM-STATUS = WS-Status-Closed)
                  Set Tran-Is-Invalid to true
                  Move 'ACCOUNT ALREADY CLOSED' to Reject-Reason
              when (AT-ACTION = 'REOPEN')
                  and (AM-STATUS not = WS-Status-Closed)
                  Set Tran-Is-Invalid to true
                  Move 'ACCOUNT IS NOT CLOSED' to Reject-Reason
          end-evaluate.

        APPLY-ADD.

          Move AT-ACCOUNT to AM-ACCOUNT.
          Move AT-BRANCH to AM-BRANCH.
          Move AT-CURRENCY to AM-CURRENCY.
          Move WS-Status-Open to AM-STATUS.
          Write Master-Record
              invalid key
                  Continue
          end-write.
          Perform CHECK-MASTER-UPDATE.
          Compute Add-Count = Add-Count + 1.

        APPLY-CHANGE.

          if AT-BRANCH not = spaces
              Move AT-BRANCH to AM-BRANCH
          end-if.
          if AT-CURRENCY not = spaces
              Move AT-CURRENCY to AM-CURRENCY
          end-if.
          Perform REWRITE-MASTER-ENTRY.
          Compute Change-Count = Change-Count + 1.

        APPLY-CLOSE.

          Move WS-Status-Closed to AM-STATUS.
          Perform REWRITE-MASTER-ENTRY.
          Compute Close-Count = Close-Count + 1.

        APPLY-REOPEN.

          Move WS-Status-Open to AM-STATUS.
          Perform REWRITE-MASTER-ENTRY.
          Compute Reopen-Count = Reopen-Count + 1.

        REWRITE-MASTER-ENTRY.

          Rewrite Master-Record
              invalid key
                  Continue
          end-rewrite.
          Perform CHECK-MASTER-UPDATE.

      * The validation already proved the key is, or is not, on file,
      * so a write or rewrite that fails here is the master itself
      * failing and the run stops: the audit trail must never claim a
      * change the master did not take.
        CHECK-MASTER-UPDATE.

          if (Master-Status not = '00')
              Display 'FATAL: account master update failed, status '
                  Master-Status ' transaction ' Tran-Count
                  ' account ' AT-ACCOUNT
              Close Report-File
              Close Audit-File
              Close Master-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Record the change: who asked for it, for which night, and the
      * master entry before and after.
        WRITE-AUDIT-RECORD.

          Move WS-Current-Date to AU-DATE.
          Move WS-Current-Time to AU-TIME.
          Move AT-DATE to AU-TRAN-DATE.
          Move Tran-Count to AU-TRAN-NO.
          Move AT-ACTION to AU-ACTION.
          Move AT-USER to AU-USER.
          Move Before-Image to AU-BEFORE.
          Move Master-Record to AU-AFTER.
          Write Audit-Record.
          if (Audit-Status not = '00')
              Display 'FATAL: audit write failed, status '
                  Audit-Status ' transaction ' Tran-Count
              Close Report-File
              Close Audit-File
              Close Master-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        WRITE-REJECT-LINE.

          Compute Rejected-Count = Rejected-Count + 1.
          Move Tran-Count to RP-NUM1.
          Move spaces to Report-Line.
          String 'REJECTED ' RP-NUM1 ' ' AT-ACTION ' ' AT-ACCOUNT
              ' ' Reject-Reason
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

        WRITE-REPORT-FOOTER.

          if Rejected-Count = 0
              Move 'NONE' to Report-Line
              Perform WRITE-ONE-REPORT-LINE
          end-if.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Add-Count to RP-NUM1.
          Move Change-Count to RP-NUM2.
          Move Close-Count to RP-NUM3.
          Move Reopen-Count to RP-NUM4.
          Move spaces to Report-Line.
          String 'APPLIED: ADD ' RP-NUM1 ' / CHANGE ' RP-NUM2
              ' / CLOSE ' RP-NUM3 ' / REOPEN ' RP-NUM4
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move Tran-Count to RP-NUM1.
          Move Applied-Count to RP-NUM2.
          Move Rejected-Count to RP-NUM3.
          Move spaces to Report-Line.
          String 'TRANSACTIONS ' RP-NUM1 ' / APPLIED ' RP-NUM2
              ' / REJECTED ' RP-NUM3
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

       End Program COBAMNT.
