      ******************************************************************
      *
      *   Name: cobstgx.cob
      *         Currency conversion variant of COBSTAGE, run between
      *         the COBSTGE enrichment and the COBSTGA aggregation.
      *         Reads each record off one input XFL stream, takes its
      *         currency (by default the AM-CURRENCY field COBSTGE
      *         appended to the record tail) and its AMTPOS/AMTLEN
      *         amount, converts the amount to the base currency at
      *         the rate in force on the business date according to
      *         a dated exchange-rate table, and appends the base
      *         currency and the converted amount to the record tail
      *         before XFLOUT, so COBSTGA can sum one currency instead
      *         of a meaningless mix. A record whose currency has no
      *         rate for the business date is routed to the reject
      *         dataset under its own rule, so COBSTGR can requeue it
      *         once treasury loads the rate. Original and converted
      *         totals per currency are written to a conversion
      *         summary dataset alongside the usual summary records,
      *         so the conversion itself can be audited.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstage.cob, cobstge.cob, cobstga.cob, cobstgr.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBSTGX.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Reject-File Assign To "REJECTFL"
               Organization Is Line Sequential
               File Status Is Reject-Status.
           Select Summary-File Assign To "SUMRPT"
               Organization Is Line Sequential
               File Status Is Summary-Status.
           Select Error-File Assign To "ERRLOG"
               Organization Is Line Sequential
               File Status Is Error-File-Status.
           Select Rate-File Assign To "RATETBL"
               Organization Is Line Sequential
               File Status Is Rate-Status.
           Select Conversion-File Assign To "CONVSUM"
               Organization Is Line Sequential
               File Status Is Conversion-Status.

       Data Division.
       File Section.
       FD  Reject-File.
       01  Reject-Record.
           05 RJ-JOB-NAME            Pic X(8).
           05 RJ-SN                  Pic 9(9).
           05 RJ-IC                  Pic 9(9).
           05 RJ-LENGTH              Pic 9(9).
           05 RJ-RULE                Pic 9(4).
           05 RJ-DATA                Pic X(4096).
           05 RJ-DATE                Pic 9(8).
           05 RJ-TIME                Pic 9(8).
           05 RJ-RUN-ID              Pic X(16).

       FD  Summary-File.
       01  Summary-Record.
           05 SR-JOB-NAME            Pic X(8).
           05 SR-DATE                Pic 9(8).
           05 SR-TIME                Pic 9(8).
           05 SR-SN                  Pic 9(9).
           05 SR-IC                  Pic 9(9).
           05 SR-OC                  Pic 9(9).
           05 SR-BC                  Pic 9(9).
           05 Filler                 Pic X(40).
           05 SR-RUN-ID              Pic X(16).

       FD  Error-File.
       01  Error-Record.
           05 EL-CALL-NAME           Pic X(8).
           05 EL-SN                  Pic 9(9).
           05 EL-IC                  Pic 9(9).
           05 EL-RESULT              Pic 9(9).
           05 EL-DATE                Pic 9(8).
           05 EL-TIME                Pic 9(8).
           05 EL-RUN-ID              Pic X(16).

      * One exchange rate per record: the currency, the date the rate
      * takes effect, and how many units of the base currency one
      * unit of it buys, to six decimal places. A currency may carry
      * many dated rates; the one in force on a business date is the
      * latest whose effective date is not after it.
       FD  Rate-File.
       01  Rate-Record.
           05 RF-CURRENCY            Pic X(3).
           05 RF-EFF-DATE            Pic 9(8).
           05 RF-RATE                Pic 9(5)V9(6).

      * One conversion total per currency per run, stamped with the
      * same date and time as the run's summary records so the two
      * tie together: the rate used and its effective date, how many
      * records converted, and their amounts before and after.
       FD  Conversion-File.
       01  Conversion-Record.
           05 CS-JOB-NAME            Pic X(8).
           05 CS-DATE                Pic 9(8).
           05 CS-TIME                Pic 9(8).
           05 CS-SN                  Pic 9(9).
           05 CS-BUSINESS-DATE       Pic 9(8).
           05 CS-CURRENCY            Pic X(3).
           05 CS-BASE-CURRENCY       Pic X(3).
           05 CS-EFF-DATE            Pic 9(8).
           05 CS-RATE                Pic 9(5)V9(6).
           05 CS-COUNT               Pic 9(9).
           05 CS-ORIG-AMOUNT         Pic 9(18).
           05 CS-BASE-AMOUNT         Pic 9(18).

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
           88 XFL-Success             Value 0.
           88 XFL-End-Of-Stream       Value 1.
       77 ic                     Pic S9(9) comp-5 Value 0.
       77 oc                     Pic S9(9) comp-5 Value 0.
       77 bc                     Pic S9(9) comp-5 Value 0.
       77 sn                     Pic S9(9) comp-5 Value 0.
       77 Out-SN                 Pic S9(9) comp-5 Value 1.
       77 buflen                 Pic S9(9) comp-5 Value 0.
       77 Version-String         Pic X(36).
       77 buffer                 Pic X(4096).
       77 WS-Max-Buflen          Pic S9(9) comp-5 Value 4096.
       77 WS-Requested-Buflen    Pic S9(9) comp-5 Value 255.
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 Reject-Status          Pic X(2).
       77 Record-Valid-Switch    Pic X Value 'Y'.
           88 Record-Is-Valid         Value 'Y'.
           88 Record-Is-Invalid       Value 'N'.
       77 Summary-Status         Pic X(2).
       77 WS-Job-Name            Pic X(8) Value 'COBSTGX'.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Error-File-Status      Pic X(2).
       77 WS-Last-Call           Pic X(8).
       77 Rate-Status            Pic X(2).
       77 Conversion-Status      Pic X(2).
       77 Failed-Rule            Pic S9(9) comp-5 Value 0.
       77 Business-Date          Pic 9(8) Value 0.
       77 Base-Currency          Pic X(3) Value 'EUR'.
       77 Cur-Pos                Pic S9(9) comp-5 Value 0.
       77 Cur-Work-Pos           Pic S9(9) comp-5 Value 0.
       77 Cur-Work               Pic X(3).
       77 Amt-Pos                Pic S9(9) comp-5 Value 0.
       77 Amt-Len                Pic S9(9) comp-5 Value 0.
       77 WS-Max-Ctl-Len         Pic S9(9) comp-5 Value 18.
       77 Amt-Work               Pic 9(18) Value 0.
       77 Converted-Len          Pic S9(9) comp-5 Value 0.
       77 Rate-Count             Pic S9(9) comp-5 Value 0.
       77 Rate-Sub               Pic S9(9) comp-5 Value 0.
       77 Found-Rate             Pic S9(9) comp-5 Value 0.
       77 WS-Max-Rates           Pic S9(9) comp-5 Value 100.
       77 Rate-Records-Read      Pic S9(9) comp-5 Value 0.
       77 Converted-Count        Pic S9(9) comp-5 Value 0.
       77 No-Rate-Count          Pic S9(9) comp-5 Value 0.
       77 Bad-Amount-Count       Pic S9(9) comp-5 Value 0.
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Minor           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major-Str       Pic X(10).
       77 WS-Ver-Minor-Str       Pic X(10).

      * The converted fields as they are appended to the record tail,
      * assembled here so the append is one move of one length.
       01  Conversion-Fields.
           05 CV-BASE-CURRENCY   Pic X(3).
           05 CV-BASE-AMOUNT     Pic 9(18).

      * The rate in force on the business date for every currency the
      * table covers, one slot per currency, with the run's totals
      * for that currency accumulated beside it. The base currency
      * always has a slot of its own at a rate of one.
       01  Rate-Table.
           05 Rate-Entry Occurs 100 Times.
               10 RT-CURRENCY    Pic X(3).
               10 RT-EFF-DATE    Pic 9(8).
               10 RT-RATE        Pic 9(5)V9(6).
               10 RT-COUNT       Pic S9(9) comp-5.
               10 RT-ORIG-AMOUNT Pic 9(18).
               10 RT-BASE-AMOUNT Pic 9(18).

       01  Mask-Request.
           05 MQ-FUNCTION            Pic X.
           05 MQ-JOB-NAME            Pic X(8).
           05 MQ-SN                  Pic 9(9).
           05 MQ-IC                  Pic 9(9).
           05 MQ-LENGTH              Pic 9(9).
           05 MQ-DATE                Pic 9(8).
           05 MQ-TIME                Pic 9(8).
           05 MQ-RESULT              Pic 9(4).

       01  Run-Request.
           05 RR-FUNCTION            Pic X.
           05 RR-JOB-NAME            Pic X(8).
           05 RR-SN                  Pic 9(9).
           05 RR-RUN-ID              Pic X(16).
           05 RR-HOLDER-RUN-ID       Pic X(16).
           05 RR-HOLDER-DATE         Pic 9(8).
           05 RR-HOLDER-TIME         Pic 9(8).
           05 RR-STALE               Pic X.
           05 RR-RESULT              Pic 9(4).

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

          Display 'POSIX Pipelines (XFL) currency conversion stage'.

          call 'XFLVERSN' using Version-String returning Result.
          Display 'POSIX Pipelines (XFL) version ' Version-String.
          PERFORM CHECK-XFL-VERSION.

      * start with input, output and byte counts of zero
          Move 0 to ic.
          Move 0 to oc.
          Move 0 to bc.
      * read stream 0, write the converted records to stream 1
          Move 0 to sn.
          Move 1 to Out-SN.
          Move 0 to Result.
          Accept Business-Date from Date YYYYMMDD.

          PERFORM PARSE-RUN-PARM.
          PERFORM CHECK-BUFFER-LENGTH.
          PERFORM LOAD-RATE-TABLE.

          PERFORM REGISTER-RUN.
          PERFORM PeekPutPurge UNTIL Result not = 0.
          Display 'input records:' ic
                  ' output records:' oc ' bytes:' bc.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * The streams, the amount field, the currency field, the base
      * currency and the business date can all be set from a PARM
      * string of KEY=VALUE tokens on the command line, e.g. "SN=0
      * OUTSN=4 AMTPOS=16 AMTLEN=9 BASE=EUR DATE=20260930
      * BUFLEN=512", so operations can re-point the same load module
      * without a recompile. AMTPOS and AMTLEN are required together.
      * CURPOS names a three-byte currency field inside the record;
      * without it the currency is taken from the master fields
      * COBSTGE appended to the record tail. The business date
      * defaults to today. Anything not given on the PARM keeps its
      * Working-Storage default.
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
                      when 'SN'
                          Move function numval(WS-Parm-Value) to sn
                      when 'OUTSN'
                          Move function numval(WS-Parm-Value)
                              to Out-SN
                      when 'AMTPOS'
                          Move function numval(WS-Parm-Value)
                              to Amt-Pos
                      when 'AMTLEN'
                          Move function numval(WS-Parm-Value)
                              to Amt-Len
                      when 'CURPOS'
                          Move function numval(WS-Parm-Value)
                              to Cur-Pos
                      when 'BASE'
                          Move WS-Parm-Value to Base-Currency
                      when 'DATE'
                          Move function numval(WS-Parm-Value)
                              to Business-Date
                      when 'BUFLEN'
                          Move function numval(WS-Parm-Value)
                              to WS-Requested-Buflen
                  end-evaluate
              end-if
          end-perform.
          if (Amt-Pos < 1) or (Amt-Len < 1)
              or (Amt-Len > WS-Max-Ctl-Len)
              Display 'amount position ' Amt-Pos ' length '
                  Amt-Len ' is not usable, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (Cur-Pos < 0) or (Base-Currency = spaces)
              or (Business-Date < 19000101)
              Display 'currency position ' Cur-Pos ' base '
                  Base-Currency ' business date ' Business-Date
                  ' is not usable, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Display 'converting amount at position ' Amt-Pos
              ' length ' Amt-Len ' to ' Base-Currency
              ' at rates in force on ' Business-Date.

      * A requested length that will not fit in the buffer area is a
      * clear, logged failure, not a silent truncation. The appended
      * conversion fields also have to fit: a record read at the
      * maximum length would have nowhere to grow.
        CHECK-BUFFER-LENGTH.

          if (WS-Requested-Buflen + length of Conversion-Fields)
              > WS-Max-Buflen
              Display 'requested buffer length ' WS-Requested-Buflen
                  ' leaves no room for the appended conversion '
                  'fields, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Stop before PeekPutPurge ever starts if the runner's XFL
      * version is below what this stage requires, instead of
      * failing opaquely mid-pipeline with a confusing Result code
      * from XFLPEEK/XFLOUT.
        CHECK-XFL-VERSION.

          Move spaces to WS-Ver-Major-Str.
          Move spaces to WS-Ver-Minor-Str.
          Unstring Version-String delimited by '.'
              into WS-Ver-Major-Str WS-Ver-Minor-Str
          end-unstring.
          Move function numval(WS-Ver-Major-Str) to WS-Ver-Major.
          Move function numval(WS-Ver-Minor-Str) to WS-Ver-Minor.
          if (WS-Ver-Major < WS-Min-Ver-Major)
              or ((WS-Ver-Major = WS-Min-Ver-Major)
                  and (WS-Ver-Minor < WS-Min-Ver-Minor))
              Display 'XFL runtime too old: version '
                  Version-String ' is below the required '
                  WS-Min-Ver-Major '.' WS-Min-Ver-Minor
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Load the rate in force on the business date for every
      * currency in the rate table: for each currency the latest
      * effective date not after the business date wins, and of two
      * rates with the same effective date the later record wins, so
      * treasury corrects a rate by appending, not by editing. Rates
      * dated after the business date are not yet in force and are
      * passed over. A conversion stage without its rate table is a
      * misconfiguration, not a stage that rejects the whole feed,
      * and a rate that is not a positive number is a broken table:
      * both stop the stage before a record is read.
        LOAD-RATE-TABLE.

          Move 1 to Rate-Count.
          Move Base-Currency to RT-CURRENCY(1).
          Move 0 to RT-EFF-DATE(1).
          Move 1 to RT-RATE(1).
          Move 0 to RT-COUNT(1).
          Move 0 to RT-ORIG-AMOUNT(1).
          Move 0 to RT-BASE-AMOUNT(1).
          Open Input Rate-File.
          if (Rate-Status not = '00')
              Display 'exchange-rate table is not usable, status '
                  Rate-Status ', stage halted'
              Close Rate-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform until Rate-Status not = '00'
              Read Rate-File
                  at end move high-values to Rate-Status
              end-read
              if (Rate-Status = '00')
                  Compute Rate-Records-Read = Rate-Records-Read + 1
                  Perform LOAD-ONE-RATE
              end-if
          end-perform.
          Close Rate-File.
          Display 'rates in force for ' Rate-Count ' currencies from '
              Rate-Records-Read ' rate records'.

        LOAD-ONE-RATE.

          if (RF-EFF-DATE not numeric) or (RF-RATE not numeric)
              or (RF-RATE = 0) or (RF-CURRENCY = spaces)
              Display 'exchange-rate record ' Rate-Records-Read
                  ' is not usable, stage halted'
              Close Rate-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if (RF-EFF-DATE <= Business-Date)
              and (RF-CURRENCY not = Base-Currency)
              Move RF-CURRENCY to Cur-Work
              Perform FIND-RATE-ENTRY
              if Found-Rate = 0
                  if Rate-Count >= WS-Max-Rates
                      Display 'more than ' WS-Max-Rates
                          ' currencies in the rate table, '
                          'stage halted'
                      Close Rate-File
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
                  Compute Rate-Count = Rate-Count + 1
                  Move Rate-Count to Found-Rate
                  Move RF-CURRENCY to RT-CURRENCY(Found-Rate)
                  Move 0 to RT-EFF-DATE(Found-Rate)
                  Move 0 to RT-COUNT(Found-Rate)
                  Move 0 to RT-ORIG-AMOUNT(Found-Rate)
                  Move 0 to RT-BASE-AMOUNT(Found-Rate)
              end-if
              if RF-EFF-DATE >= RT-EFF-DATE(Found-Rate)
                  Move RF-EFF-DATE to RT-EFF-DATE(Found-Rate)
                  Move RF-RATE to RT-RATE(Found-Rate)
              end-if
          end-if.

      * Find the rate-table slot for the currency in Cur-Work; zero
      * when the table holds no rate in force for it.
        FIND-RATE-ENTRY.

          Move 0 to Found-Rate.
          Perform varying Rate-Sub from 1 by 1
                  until (Rate-Sub > Rate-Count) or (Found-Rate > 0)
              if RT-CURRENCY(Rate-Sub) = Cur-Work
                  Move Rate-Sub to Found-Rate
              end-if
          end-perform.

      * Check buflen against the expected input record length, then
      * that the record carries its currency and amount. A record
      * whose currency has no rate in force on the business date is
      * tagged rule 9994, its own rule number the way the enrichment
      * stage reserves 9997 for an account with no master entry, so
      * the repair program can requeue the whole population in one
      * pass once treasury loads the missing rate. An amount field
      * missing from the record or not numeric cannot be converted
      * and is tagged rule 9993.
      * KNOWN LIMITATION: the buflen > WS-Requested-Buflen branch only
      * catches an oversized record if XFLPEEK reports the record's
      * true length back in buflen when it is larger than the max it
      * was handed, rather than silently capping buflen to that max.
      * XFL's out-parameter contract is not documented anywhere in
      * this repository (it is an external POSIX Pipelines runtime,
      * see the "Also:" line above), so that behavior is unconfirmed;
      * this check is kept as the best available defense either way
      * and does no harm if XFL turns out to only cap.
        VALIDATE-RECORD.

          Set Record-Is-Valid to true.
          Move 0 to Failed-Rule.
          if (buflen <= 0) or (buflen > WS-Requested-Buflen)
              Set Record-Is-Invalid to true
          end-if.
          if Record-Is-Valid
              if Cur-Pos > 0
                  Move Cur-Pos to Cur-Work-Pos
              else
                  Compute Cur-Work-Pos = buflen - 3
              end-if
              Move spaces to Cur-Work
              Move 0 to Found-Rate
              if (Cur-Work-Pos >= 1)
                  and ((Cur-Work-Pos + 2) <= buflen)
                  Move buffer(Cur-Work-Pos:3) to Cur-Work
                  Perform FIND-RATE-ENTRY
              end-if
              if Found-Rate = 0
                  Move 9994 to Failed-Rule
                  Set Record-Is-Invalid to true
                  Compute No-Rate-Count = No-Rate-Count + 1
              end-if
          end-if.
          if Record-Is-Valid
              and (((Amt-Pos + Amt-Len - 1) > buflen)
                  or (buffer(Amt-Pos:Amt-Len) not numeric))
              Move 9993 to Failed-Rule
              Set Record-Is-Invalid to true
              Compute Bad-Amount-Count = Bad-Amount-Count + 1
          end-if.

      * Convert the record's amount at its currency's rate, rounded
      * to the amount field's own units, add both amounts into the
      * currency's totals, and append the base currency and the
      * converted amount to the record tail. The working length
      * already proved there is room: CHECK-BUFFER-LENGTH holds the
      * requested length plus the appended fields inside the buffer.
        CONVERT-ONE-RECORD.

          Move function numval(buffer(Amt-Pos:Amt-Len)) to Amt-Work.
          Move Base-Currency to CV-BASE-CURRENCY.
          Compute CV-BASE-AMOUNT rounded =
              Amt-Work * RT-RATE(Found-Rate).
          Compute RT-COUNT(Found-Rate) = RT-COUNT(Found-Rate) + 1.
          Compute RT-ORIG-AMOUNT(Found-Rate) =
              RT-ORIG-AMOUNT(Found-Rate) + Amt-Work.
          Compute RT-BASE-AMOUNT(Found-Rate) =
              RT-BASE-AMOUNT(Found-Rate) + CV-BASE-AMOUNT.
          Compute Converted-Count = Converted-Count + 1.
          Move Conversion-Fields
              to buffer(buflen + 1:length of Conversion-Fields).
          Compute Converted-Len = buflen
              + length of Conversion-Fields.
          Move Converted-Len to buflen.

      * Route a record that failed validation or has no rate to the
      * reject dataset, tagged with the input record number it was
      * read as and the rule it failed, and keep the stage running.
        WRITE-REJECT-RECORD.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Reject-File.
          if (Reject-Status = '35') then
              Open Output Reject-File
              Close Reject-File
              Open Extend Reject-File
          end-if.
          Move WS-Job-Name to RJ-JOB-NAME.
          Move sn to RJ-SN.
          Move ic to RJ-IC.
          Move buflen to RJ-LENGTH.
          Move Failed-Rule to RJ-RULE.
          Move buffer to RJ-DATA.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to RJ-DATE.
          Move WS-Current-Time to RJ-TIME.
      * Mask the sensitive fields before the image leaves the live
      * path; COBMASK keeps the clear image in its restricted vault
      * so an authorised repair can still get it back.
          Move 'V' to MQ-FUNCTION.
          Move RJ-JOB-NAME to MQ-JOB-NAME.
          Move RJ-SN to MQ-SN.
          Move RJ-IC to MQ-IC.
          Move length of RJ-DATA to MQ-LENGTH.
          Move RJ-DATE to MQ-DATE.
          Move RJ-TIME to MQ-TIME.
          call 'COBMASK' using Mask-Request RJ-DATA.
          if (MQ-RESULT not = 0)
              Display 'FATAL: reject masking failed, stream '
                  RJ-SN ' record ' RJ-IC
              Close Reject-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move RR-RUN-ID to RJ-RUN-ID.
          Write Reject-Record.
          if (Reject-Status not = '00')
              Display 'FATAL: reject write failed, status '
                  Reject-Status ' stream ' sn ' record ' ic
              Close Reject-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Reject-File.

      * Forward the converted record to the output stream.
        WRITE-OUTPUT-RECORD.

          Move 'XFLOUT' to WS-Last-Call.
          call 'XFLOUT' using Out-SN buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.
          Compute oc = oc + 1.
          Compute bc = bc + buflen.

      * Result is reused by XFLPEEK/XFLOUT/XFLREAD, so a non-zero
      * value alone does not say whether the stream simply ended or
      * one of those calls actually failed. Treat Result = 1 as a
      * normal, clean end-of-stream; any other non-zero value is
      * logged as a real I/O error naming the call, the stream and
      * the record count at failure.
        CHECK-RESULT.

          if XFL-End-Of-Stream
              Display 'end of stream on ' WS-Last-Call
                  ' stream ' sn ' after ' ic ' records'
          else
              Perform LOG-IO-ERROR
          end-if.
          Perform END-OF-LOOP.

      * Log the call that failed, the stream number and the record
      * count at the point of failure to the error log, so a crawling
      * or failed stage can be diagnosed from one place instead of
      * guessing from a generic non-zero Result.
        LOG-IO-ERROR.

          Display 'I/O error on ' WS-Last-Call ' stream ' sn
              ' at record ' ic ' result ' Result.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Error-File.
          if (Error-File-Status = '35') then
              Open Output Error-File
              Close Error-File
              Open Extend Error-File
          end-if.
          Move WS-Last-Call to EL-CALL-NAME.
          Move sn to EL-SN.
          Move ic to EL-IC.
          Move Result to EL-RESULT.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to EL-DATE.
          Move WS-Current-Time to EL-TIME.
          Move RR-RUN-ID to EL-RUN-ID.
          Write Error-Record.
          if (Error-File-Status not = '00')
              Display 'FATAL: error log write failed, status '
                  Error-File-Status ' stream ' sn ' record ' ic
              Close Error-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Error-File.
          Move 'E' to AR-SEVERITY.
          Move EL-SN to AR-SN.
          Move EL-CALL-NAME to AR-CONDITION.
          Move spaces to AR-TEXT.
          String 'I/O error on ' EL-CALL-NAME ' result ' EL-RESULT
              ' at record ' EL-IC
              delimited by size into AR-TEXT
          end-string.
          Perform RAISE-ALERT.

        PeekPutPurge.

          Move WS-Requested-Buflen to buflen.

          Move 'XFLPEEK' to WS-Last-Call.
          call 'XFLPEEK' using sn buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.
          Compute ic = ic + 1.

          Perform VALIDATE-RECORD.
          if Record-Is-Valid
              Perform CONVERT-ONE-RECORD
              Perform WRITE-OUTPUT-RECORD
          else
              Perform WRITE-REJECT-RECORD
          end-if.

          Move WS-Requested-Buflen to buflen.
          Move 'XFLREAD' to WS-Last-Call.
          call 'XFLREAD' using sn buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.

       END-OF-LOOP.
          Display 'input records ' ic
               ' / output records ' oc ' / bytes ' bc.
          Display 'converted ' Converted-Count
               ' / no rate ' No-Rate-Count
               ' / amount not usable ' Bad-Amount-Count.
          Perform WRITE-SUMMARY-RECORD.
          Perform WRITE-CONVERSION-SUMMARY.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * Append two reconciliation records per run to the summary
      * report file: one keyed by the input stream, carrying what was
      * read against what was forwarded, and one keyed by the output
      * stream, so both this stage's feed and its handoff downstream
      * can be balanced. The input record is always written first:
      * the reconciliation relies on that order to tell the two
      * apart.
        WRITE-SUMMARY-RECORD.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Summary-File.
          if (Summary-Status = '35') then
              Open Output Summary-File
              Close Summary-File
              Open Extend Summary-File
          end-if.
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move sn to SR-SN.
          Move ic to SR-IC.
          Move oc to SR-OC.
          Move bc to SR-BC.
          Move RR-RUN-ID to SR-RUN-ID.
          Write Summary-Record.
          if (Summary-Status not = '00')
              Display 'FATAL: summary write failed, status '
                  Summary-Status ' stream ' sn ' record ' ic
              Close Summary-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move Out-SN to SR-SN.
          Move ic to SR-IC.
          Move oc to SR-OC.
          Move bc to SR-BC.
          Move RR-RUN-ID to SR-RUN-ID.
          Write Summary-Record.
          if (Summary-Status not = '00')
              Display 'FATAL: summary write failed, status '
                  Summary-Status ' stream ' Out-SN ' record ' ic
              Close Summary-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Summary-File.

      * Append one conversion total per currency that converted
      * anything this run, stamped with the summary records' date and
      * time, so audit can re-derive every converted total from the
      * original total and the rate that was in force.
        WRITE-CONVERSION-SUMMARY.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Conversion-File.
          if (Conversion-Status = '35') then
              Open Output Conversion-File
              Close Conversion-File
              Open Extend Conversion-File
          end-if.
          Perform varying Rate-Sub from 1 by 1
                  until Rate-Sub > Rate-Count
              if RT-COUNT(Rate-Sub) > 0
                  Move WS-Job-Name to CS-JOB-NAME
                  Move WS-Current-Date to CS-DATE
                  Move WS-Current-Time to CS-TIME
                  Move sn to CS-SN
                  Move Business-Date to CS-BUSINESS-DATE
                  Move RT-CURRENCY(Rate-Sub) to CS-CURRENCY
                  Move Base-Currency to CS-BASE-CURRENCY
                  Move RT-EFF-DATE(Rate-Sub) to CS-EFF-DATE
                  Move RT-RATE(Rate-Sub) to CS-RATE
                  Move RT-COUNT(Rate-Sub) to CS-COUNT
                  Move RT-ORIG-AMOUNT(Rate-Sub) to CS-ORIG-AMOUNT
                  Move RT-BASE-AMOUNT(Rate-Sub) to CS-BASE-AMOUNT
                  Write Conversion-Record
                  if (Conversion-Status not = '00')
                      Display 'FATAL: conversion summary write '
                          'failed, status ' Conversion-Status
                          ' currency ' RT-CURRENCY(Rate-Sub)
                      Close Conversion-File
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              end-if
          end-perform.
          Close Conversion-File.

      * Claim this job and stream in the run registry before anything
      * is written, so a second copy of the stage stops here instead
      * of interleaving its output with the first. The run ID the
      * registry hands back is stamped on every bookkeeping record
      * this run writes. A refusal has its own return code, so the
      * scheduler can tell "already running" from a failure; an
      * entry past the stale age is probably a crashed run's, and an
      * operator releases it with COBRUNLK.
        REGISTER-RUN.

          Move 'S' to RR-FUNCTION.
          Move WS-Job-Name to RR-JOB-NAME.
          Move sn to RR-SN.
          call 'COBRUNRG' using Run-Request.
          if (RR-RESULT = 20)
              Display 'REFUSED: ' WS-Job-Name ' stream ' RR-SN
                  ' is already active as run ' RR-HOLDER-RUN-ID
                  ' since ' RR-HOLDER-DATE ' ' RR-HOLDER-TIME
              if (RR-STALE = 'Y')
                  Display 'the holding run looks abandoned; an '
                      'operator can release it with COBRUNLK'
              end-if
              Move 20 to RETURN-CODE
              stop run
          end-if.
          if (RR-RESULT not = 0)
              Display 'FATAL: run registry is not usable, stage '
                  'halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Display 'run ID ' RR-RUN-ID.

      * Give the registry entry back at a controlled end. A failure
      * here is reported but does not change the outcome of a run
      * whose work is done; the entry is then released by COBRUNLK.
      * A FATAL stop leaves the entry held, like a crash: that run's
      * output wants looking at before the job runs again.
        RELEASE-RUN.

          Move 'E' to RR-FUNCTION.
          call 'COBRUNRG' using Run-Request.
          if (RR-RESULT not = 0)
              Display 'WARNING: run ' RR-RUN-ID ' was not released '
                  'in the run registry'
          end-if.

      * Hand a condition to the alert dataset, where the on-call
      * forwarder picks it up. The caller sets the severity, stream,
      * condition code and text. A failure is reported but does not
      * change the outcome of the run.
        RAISE-ALERT.

          Move WS-Job-Name to AR-PROGRAM.
          Move WS-Job-Name to AR-JOB-NAME.
          Move RR-RUN-ID to AR-RUN-ID.
          call 'COBALERT' using Alert-Request.
          if (AR-RESULT not = 0)
              Display 'WARNING: alert ' AR-CONDITION ' was not '
                  'recorded'
          end-if.

       End Program COBSTGX.
