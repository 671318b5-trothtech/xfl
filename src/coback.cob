
      ******************************************************************
      *
      *   Name: coback.cob
      *         Partner acknowledgement builder, run after the batch
      *         window. For every inbound feed COBSTAGE checked against
      *         its header and trailer on the run date, it builds one
      *         fixed-format acknowledgement file for that job and
      *         stream: the partner's header echoed back, one detail
      *         line per rejected record (input record number and the
      *         rule it failed) and per duplicate held aside, the
      *         trailer's claimed count and amount against what was
      *         received and accepted, and a trailer of its own so the
      *         partner's system can control-total the acknowledgement.
      *         The partner can then correct and resend just the
      *         rejects, without anyone answering by hand from the job
      *         log, SUMRPT and a reject extract.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstage.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************
       Identification Division.
       Program-ID. COBACK.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Control-Total-File Assign To "CTLTOTFL"
               Organization Is Line Sequential
               File Status Is Control-Total-Status.
           Select Reject-File Assign To "REJECTFL"
               Organization Is Line Sequential
               File Status Is Reject-Status.
           Select Duplicate-File Assign To "DUPFILE"
               Organization Is Line Sequential
               File Status Is Duplicate-Status.
           Select Ack-File Assign To Ack-Name
               Organization Is Line Sequential
               File Status Is Ack-Status.

       Data Division.
       File Section.
       FD  Control-Total-File.
       01  Control-Total-Record.
           05 CT-JOB-NAME            Pic X(8).
           05 CT-DATE                Pic 9(8).
           05 CT-TIME                Pic 9(8).
           05 CT-SN                  Pic 9(9).
           05 CT-START-DATE          Pic 9(8).
           05 CT-START-TIME          Pic 9(8).
           05 CT-RESULT              Pic X(8).
           05 CT-AMT-CHECK           Pic X.
           05 CT-TRL-COUNT           Pic 9(18).
           05 CT-TRL-AMOUNT          Pic 9(18).
           05 CT-IN-COUNT            Pic 9(18).
           05 CT-IN-AMOUNT           Pic 9(18).
           05 CT-OUT-COUNT           Pic 9(18).
           05 CT-OUT-AMOUNT          Pic 9(18).
           05 CT-HDR-LENGTH          Pic 9(9).
           05 CT-HDR-DATA            Pic X(4096).
           05 CT-RUN-ID              Pic X(16).
           05 CT-FIRST-RUN-ID        Pic X(16).

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

       FD  Duplicate-File.
       01  Duplicate-Record.
           05 DU-IC                  Pic 9(9).
           05 DU-SEQ                 Pic 9(18).
           05 DU-LENGTH              Pic 9(9).
           05 DU-DATA                Pic X(4096).
           05 DU-DATE                Pic 9(8).
           05 DU-TIME                Pic 9(8).
           05 DU-SN                  Pic 9(9).
           05 DU-RUN-ID              Pic X(16).

      * The acknowledgement, one record type per line, told apart by
      * the first two bytes: AH acknowledgement header, HE the
      * partner's header echoed back, RJ a rejected record, DU a
      * duplicate, SM the control summary, AT the trailer.
       FD  Ack-File.
       01  Ack-Line                  Pic X(4107).
       01  Ack-Header-Record.
           05 AH-TYPE                Pic X(2).
           05 AH-JOB-NAME            Pic X(8).
           05 AH-SN                  Pic 9(9).
           05 AH-RUN-DATE            Pic 9(8).
           05 AH-RUN-TIME            Pic 9(8).
           05 AH-CREATED-DATE        Pic 9(8).
           05 AH-CREATED-TIME        Pic 9(8).
           05 AH-RESULT              Pic X(8).
       01  Ack-Echo-Record.
           05 AE-TYPE                Pic X(2).
           05 AE-LENGTH              Pic 9(9).
           05 AE-DATA                Pic X(4096).
       01  Ack-Reject-Record.
           05 AR-TYPE                Pic X(2).
           05 AR-IC                  Pic 9(9).
           05 AR-RULE                Pic 9(4).
           05 AR-LENGTH              Pic 9(9).
       01  Ack-Duplicate-Record.
           05 AD-TYPE                Pic X(2).
           05 AD-IC                  Pic 9(9).
           05 AD-SEQ                 Pic 9(18).
       01  Ack-Summary-Record.
           05 AS-TYPE                Pic X(2).
           05 AS-AMT-CHECK           Pic X.
           05 AS-CLAIMED-COUNT       Pic 9(18).
           05 AS-CLAIMED-AMOUNT      Pic 9(18).
           05 AS-RECEIVED-COUNT      Pic 9(18).
           05 AS-RECEIVED-AMOUNT     Pic 9(18).
           05 AS-ACCEPTED-COUNT      Pic 9(18).
           05 AS-ACCEPTED-AMOUNT     Pic 9(18).
           05 AS-REJECTED-COUNT      Pic 9(9).
           05 AS-DUPLICATE-COUNT     Pic 9(9).
       01  Ack-Trailer-Record.
           05 AT-TYPE                Pic X(2).
           05 AT-RECORD-COUNT        Pic 9(9).
           05 AT-REJECTED-COUNT      Pic 9(9).
           05 AT-DUPLICATE-COUNT     Pic 9(9).
           05 AT-IC-HASH             Pic 9(18).

       Working-Storage Section.
       77 Control-Total-Status   Pic X(2).
       77 Reject-Status          Pic X(2).
       77 Duplicate-Status       Pic X(2).
       77 Ack-Status             Pic X(2).
       77 Ack-Name               Pic X(40).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Run-Date            Pic 9(8) Value 0.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Feed-Count             Pic S9(9) comp-5 Value 0.
       77 Feed-Sub               Pic S9(9) comp-5 Value 0.
       77 Found-Feed             Pic S9(9) comp-5 Value 0.
       77 WS-Max-Feeds           Pic S9(9) comp-5 Value 50.
       77 Ack-Record-Count       Pic S9(9) comp-5 Value 0.
       77 Ack-Reject-Count       Pic S9(9) comp-5 Value 0.
       77 Ack-Duplicate-Count    Pic S9(9) comp-5 Value 0.
       77 Ack-IC-Hash            Pic 9(18) Value 0.
       77 Acks-Written           Pic S9(9) comp-5 Value 0.
       77 Work-SN                Pic 9(9).
       77 Start-Stamp            Pic X(16).
       77 End-Stamp              Pic X(16).
       77 Record-Stamp           Pic X(16).
       77 Resume-Switch          Pic X Value 'N'.
           88 Feed-Resumed            Value 'Y'.
           88 Feed-Not-Resumed        Value 'N'.
       77 Detail-Switch          Pic X Value 'N'.
           88 Detail-Selected         Value 'Y'.
           88 Detail-Not-Selected     Value 'N'.

      * One inbound feed per job and stream for the run date. A feed
      * run more than once that day (a rerun after a control failure)
      * is acknowledged for its last run only, which is the one the
      * partner's file was finally taken on.
       01  Feed-Table.
           05 Feed-Entry Occurs 50 Times.
               10 FT-JOB-NAME    Pic X(8).
               10 FT-DATE        Pic 9(8).
               10 FT-TIME        Pic 9(8).
               10 FT-SN          Pic 9(9).
               10 FT-START-DATE  Pic 9(8).
               10 FT-START-TIME  Pic 9(8).
               10 FT-RESULT      Pic X(8).
               10 FT-AMT-CHECK   Pic X.
               10 FT-TRL-COUNT   Pic 9(18).
               10 FT-TRL-AMOUNT  Pic 9(18).
               10 FT-IN-COUNT    Pic 9(18).
               10 FT-IN-AMOUNT   Pic 9(18).
               10 FT-OUT-COUNT   Pic 9(18).
               10 FT-OUT-AMOUNT  Pic 9(18).
               10 FT-HDR-LENGTH  Pic 9(9).
               10 FT-HDR-DATA    Pic X(4096).
               10 FT-RUN-ID      Pic X(16).
               10 FT-FIRST-RUN-ID Pic X(16).

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL partner acknowledgement builder'.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.

          Perform PARSE-RUN-PARM.
          Perform LOAD-FEED-TABLE.

          Perform varying Feed-Sub from 1 by 1
                  until Feed-Sub > Feed-Count
              Perform BUILD-ONE-ACK
          end-perform.

          Display 'acknowledgements written for ' WS-Run-Date ': '
              Acks-Written.
          Move 0 to RETURN-CODE.
          stop run.

      * The run date to acknowledge can be set from a PARM string of
      * KEY=VALUE tokens on the command line, e.g. "DATE=20261014",
      * for a window that ran past midnight or an acknowledgement
      * that has to be sent again. Without it, today's runs are
      * acknowledged.
        PARSE-RUN-PARM.

          Move WS-Current-Date to WS-Run-Date.
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
                              to WS-Run-Date
                  end-evaluate
              end-if
          end-perform.

      * Pick up every control check finished on the run date. A
      * missing control dataset means no feed with a header and
      * trailer ran, and there is nothing to acknowledge.
        LOAD-FEED-TABLE.

          Move 0 to Feed-Count.
          Open Input Control-Total-File.
          if (Control-Total-Status = '00') then
              Perform until Control-Total-Status not = '00'
                  Read Control-Total-File
                      at end move high-values to Control-Total-Status
                  end-read
                  if (Control-Total-Status = '00')
                      and (CT-DATE = WS-Run-Date)
                      Perform LOAD-ONE-FEED
                  end-if
              end-perform
          else
              Display 'no control totals dataset, status '
                  Control-Total-Status
          end-if.
          Close Control-Total-File.
          Display 'inbound feeds to acknowledge: ' Feed-Count.

        LOAD-ONE-FEED.

          Move 0 to Found-Feed.
          Perform varying Feed-Sub from 1 by 1
                  until (Feed-Sub > Feed-Count) or (Found-Feed > 0)
              if (FT-JOB-NAME(Feed-Sub) = CT-JOB-NAME)
                  and (FT-SN(Feed-Sub) = CT-SN)
                  Move Feed-Sub to Found-Feed
              end-if
          end-perform.
          if Found-Feed > 0
              Display 'stream ' CT-SN ' of ' CT-JOB-NAME
                  ' ran again at ' CT-TIME
                  ', acknowledging the later run'
          else
              if Feed-Count >= WS-Max-Feeds
                  Display 'too many inbound feeds, maximum '
                      WS-Max-Feeds ', run halted'
                  Close Control-Total-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
              Compute Feed-Count = Feed-Count + 1
              Move Feed-Count to Found-Feed
          end-if.
          Move CT-JOB-NAME to FT-JOB-NAME(Found-Feed).
          Move CT-DATE to FT-DATE(Found-Feed).
          Move CT-TIME to FT-TIME(Found-Feed).
          Move CT-SN to FT-SN(Found-Feed).
          Move CT-START-DATE to FT-START-DATE(Found-Feed).
          Move CT-START-TIME to FT-START-TIME(Found-Feed).
          Move CT-RESULT to FT-RESULT(Found-Feed).
          Move CT-AMT-CHECK to FT-AMT-CHECK(Found-Feed).
          Move CT-TRL-COUNT to FT-TRL-COUNT(Found-Feed).
          Move CT-TRL-AMOUNT to FT-TRL-AMOUNT(Found-Feed).
          Move CT-IN-COUNT to FT-IN-COUNT(Found-Feed).
          Move CT-IN-AMOUNT to FT-IN-AMOUNT(Found-Feed).
          Move CT-OUT-COUNT to FT-OUT-COUNT(Found-Feed).
          Move CT-OUT-AMOUNT to FT-OUT-AMOUNT(Found-Feed).
          Move CT-HDR-LENGTH to FT-HDR-LENGTH(Found-Feed).
          Move CT-HDR-DATA to FT-HDR-DATA(Found-Feed).
          Move CT-RUN-ID to FT-RUN-ID(Found-Feed).
          if CT-FIRST-RUN-ID = spaces
              Move CT-RUN-ID to FT-FIRST-RUN-ID(Found-Feed)
          else
              Move CT-FIRST-RUN-ID to FT-FIRST-RUN-ID(Found-Feed)
          end-if.

      * One acknowledgement per feed, in its own dataset named for
      * the job, the stream and the run date, e.g.
      * ACKFL.COBSTAGE.S000000001.D20261015, created fresh so an
      * acknowledgement sent again replaces the earlier one. A
      * record belongs to the run when it carries the run ID the
      * control check was stamped with, or the ID the feed was first
      * started under when the run resumed from a checkpoint, so
      * runs of one stream that overlap or cross midnight are kept
      * apart. A resumed run may have been stopped and resumed more
      * than once, and the runs in between have IDs of their own; for
      * a resumed run, and for a control check with no run ID (one
      * written before runs were registered), a record also belongs
      * when it carries the feed's job and stream and was written
      * between the feed's first start and the end of its control
      * check.
        BUILD-ONE-ACK.

          Move FT-SN(Feed-Sub) to Work-SN.
          Move spaces to Ack-Name.
          String 'ACKFL.' delimited by size
              FT-JOB-NAME(Feed-Sub) delimited by space
              '.S' delimited by size
              Work-SN delimited by size
              '.D' delimited by size
              FT-DATE(Feed-Sub) delimited by size
              into Ack-Name
          end-string.
          Set Feed-Not-Resumed to true.
          if (FT-FIRST-RUN-ID(Feed-Sub) not = spaces)
              and (FT-FIRST-RUN-ID(Feed-Sub) not = FT-RUN-ID(Feed-Sub))
              Set Feed-Resumed to true
          end-if.
          Move spaces to Start-Stamp.
          String FT-START-DATE(Feed-Sub) FT-START-TIME(Feed-Sub)
              delimited by size into Start-Stamp
          end-string.
          Move spaces to End-Stamp.
          String FT-DATE(Feed-Sub) FT-TIME(Feed-Sub)
              delimited by size into End-Stamp
          end-string.
          Move 0 to Ack-Record-Count.
          Move 0 to Ack-Reject-Count.
          Move 0 to Ack-Duplicate-Count.
          Move 0 to Ack-IC-Hash.

          Open Output Ack-File.
          if (Ack-Status not = '00')
              Display 'FATAL: cannot open acknowledgement '
                  Ack-Name ', status ' Ack-Status
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform WRITE-ACK-HEADER.
          Perform WRITE-HEADER-ECHO.
          Perform WRITE-REJECT-DETAILS.
          Perform WRITE-DUPLICATE-DETAILS.
          Perform WRITE-ACK-SUMMARY.
          Perform WRITE-ACK-TRAILER.
          Close Ack-File.
          Compute Acks-Written = Acks-Written + 1.
          Display Ack-Name ' ' FT-RESULT(Feed-Sub)
              ' rejects ' Ack-Reject-Count
              ' duplicates ' Ack-Duplicate-Count.

      * Every acknowledgement record goes out through here, so the
      * trailer's record count cannot drift from what was written.
        WRITE-ONE-ACK-RECORD.

          Write Ack-Line.
          if (Ack-Status not = '00')
              Display 'FATAL: acknowledgement write failed, status '
                  Ack-Status ' ' Ack-Name
              Close Ack-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Compute Ack-Record-Count = Ack-Record-Count + 1.

      * Which feed, which run, when acknowledged, and how the control
      * check came out: VERIFIED, MISMATCH, or NOTRAILR when no usable
      * trailer arrived.
        WRITE-ACK-HEADER.

          Move spaces to Ack-Line.
          Move 'AH' to AH-TYPE.
          Move FT-JOB-NAME(Feed-Sub) to AH-JOB-NAME.
          Move FT-SN(Feed-Sub) to AH-SN.
          Move FT-DATE(Feed-Sub) to AH-RUN-DATE.
          Move FT-TIME(Feed-Sub) to AH-RUN-TIME.
          Move WS-Current-Date to AH-CREATED-DATE.
          Move WS-Current-Time to AH-CREATED-TIME.
          Move FT-RESULT(Feed-Sub) to AH-RESULT.
          Perform WRITE-ONE-ACK-RECORD.

      * The partner's own header, as received. A length of zero says
      * no header record arrived.
        WRITE-HEADER-ECHO.

          Move spaces to Ack-Line.
          Move 'HE' to AE-TYPE.
          Move FT-HDR-LENGTH(Feed-Sub) to AE-LENGTH.
          if FT-HDR-LENGTH(Feed-Sub) > 0
              Move FT-HDR-DATA(Feed-Sub)(1:FT-HDR-LENGTH(Feed-Sub))
                  to AE-DATA
          end-if.
          Perform WRITE-ONE-ACK-RECORD.

      * One line per record the run rejected, by its input record
      * number and the rule it failed, so the partner can correct and
      * resend just those.
        WRITE-REJECT-DETAILS.

          Open Input Reject-File.
          if (Reject-Status = '00') then
              Perform until Reject-Status not = '00'
                  Read Reject-File
                      at end move high-values to Reject-Status
                  end-read
                  if (Reject-Status = '00')
                      Perform SELECT-ONE-REJECT
                  end-if
              end-perform
          end-if.
          Close Reject-File.

        SELECT-ONE-REJECT.

          Set Detail-Not-Selected to true.
          if (FT-RUN-ID(Feed-Sub) not = spaces)
              and ((RJ-RUN-ID = FT-RUN-ID(Feed-Sub))
                  or (RJ-RUN-ID = FT-FIRST-RUN-ID(Feed-Sub)))
              Set Detail-Selected to true
          end-if.
          if Detail-Not-Selected
              and ((FT-RUN-ID(Feed-Sub) = spaces) or Feed-Resumed)
              if (RJ-JOB-NAME = FT-JOB-NAME(Feed-Sub))
                  and (RJ-SN = FT-SN(Feed-Sub))
                  Move spaces to Record-Stamp
                  String RJ-DATE RJ-TIME
                      delimited by size into Record-Stamp
                  end-string
                  if (Record-Stamp >= Start-Stamp)
                      and (Record-Stamp <= End-Stamp)
                      Set Detail-Selected to true
                  end-if
              end-if
          end-if.
          if Detail-Selected
              Perform WRITE-ONE-REJECT-DETAIL
          end-if.

        WRITE-ONE-REJECT-DETAIL.

          Move spaces to Ack-Line.
          Move 'RJ' to AR-TYPE.
          Move RJ-IC to AR-IC.
          Move RJ-RULE to AR-RULE.
          Move RJ-LENGTH to AR-LENGTH.
          Perform WRITE-ONE-ACK-RECORD.
          Compute Ack-Reject-Count = Ack-Reject-Count + 1.
          Compute Ack-IC-Hash = Ack-IC-Hash + RJ-IC.

      * One line per record held aside as an already-delivered
      * sequence number, placed the same way as the rejects. The
      * duplicate dataset is COBSTAGE's alone, so where the run
      * window is used the stream is enough to place it.
        WRITE-DUPLICATE-DETAILS.

          Open Input Duplicate-File.
          if (Duplicate-Status = '00') then
              Perform until Duplicate-Status not = '00'
                  Read Duplicate-File
                      at end move high-values to Duplicate-Status
                  end-read
                  if (Duplicate-Status = '00')
                      Perform SELECT-ONE-DUPLICATE
                  end-if
              end-perform
          end-if.
          Close Duplicate-File.

        SELECT-ONE-DUPLICATE.

          Set Detail-Not-Selected to true.
          if (FT-RUN-ID(Feed-Sub) not = spaces)
              and ((DU-RUN-ID = FT-RUN-ID(Feed-Sub))
                  or (DU-RUN-ID = FT-FIRST-RUN-ID(Feed-Sub)))
              Set Detail-Selected to true
          end-if.
          if Detail-Not-Selected
              and ((FT-RUN-ID(Feed-Sub) = spaces) or Feed-Resumed)
              if DU-SN = FT-SN(Feed-Sub)
                  Move spaces to Record-Stamp
                  String DU-DATE DU-TIME
                      delimited by size into Record-Stamp
                  end-string
                  if (Record-Stamp >= Start-Stamp)
                      and (Record-Stamp <= End-Stamp)
                      Set Detail-Selected to true
                  end-if
              end-if
          end-if.
          if Detail-Selected
              Perform WRITE-ONE-DUPLICATE-DETAIL
          end-if.

        WRITE-ONE-DUPLICATE-DETAIL.

          Move spaces to Ack-Line.
          Move 'DU' to AD-TYPE.
          Move DU-IC to AD-IC.
          Move DU-SEQ to AD-SEQ.
          Perform WRITE-ONE-ACK-RECORD.
          Compute Ack-Duplicate-Count = Ack-Duplicate-Count + 1.
          Compute Ack-IC-Hash = Ack-IC-Hash + DU-IC.

      * The trailer's claim against what was received, what was
      * accepted and passed on, and the reject and duplicate counts
      * from the detail lines above. The amounts are only meaningful
      * when the feed carries a hash total (amount check Y).
        WRITE-ACK-SUMMARY.

          Move spaces to Ack-Line.
          Move 'SM' to AS-TYPE.
          Move FT-AMT-CHECK(Feed-Sub) to AS-AMT-CHECK.
          Move FT-TRL-COUNT(Feed-Sub) to AS-CLAIMED-COUNT.
          Move FT-TRL-AMOUNT(Feed-Sub) to AS-CLAIMED-AMOUNT.
          Move FT-IN-COUNT(Feed-Sub) to AS-RECEIVED-COUNT.
          Move FT-IN-AMOUNT(Feed-Sub) to AS-RECEIVED-AMOUNT.
          Move FT-OUT-COUNT(Feed-Sub) to AS-ACCEPTED-COUNT.
          Move FT-OUT-AMOUNT(Feed-Sub) to AS-ACCEPTED-AMOUNT.
          Move Ack-Reject-Count to AS-REJECTED-COUNT.
          Move Ack-Duplicate-Count to AS-DUPLICATE-COUNT.
          Perform WRITE-ONE-ACK-RECORD.

      * The acknowledgement's own control totals: records in the
      * file including this trailer, the detail counts, and the sum
      * of the input record numbers on the detail lines.
        WRITE-ACK-TRAILER.

          Move spaces to Ack-Line.
          Move 'AT' to AT-TYPE.
          Compute AT-RECORD-COUNT = Ack-Record-Count + 1.
          Move Ack-Reject-Count to AT-REJECTED-COUNT.
          Move Ack-Duplicate-Count to AT-DUPLICATE-COUNT.
          Move Ack-IC-Hash to AT-IC-HASH.
          Perform WRITE-ONE-ACK-RECORD.

       End Program COBACK.
