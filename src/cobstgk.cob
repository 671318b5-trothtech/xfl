      ******************************************************************
      *
      *   Name: cobstgk.cob
      *         Two-stream keyed match variant of COBSTAGE. Where
      *         COBSTGM's key-ordered merge combines feeds, this stage
      *         matches them: it reads a left and a right input XFL
      *         stream, each already in order on the same key field
      *         (COBSTGO can sort them first), pairs their records on
      *         a KEYPOS/KEYLEN key and, optionally, an amount field,
      *         and writes each pair to the matched stream, each
      *         unpaired record to a left-only or right-only stream,
      *         and each pair whose amounts differ by more than a PARM
      *         tolerance to an exceptions stream - the settlement
      *         break list, produced by the pipeline instead of by
      *         hand. Every leg gets its own summary record so the
      *         reconciliation can balance it.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstage.cob, cobstgm.cob, cobstgo.cob, cobrecon.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBSTGK.
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

       Working-Storage Section.
       77 Result                 Pic S9(9) comp-5 Value 0.
           88 XFL-Success             Value 0.
           88 XFL-End-Of-Stream       Value 1.
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
       77 WS-Job-Name            Pic X(8) Value 'COBSTGK'.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Error-File-Status      Pic X(2).
       77 WS-Last-Call           Pic X(8).
       77 Failed-Rule            Pic S9(9) comp-5 Value 0.
       77 Key-Pos                Pic S9(9) comp-5 Value 0.
       77 Key-Len                Pic S9(9) comp-5 Value 0.
       77 WS-Max-Key-Len         Pic S9(9) comp-5 Value 32.
       77 Key-Work               Pic X(32).
       77 Amt-Pos                Pic S9(9) comp-5 Value 0.
       77 Amt-Len                Pic S9(9) comp-5 Value 0.
       77 WS-Max-Ctl-Len         Pic S9(9) comp-5 Value 18.
       77 Amt-Check-Switch       Pic X Value 'N'.
           88 Amt-Check               Value 'Y'.
           88 No-Amt-Check            Value 'N'.
       77 Tolerance              Pic 9(18) Value 0.
       77 Amt-Diff               Pic S9(18) Value 0.
       77 Amounts-Agree-Switch   Pic X Value 'Y'.
           88 Amounts-Agree           Value 'Y'.
           88 Amounts-Disagree        Value 'N'.
       77 Match-Done-Switch      Pic X Value 'N'.
           88 Match-Done              Value 'Y'.
           88 Match-Not-Done          Value 'N'.
       77 Side-Sub               Pic S9(9) comp-5 Value 0.
       77 Leg-Sub                Pic S9(9) comp-5 Value 0.
       77 Check-Sub              Pic S9(9) comp-5 Value 0.
       77 Pair-Count             Pic S9(9) comp-5 Value 0.
       77 Exception-Count        Pic S9(9) comp-5 Value 0.
       77 Seq-Error-Count        Pic S9(9) comp-5 Value 0.
       77 Total-IC               Pic S9(9) comp-5 Value 0.
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Minor           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major-Str       Pic X(10).
       77 WS-Ver-Minor-Str       Pic X(10).

      * The two input sides, left in slot 1 and right in slot 2. Each
      * holds its stream, its counters, and the head record waiting to
      * be matched: peeked but not yet read, so the side that does not
      * move on a comparison keeps its head for the next one.
       01  Side-Table.
           05 Side-Entry Occurs 2 Times.
               10 SD-SN          Pic S9(9) comp-5 Value 0.
               10 SD-IC          Pic S9(9) comp-5 Value 0.
               10 SD-REJECTED    Pic S9(9) comp-5 Value 0.
               10 SD-EOF         Pic X Value 'N'.
                   88 SD-AT-EOF      Value 'Y'.
                   88 SD-NOT-EOF     Value 'N'.
               10 SD-HEAD        Pic X Value 'N'.
                   88 SD-HAS-HEAD    Value 'Y'.
                   88 SD-NO-HEAD     Value 'N'.
               10 SD-KEY-SEEN    Pic X Value 'N'.
                   88 SD-HAS-LAST-KEY    Value 'Y'.
                   88 SD-NO-LAST-KEY     Value 'N'.
               10 SD-LAST-KEY    Pic X(32) Value spaces.
               10 SD-KEY         Pic X(32) Value spaces.
               10 SD-AMT-FLAG    Pic X Value 'N'.
                   88 SD-AMT-USABLE      Value 'Y'.
                   88 SD-AMT-UNUSABLE    Value 'N'.
               10 SD-AMOUNT      Pic 9(18) Value 0.
               10 SD-LEN         Pic S9(9) comp-5 Value 0.
               10 SD-DATA        Pic X(4096).

      * The four output legs: 1 matched, 2 left-only, 3 right-only,
      * 4 exceptions, each with its own stream and counters.
       01  Leg-Table.
           05 Leg-Entry Occurs 4 Times.
               10 LG-SN          Pic S9(9) comp-5 Value 0.
               10 LG-OC          Pic S9(9) comp-5 Value 0.
               10 LG-BC          Pic S9(9) comp-5 Value 0.

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

          Display 'POSIX Pipelines (XFL) two-stream keyed match stage'.

          call 'XFLVERSN' using Version-String returning Result.
          Display 'POSIX Pipelines (XFL) version ' Version-String.
          PERFORM CHECK-XFL-VERSION.

      * read the left side from stream 0 and the right from stream 1;
      * matched, left-only, right-only and exceptions go to 2 to 5
          Move 0 to SD-SN(1).
          Move 1 to SD-SN(2).
          Move 2 to LG-SN(1).
          Move 3 to LG-SN(2).
          Move 4 to LG-SN(3).
          Move 5 to LG-SN(4).
          Move 0 to Result.

          PERFORM PARSE-RUN-PARM.
          PERFORM CHECK-BUFFER-LENGTH.

          PERFORM REGISTER-RUN.
          Set Match-Not-Done to true.
          PERFORM MATCH-LOOP UNTIL Match-Done.
          PERFORM END-OF-LOOP.

      * Every stream and the key, amount and tolerance can be set from
      * a PARM string of KEY=VALUE tokens on the command line, e.g.
      * "LEFTSN=0 RIGHTSN=1 MATCHSN=2 LONLYSN=3 RONLYSN=4 EXCPSN=5
      * KEYPOS=1 KEYLEN=8 AMTPOS=16 AMTLEN=9 TOL=100", so operations
      * can re-point the same load module without a recompile. KEYPOS
      * and KEYLEN are required together; AMTPOS and AMTLEN are
      * required together and optional as a pair, for a match on the
      * key alone. TOL is in the amount field's own units and
      * defaults to zero: the amounts must agree exactly. Anything
      * not given on the PARM keeps its Working-Storage default.
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
                      when 'LEFTSN'
                          Move function numval(WS-Parm-Value)
                              to SD-SN(1)
                      when 'RIGHTSN'
                          Move function numval(WS-Parm-Value)
                              to SD-SN(2)
                      when 'MATCHSN'
                          Move function numval(WS-Parm-Value)
                              to LG-SN(1)
                      when 'LONLYSN'
                          Move function numval(WS-Parm-Value)
                              to LG-SN(2)
                      when 'RONLYSN'
                          Move function numval(WS-Parm-Value)
                              to LG-SN(3)
                      when 'EXCPSN'
                          Move function numval(WS-Parm-Value)
                              to LG-SN(4)
                      when 'KEYPOS'
                          Move function numval(WS-Parm-Value)
                              to Key-Pos
                      when 'KEYLEN'
                          Move function numval(WS-Parm-Value)
                              to Key-Len
                      when 'AMTPOS'
                          Move function numval(WS-Parm-Value)
                              to Amt-Pos
                      when 'AMTLEN'
                          Move function numval(WS-Parm-Value)
                              to Amt-Len
                      when 'TOL'
                          Move function numval(WS-Parm-Value)
                              to Tolerance
                      when 'BUFLEN'
                          Move function numval(WS-Parm-Value)
                              to WS-Requested-Buflen
                  end-evaluate
              end-if
          end-perform.
          if (Key-Pos < 1) or (Key-Len < 1)
              or (Key-Len > WS-Max-Key-Len)
              Display 'match key position ' Key-Pos ' length '
                  Key-Len ' is not usable, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Display 'matching on key position ' Key-Pos
              ' length ' Key-Len.
          if (Amt-Pos > 0) or (Amt-Len > 0)
              if (Amt-Pos < 1) or (Amt-Len < 1)
                  or (Amt-Len > WS-Max-Ctl-Len)
                  Display 'AMTPOS and AMTLEN must be given together, '
                      'stage halted'
                  Move 16 to RETURN-CODE
                  stop run
              end-if
              Set Amt-Check to true
              Display 'comparing amount at position ' Amt-Pos
                  ' length ' Amt-Len ' tolerance ' Tolerance
          end-if.
          Perform CHECK-STREAM-NUMBERS.

      * Two inputs and four outputs are six different streams. One
      * stream named twice would either feed a leg back into an input
      * or mix two legs, and the summary records could no longer be
      * told apart, so it is a configuration error.
        CHECK-STREAM-NUMBERS.

          if SD-SN(1) = SD-SN(2)
              Display 'left and right input streams are both '
                  SD-SN(1) ', stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform varying Side-Sub from 1 by 1 until Side-Sub > 2
              Perform varying Leg-Sub from 1 by 1 until Leg-Sub > 4
                  if LG-SN(Leg-Sub) = SD-SN(Side-Sub)
                      Display 'output stream ' LG-SN(Leg-Sub)
                          ' is also an input stream, stage halted'
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              end-perform
          end-perform.
          Perform varying Leg-Sub from 1 by 1 until Leg-Sub > 3
              Perform varying Check-Sub from Leg-Sub by 1
                      until Check-Sub > 3
                  if LG-SN(Leg-Sub) = LG-SN(Check-Sub + 1)
                      Display 'output stream ' LG-SN(Leg-Sub)
                          ' is named for two legs, stage halted'
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              end-perform
          end-perform.

      * A requested length that will not fit in the buffer area is a
      * clear, logged failure, not a silent truncation.
        CHECK-BUFFER-LENGTH.

          if WS-Requested-Buflen > WS-Max-Buflen
              Display 'requested buffer length ' WS-Requested-Buflen
                  ' exceeds maximum ' WS-Max-Buflen ', stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Stop before MATCH-LOOP ever starts if the runner's XFL
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

      * One step of the match: make sure each side that has not ended
      * has a head record waiting, then compare the two heads' keys.
      * The lower key has no partner on the other side - every record
      * that could pair with it has already gone by, because both
      * sides arrive in key order - so it goes out as left-only or
      * right-only and only its side moves on. Equal keys are a pair
      * and both sides move on; a key repeated on both sides pairs
      * off one-for-one in arrival order. Once one side has ended,
      * everything left on the other is unpaired.
        MATCH-LOOP.

          Perform varying Side-Sub from 1 by 1 until Side-Sub > 2
              if SD-NOT-EOF(Side-Sub) and SD-NO-HEAD(Side-Sub)
                  Perform LOAD-SIDE-HEAD
              end-if
          end-perform.
          Evaluate true
              when SD-AT-EOF(1) and SD-AT-EOF(2)
                  Set Match-Done to true
              when SD-AT-EOF(1)
                  Move 2 to Side-Sub
                  Move 3 to Leg-Sub
                  Perform TAKE-SIDE-HEAD
              when SD-AT-EOF(2)
                  Move 1 to Side-Sub
                  Move 2 to Leg-Sub
                  Perform TAKE-SIDE-HEAD
              when SD-KEY(1) < SD-KEY(2)
                  Move 1 to Side-Sub
                  Move 2 to Leg-Sub
                  Perform TAKE-SIDE-HEAD
              when SD-KEY(1) > SD-KEY(2)
                  Move 2 to Side-Sub
                  Move 3 to Leg-Sub
                  Perform TAKE-SIDE-HEAD
              when other
                  Perform PAIR-HEADS
          end-evaluate.

      * Peek records off the side Side-Sub points at until one is fit
      * to match or the side ends. A record that fails validation is
      * rejected and read past here, so it never takes part in a
      * comparison.
        LOAD-SIDE-HEAD.

          Perform PEEK-SIDE-RECORD
              until SD-HAS-HEAD(Side-Sub) or SD-AT-EOF(Side-Sub).

        PEEK-SIDE-RECORD.

          Move WS-Requested-Buflen to buflen.
          Move 'XFLPEEK' to WS-Last-Call.
          call 'XFLPEEK' using SD-SN(Side-Sub) buffer buflen
              returning Result.
          if (Result not = 0)
              Perform CHECK-RESULT
          else
              Compute SD-IC(Side-Sub) = SD-IC(Side-Sub) + 1
              Perform VALIDATE-RECORD
              if Record-Is-Valid
                  Perform CHECK-KEY-SEQUENCE
              end-if
              if Record-Is-Valid
                  Move buflen to SD-LEN(Side-Sub)
                  Move buffer(1:buflen) to SD-DATA(Side-Sub)
                  Move Key-Work to SD-KEY(Side-Sub)
                  Perform EXTRACT-RECORD-AMOUNT
                  Set SD-HAS-HEAD(Side-Sub) to true
              else
                  Compute SD-REJECTED(Side-Sub) =
                      SD-REJECTED(Side-Sub) + 1
                  Perform WRITE-REJECT-RECORD
                  Perform READ-SIDE-RECORD
              end-if
          end-if.

      * Check buflen against the expected input record length, then
      * that the record actually carries its match key. A record too
      * short for the key has nothing to match on and is tagged rule
      * 9996, the same "does not carry its key" tag the aggregation
      * and sort stages reserve, so the repair program can tell it
      * from ordinary validation failures.
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
              and ((Key-Pos + Key-Len - 1) > buflen)
              Move 9996 to Failed-Rule
              Set Record-Is-Invalid to true
          end-if.

      * A record whose key is lower than the last key already taken
      * from the same side means that input was not sorted the way
      * the match relies on: matched against it, it would surface as
      * a false left-only or right-only break. It is reported and
      * routed to the reject dataset with rule 9999, the fan-in's
      * out-of-sequence tag, rather than matched in the wrong place.
        CHECK-KEY-SEQUENCE.

          Move spaces to Key-Work.
          Move buffer(Key-Pos:Key-Len) to Key-Work.
          if SD-HAS-LAST-KEY(Side-Sub)
              and (Key-Work < SD-LAST-KEY(Side-Sub))
              Display 'out-of-sequence record on stream '
                  SD-SN(Side-Sub) ' at record ' SD-IC(Side-Sub)
                  ', routed to rejects'
              Move 9999 to Failed-Rule
              Set Record-Is-Invalid to true
              Compute Seq-Error-Count = Seq-Error-Count + 1
          else
              Move Key-Work to SD-LAST-KEY(Side-Sub)
              Set SD-HAS-LAST-KEY(Side-Sub) to true
          end-if.

      * Lift the head record's amount, when the match compares
      * amounts. An amount field missing from the record or not
      * numeric cannot be said to agree with anything; the pair it
      * belongs to goes to the exceptions leg.
        EXTRACT-RECORD-AMOUNT.

          Set SD-AMT-UNUSABLE(Side-Sub) to true.
          Move 0 to SD-AMOUNT(Side-Sub).
          if Amt-Check
              and ((Amt-Pos + Amt-Len - 1) <= buflen)
              and (buffer(Amt-Pos:Amt-Len) numeric)
              Move function numval(buffer(Amt-Pos:Amt-Len))
                  to SD-AMOUNT(Side-Sub)
              Set SD-AMT-USABLE(Side-Sub) to true
          end-if.

      * Two heads with equal keys. Without an amount field they are a
      * match; with one, they are a match only when the amounts agree
      * within the tolerance, and an exception otherwise. Either way
      * both records of the pair go out on the same leg, left first,
      * so the consumer reads them as a pair.
        PAIR-HEADS.

          Set Amounts-Agree to true.
          if Amt-Check
              if SD-AMT-UNUSABLE(1) or SD-AMT-UNUSABLE(2)
                  Set Amounts-Disagree to true
              else
                  Compute Amt-Diff = SD-AMOUNT(1) - SD-AMOUNT(2)
                  if Amt-Diff < 0
                      Compute Amt-Diff = 0 - Amt-Diff
                  end-if
                  if Amt-Diff > Tolerance
                      Set Amounts-Disagree to true
                  end-if
              end-if
          end-if.
          if Amounts-Agree
              Compute Pair-Count = Pair-Count + 1
              Move 1 to Leg-Sub
          else
              Compute Exception-Count = Exception-Count + 1
              Move 4 to Leg-Sub
          end-if.
          Move 1 to Side-Sub.
          Perform TAKE-SIDE-HEAD.
          Move 2 to Side-Sub.
          Perform TAKE-SIDE-HEAD.

      * Send the head record of side Side-Sub out on leg Leg-Sub with
      * the buflen it arrived with, then read past it so the side
      * moves on.
        TAKE-SIDE-HEAD.

          Move SD-LEN(Side-Sub) to buflen.
          Move SD-DATA(Side-Sub)(1:buflen) to buffer(1:buflen).
          Perform WRITE-LEG-RECORD.
          Perform READ-SIDE-RECORD.

      * A failing XFLOUT here is fatal: a break list missing records
      * would settle the wrong items.
        WRITE-LEG-RECORD.

          Move 'XFLOUT' to WS-Last-Call.
          call 'XFLOUT' using LG-SN(Leg-Sub) buffer buflen
              returning Result.
          if (Result not = 0)
              Display 'FATAL: XFLOUT failed, result ' Result
                  ' stream ' LG-SN(Leg-Sub) ' after '
                  LG-OC(Leg-Sub) ' records'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Compute LG-OC(Leg-Sub) = LG-OC(Leg-Sub) + 1.
          Compute LG-BC(Leg-Sub) = LG-BC(Leg-Sub) + buflen.

      * Advance side Side-Sub past the record last peeked from it.
        READ-SIDE-RECORD.

          Set SD-NO-HEAD(Side-Sub) to true.
          Move WS-Requested-Buflen to buflen.
          Move 'XFLREAD' to WS-Last-Call.
          call 'XFLREAD' using SD-SN(Side-Sub) buffer buflen
              returning Result.
          if (Result not = 0)
              Perform CHECK-RESULT
          end-if.

      * Route a record that failed validation to the reject dataset,
      * tagged with its own input stream and the input record number
      * it was read as on that stream, and keep the stage running.
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
          Move SD-SN(Side-Sub) to RJ-SN.
          Move SD-IC(Side-Sub) to RJ-IC.
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
                  Reject-Status ' stream ' SD-SN(Side-Sub)
                  ' record ' SD-IC(Side-Sub)
              Close Reject-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Close Reject-File.

      * Result is reused by XFLPEEK/XFLREAD, so a non-zero value
      * alone does not say whether the stream simply ended or one of
      * those calls actually failed. Result = 1 is a normal, clean
      * end of that side; any other non-zero value is logged as a
      * real I/O error and stops the stage with nothing more
      * matched: every record still unread on the failed side would
      * otherwise surface on the other side as a false break.
        CHECK-RESULT.

          if XFL-End-Of-Stream
              Display 'end of stream on ' WS-Last-Call
                  ' stream ' SD-SN(Side-Sub) ' after '
                  SD-IC(Side-Sub) ' records'
              Set SD-AT-EOF(Side-Sub) to true
              Set SD-NO-HEAD(Side-Sub) to true
          else
              Perform LOG-IO-ERROR
              Display 'match not completed: input stream '
                  SD-SN(Side-Sub) ' did not end cleanly'
              Perform RELEASE-RUN
              Move 12 to RETURN-CODE
              stop run
          end-if.

      * Log the call that failed, the stream number and the record
      * count at the point of failure to the error log, so a crawling
      * or failed stage can be diagnosed from one place instead of
      * guessing from a generic non-zero Result.
        LOG-IO-ERROR.

          Display 'I/O error on ' WS-Last-Call ' stream '
              SD-SN(Side-Sub) ' at record ' SD-IC(Side-Sub)
              ' result ' Result.
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
          Move SD-SN(Side-Sub) to EL-SN.
          Move SD-IC(Side-Sub) to EL-IC.
          Move Result to EL-RESULT.
          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.
          Move WS-Current-Date to EL-DATE.
          Move WS-Current-Time to EL-TIME.
          Move RR-RUN-ID to EL-RUN-ID.
          Write Error-Record.
          if (Error-File-Status not = '00')
              Display 'FATAL: error log write failed, status '
                  Error-File-Status ' stream ' SD-SN(Side-Sub)
                  ' record ' SD-IC(Side-Sub)
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

       END-OF-LOOP.
          Display 'left records ' SD-IC(1)
               ' / right records ' SD-IC(2)
               ' / matched pairs ' Pair-Count
               ' / exception pairs ' Exception-Count.
          Display 'left-only records ' LG-OC(2)
               ' / right-only records ' LG-OC(3)
               ' / rejected ' SD-REJECTED(1) ' + ' SD-REJECTED(2).
          if Seq-Error-Count > 0
              Display 'out-of-sequence records routed to rejects: '
                  Seq-Error-Count
          end-if.
          Perform WRITE-SUMMARY-RECORDS.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * Append six reconciliation records per run to the summary
      * report file, all stamped with the same date and time: first
      * one per input side, keyed by its own stream and carrying what
      * was read against what was accepted into the match, so the
      * reconciliation can cover each side's rejects the way it
      * covers every other filtering leg's; then one per output leg
      * (matched, left-only, right-only, exceptions), keyed by the
      * leg's stream and carrying total input against what that leg
      * delivered, so each leg balances against its own consumer. The
      * two input records are always written first: the
      * reconciliation relies on that order to tell them apart.
        WRITE-SUMMARY-RECORDS.

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
          Compute Total-IC = SD-IC(1) + SD-IC(2).
          Perform varying Side-Sub from 1 by 1 until Side-Sub > 2
              Move spaces to Summary-Record
              Move WS-Job-Name to SR-JOB-NAME
              Move WS-Current-Date to SR-DATE
              Move WS-Current-Time to SR-TIME
              Move SD-SN(Side-Sub) to SR-SN
              Move SD-IC(Side-Sub) to SR-IC
              Compute SR-OC = SD-IC(Side-Sub) - SD-REJECTED(Side-Sub)
              Move 0 to SR-BC
              Move RR-RUN-ID to SR-RUN-ID
              Write Summary-Record
              if (Summary-Status not = '00')
                  Display 'FATAL: summary write failed, status '
                      Summary-Status ' stream ' SD-SN(Side-Sub)
                  Close Summary-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
          end-perform.
          Perform varying Leg-Sub from 1 by 1 until Leg-Sub > 4
              Move spaces to Summary-Record
              Move WS-Job-Name to SR-JOB-NAME
              Move WS-Current-Date to SR-DATE
              Move WS-Current-Time to SR-TIME
              Move LG-SN(Leg-Sub) to SR-SN
              Move Total-IC to SR-IC
              Move LG-OC(Leg-Sub) to SR-OC
              Move LG-BC(Leg-Sub) to SR-BC
              Move RR-RUN-ID to SR-RUN-ID
              Write Summary-Record
              if (Summary-Status not = '00')
                  Display 'FATAL: summary write failed, status '
                      Summary-Status ' stream ' LG-SN(Leg-Sub)
                  Close Summary-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
          end-perform.
          Close Summary-File.

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
          Move SD-SN(1) to RR-SN.
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

       End Program COBSTGK.
