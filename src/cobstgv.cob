      ******************************************************************
      *
      *   Name: cobstgv.cob
      *         Delimited-record variant of COBSTAGE, the front door
      *         for partners who send comma-delimited files instead
      *         of fixed-position records. In PARSE mode each record
      *         read off the input XFL stream is split on the
      *         delimiter - honouring quoted fields, delimiters
      *         embedded inside quotes and doubled quotes inside a
      *         quoted field - and every field is placed at the
      *         position and length a column-layout control dataset
      *         gives it, so VALRULES positions, SEQPOS and ROUTETBL
      *         field positions mean the same thing for these
      *         partners as for every other feed. A partner's heading
      *         row can be skipped. A record with the wrong number of
      *         fields, an unterminated quote, or a field too long for
      *         its column is routed to the reject dataset with the
      *         offending column identified. In EXPORT mode the same
      *         layout works the other way: fixed records become
      *         delimited ones, headed by a row of column names, for
      *         the finance team who load the outputs into their
      *         spreadsheets.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobstage.cob, cobstgf.cob, cobstgb.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************

       Identification Division.
       Program-ID. COBSTGV.
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
           Select Layout-File Assign To "CSVLAYT"
               Organization Is Line Sequential
               File Status Is Layout-Status.

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

      * One column per record, in the order the columns appear in
      * the delimited record: the column's heading name, where it
      * sits in the fixed record and how long it is there, and its
      * type - C character, left-justified and space-filled; N
      * unsigned numeric, right-aligned and zero-filled.
       FD  Layout-File.
       01  Layout-Record.
           05 LF-NAME                Pic X(30).
           05 LF-POS                 Pic 9(4).
           05 LF-LEN                 Pic 9(4).
           05 LF-TYPE                Pic X.

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
       77 Out-Buffer             Pic X(4096).
       77 Out-Buflen             Pic S9(9) comp-5 Value 0.
       77 Out-Reclen             Pic S9(9) comp-5 Value 0.
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
       77 WS-Job-Name            Pic X(8) Value 'COBSTGV'.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Error-File-Status      Pic X(2).
       77 WS-Last-Call           Pic X(8).
       77 Layout-Status          Pic X(2).
       77 Failed-Rule            Pic S9(9) comp-5 Value 0.
       77 Rejected-Count         Pic S9(9) comp-5 Value 0.
       77 Header-Count           Pic S9(9) comp-5 Value 0.
       77 Mode-Value             Pic X(8) Value 'PARSE'.
       77 Mode-Switch            Pic X Value 'P'.
           88 Parse-Mode              Value 'P'.
           88 Export-Mode             Value 'E'.
       77 Header-Switch          Pic X Value 'N'.
           88 Header-Row              Value 'Y'.
           88 No-Header-Row           Value 'N'.
       77 Delim-Value            Pic X(20) Value ','.
       77 Delim-Char             Pic X Value ','.
       77 Quote-Value            Pic X(20) Value '"'.
       77 Quote-Char             Pic X Value '"'.
       77 Column-Count           Pic S9(9) comp-5 Value 0.
       77 Column-Sub             Pic S9(9) comp-5 Value 0.
       77 WS-Max-Columns         Pic S9(9) comp-5 Value 100.
       77 Scan-Pos               Pic S9(9) comp-5 Value 0.
       77 Scan-Char              Pic X.
       77 Field-Work             Pic X(4096).
       77 Field-Len              Pic S9(9) comp-5 Value 0.
       77 Field-Start            Pic S9(9) comp-5 Value 0.
       77 Field-End              Pic S9(9) comp-5 Value 0.
       77 Fill-Pos               Pic S9(9) comp-5 Value 0.
       77 Quote-State-Switch     Pic X Value 'N'.
           88 Inside-Quotes           Value 'Y'.
           88 Outside-Quotes          Value 'N'.
       77 Quoted-Field-Switch    Pic X Value 'N'.
           88 Field-Was-Quoted        Value 'Y'.
           88 Field-Not-Quoted        Value 'N'.
       77 Needs-Quote-Switch     Pic X Value 'N'.
           88 Field-Needs-Quotes      Value 'Y'.
           88 Field-Plain             Value 'N'.
       77 WS-Min-Ver-Major       Pic S9(9) comp-5 Value 2.
       77 WS-Min-Ver-Minor       Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Minor           Pic S9(9) comp-5 Value 0.
       77 WS-Ver-Major-Str       Pic X(10).
       77 WS-Ver-Minor-Str       Pic X(10).

      * Field count and quoting errors are tagged in the rule band
      * above this base, plus the column at which the record went
      * wrong: the first column missing, the first column too many,
      * or the column whose quote was never closed. A field too long
      * for its column, or not numeric where the column is numeric,
      * is tagged with the bare column number, the way the
      * field-mapping stage tags the map entry that failed.
       77 WS-Structure-Rule-Base Pic S9(9) comp-5 Value 9000.

       01  Layout-Table.
           05 Layout-Entry Occurs 100 Times.
               10 LY-NAME        Pic X(30).
               10 LY-POS         Pic 9(4).
               10 LY-LEN         Pic 9(4).
               10 LY-TYPE        Pic X.

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

          Display 'POSIX Pipelines (XFL) delimited-record stage'.

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

          PERFORM PARSE-RUN-PARM.
          PERFORM CHECK-BUFFER-LENGTH.
          PERFORM LOAD-LAYOUT.
          PERFORM REGISTER-RUN.
          if Export-Mode
              PERFORM WRITE-HEADING-ROW
          end-if.

          PERFORM PeekPutPurge UNTIL Result not = 0.
          Display 'input records:' ic
                  ' output records:' oc ' bytes:' bc.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * The streams, the mode, the delimiter and quote characters
      * and the heading-row switch can all be set from a PARM string
      * of KEY=VALUE tokens on the command line, e.g. "SN=0 OUTSN=4
      * MODE=PARSE DELIM=; HEADER=Y BUFLEN=1024" for a partner feed
      * with a heading row, or "MODE=EXPORT" for the finance file.
      * The delimiter defaults to a comma and the quote to a double
      * quote; HEADER=Y (parse mode only) drops the first record as
      * the partner's heading row. Anything not given on the PARM
      * keeps its Working-Storage default.
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
                      when 'MODE'
                          Move WS-Parm-Value to Mode-Value
                      when 'DELIM'
                          Move WS-Parm-Value to Delim-Value
                      when 'QUOTE'
                          Move WS-Parm-Value to Quote-Value
                      when 'HEADER'
                          if WS-Parm-Value = 'Y'
                              Set Header-Row to true
                          end-if
                      when 'BUFLEN'
                          Move function numval(WS-Parm-Value)
                              to WS-Requested-Buflen
                  end-evaluate
              end-if
          end-perform.
          Evaluate Mode-Value
              when 'PARSE'
                  Set Parse-Mode to true
              when 'EXPORT'
                  Set Export-Mode to true
              when other
                  Display 'MODE must be PARSE or EXPORT, not '
                      Mode-Value ', stage halted'
                  Move 16 to RETURN-CODE
                  stop run
          end-evaluate.
          Move Delim-Value(1:1) to Delim-Char.
          Move Quote-Value(1:1) to Quote-Char.
          if (Delim-Char = space) or (Quote-Char = space)
              or (Delim-Char = Quote-Char)
              Display 'delimiter "' Delim-Char '" and quote "'
                  Quote-Char '" must be two different non-blank '
                  'characters, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Export-Mode and Header-Row
              Display 'HEADER applies to PARSE mode only, '
                  'stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Parse-Mode
              Display 'parsing on delimiter "' Delim-Char
                  '" quote "' Quote-Char '"'
          else
              Display 'exporting on delimiter "' Delim-Char
                  '" quote "' Quote-Char '"'
          end-if.

      * A requested length that will not fit in the buffer area is a
      * clear, logged failure, not a silent truncation.
        CHECK-BUFFER-LENGTH.

          if WS-Requested-Buflen > WS-Max-Buflen
              Display 'requested buffer length ' WS-Requested-Buflen
                  ' exceeds maximum ' WS-Max-Buflen ', stage halted'
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

      * Load the column layout, one column per record, from the
      * control dataset at startup. The fixed record length is the
      * furthest byte any column reaches. A delimited stage with no
      * layout is a misconfiguration: there is nothing to split by.
        LOAD-LAYOUT.

          Move 0 to Column-Count.
          Move 0 to Out-Reclen.
          Open Input Layout-File.
          if (Layout-Status not = '00') then
              Display 'column layout dataset is missing, status '
                  Layout-Status ', stage halted'
              Close Layout-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Perform until Layout-Status not = '00'
              Read Layout-File
                  at end move high-values to Layout-Status
              end-read
              if (Layout-Status = '00')
                  if Column-Count >= WS-Max-Columns
                      Display 'too many layout columns, maximum '
                          WS-Max-Columns ', stage halted'
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
                  Compute Column-Count = Column-Count + 1
                  Move LF-NAME to LY-NAME(Column-Count)
                  Move LF-POS to LY-POS(Column-Count)
                  Move LF-LEN to LY-LEN(Column-Count)
                  Move LF-TYPE to LY-TYPE(Column-Count)
                  Move Column-Count to Column-Sub
                  Perform CHECK-ONE-COLUMN
                  if (LY-POS(Column-Count) + LY-LEN(Column-Count)
                      - 1) > Out-Reclen
                      Compute Out-Reclen = LY-POS(Column-Count)
                          + LY-LEN(Column-Count) - 1
                  end-if
              end-if
          end-perform.
          Close Layout-File.
          if Column-Count = 0
              Display 'column layout dataset is empty, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          if Export-Mode and (Out-Reclen > WS-Requested-Buflen)
              Display 'layout reaches byte ' Out-Reclen
                  ' beyond the buffer length ' WS-Requested-Buflen
                  ', stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Display 'loaded ' Column-Count ' layout columns, fixed '
              'record length ' Out-Reclen.

      * A column that can never be placed is refused at startup, not
      * discovered one reject at a time in the middle of the night.
        CHECK-ONE-COLUMN.

          if (LY-POS(Column-Sub) not numeric)
              or (LY-LEN(Column-Sub) not numeric)
              or (LY-POS(Column-Sub) < 1) or (LY-LEN(Column-Sub) < 1)
              or ((LY-POS(Column-Sub) + LY-LEN(Column-Sub) - 1)
                  > WS-Max-Buflen)
              Display 'layout column ' Column-Sub ' position or '
                  'length is not usable, stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Evaluate LY-TYPE(Column-Sub)
              when 'C'
                  continue
              when 'N'
                  if LY-LEN(Column-Sub) > 18
                      Display 'layout column ' Column-Sub
                          ' numeric field wider than 18 digits, '
                          'stage halted'
                      Move 16 to RETURN-CODE
                      stop run
                  end-if
              when other
                  Display 'layout column ' Column-Sub ' type '
                      LY-TYPE(Column-Sub) ' is not C or N, '
                      'stage halted'
                  Move 16 to RETURN-CODE
                  stop run
          end-evaluate.
          if LY-NAME(Column-Sub) = spaces
              Display 'layout column ' Column-Sub ' has no name, '
                  'stage halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Check buflen against the expected input record length before
      * the record is split or built.
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

      * Split one delimited record into the fixed layout. Outside
      * quotes the delimiter ends a field; a quote as the first
      * character of a field opens a quoted field, inside which the
      * delimiter is data and two quotes in a row stand for one quote
      * character. The scan stops at the first column that fails, so
      * the reject names the first thing wrong with the record.
        PARSE-ONE-RECORD.

          Move spaces to Out-Buffer.
          Move 0 to Column-Sub.
          Move 0 to Field-Len.
          Set Outside-Quotes to true.
          Set Field-Not-Quoted to true.
          Move 1 to Scan-Pos.
          Perform until (Scan-Pos > buflen) or Record-Is-Invalid
              Move buffer(Scan-Pos:1) to Scan-Char
              Evaluate true
                  when Inside-Quotes
                      if Scan-Char = Quote-Char
                          if (Scan-Pos < buflen)
                              and (buffer(Scan-Pos + 1:1)
                                  = Quote-Char)
                              Perform ADD-FIELD-CHAR
                              Compute Scan-Pos = Scan-Pos + 1
                          else
                              Set Outside-Quotes to true
                          end-if
                      else
                          Perform ADD-FIELD-CHAR
                      end-if
                  when Scan-Char = Delim-Char
                      Perform PLACE-ONE-FIELD
                      Move 0 to Field-Len
                      Set Field-Not-Quoted to true
                  when (Scan-Char = Quote-Char) and (Field-Len = 0)
                      and Field-Not-Quoted
                      Set Inside-Quotes to true
                      Set Field-Was-Quoted to true
                  when other
                      Perform ADD-FIELD-CHAR
              end-evaluate
              Compute Scan-Pos = Scan-Pos + 1
          end-perform.
          if Record-Is-Valid and Inside-Quotes
              Compute Failed-Rule = WS-Structure-Rule-Base
                  + Column-Sub + 1
              Set Record-Is-Invalid to true
          end-if.
          if Record-Is-Valid
              Perform PLACE-ONE-FIELD
          end-if.
          if Record-Is-Valid and (Column-Sub < Column-Count)
              Compute Failed-Rule = WS-Structure-Rule-Base
                  + Column-Sub + 1
              Set Record-Is-Invalid to true
          end-if.
          if Record-Is-Valid
              Move Out-Reclen to Out-Buflen
          end-if.

      * Collect one character of the field being scanned. A field
      * can never be longer than the record it came from, so the work
      * area, sized like the buffer, always has room.
        ADD-FIELD-CHAR.

          Compute Field-Len = Field-Len + 1.
          Move Scan-Char to Field-Work(Field-Len:1).

      * The field just ended belongs to the next layout column. A
      * field beyond the last column, a field longer than its column,
      * or a numeric column holding anything but digits fails the
      * record. An empty field leaves its column blank, or zero for
      * a numeric column.
        PLACE-ONE-FIELD.

          Compute Column-Sub = Column-Sub + 1.
          Evaluate true
              when Column-Sub > Column-Count
                  Compute Failed-Rule = WS-Structure-Rule-Base
                      + Column-Sub
                  Set Record-Is-Invalid to true
              when Field-Len > LY-LEN(Column-Sub)
                  Move Column-Sub to Failed-Rule
                  Set Record-Is-Invalid to true
              when LY-TYPE(Column-Sub) = 'N'
                  Move all '0' to Out-Buffer(LY-POS(Column-Sub):
                      LY-LEN(Column-Sub))
                  if Field-Len > 0
                      if Field-Work(1:Field-Len) not numeric
                          Move Column-Sub to Failed-Rule
                          Set Record-Is-Invalid to true
                      else
                          Compute Fill-Pos = LY-POS(Column-Sub)
                              + LY-LEN(Column-Sub) - Field-Len
                          Move Field-Work(1:Field-Len)
                              to Out-Buffer(Fill-Pos:Field-Len)
                      end-if
                  end-if
              when other
                  if Field-Len > 0
                      Move Field-Work(1:Field-Len)
                          to Out-Buffer(LY-POS(Column-Sub):Field-Len)
                  end-if
          end-evaluate.

      * Build one delimited record from the fixed record in the
      * buffer, column by column in layout order. A record too short
      * to hold a column, a numeric column holding anything but
      * digits, or a record that would grow past the buffer fails
      * at that column.
        EXPORT-ONE-RECORD.

          Move spaces to Out-Buffer.
          Move 0 to Out-Buflen.
          Perform varying Column-Sub from 1 by 1
                  until (Column-Sub > Column-Count)
                  or Record-Is-Invalid
              if Column-Sub > 1
                  Move Delim-Char to Scan-Char
                  Perform ADD-OUTPUT-CHAR
              end-if
              if Record-Is-Valid
                  Perform EXPORT-ONE-FIELD
              end-if
          end-perform.

      * Character columns lose their trailing spaces and are quoted
      * only when they carry the delimiter or the quote, with any
      * quote inside doubled; numeric columns lose their leading
      * zeros, keeping one digit for a zero value.
        EXPORT-ONE-FIELD.

          if (LY-POS(Column-Sub) + LY-LEN(Column-Sub) - 1) > buflen
              Move Column-Sub to Failed-Rule
              Set Record-Is-Invalid to true
          else
              Move LY-POS(Column-Sub) to Field-Start
              Compute Field-End = LY-POS(Column-Sub)
                  + LY-LEN(Column-Sub) - 1
              if LY-TYPE(Column-Sub) = 'N'
                  Perform EXPORT-NUMERIC-FIELD
              else
                  Perform EXPORT-CHARACTER-FIELD
              end-if
          end-if.

        EXPORT-NUMERIC-FIELD.

          if buffer(Field-Start:LY-LEN(Column-Sub)) not numeric
              Move Column-Sub to Failed-Rule
              Set Record-Is-Invalid to true
          else
              Perform until (Field-Start >= Field-End)
                      or (buffer(Field-Start:1) not = '0')
                  Compute Field-Start = Field-Start + 1
              end-perform
              Perform varying Scan-Pos from Field-Start by 1
                      until (Scan-Pos > Field-End)
                      or Record-Is-Invalid
                  Move buffer(Scan-Pos:1) to Scan-Char
                  Perform ADD-OUTPUT-CHAR
              end-perform
          end-if.

        EXPORT-CHARACTER-FIELD.

          Perform until (Field-End < Field-Start)
                  or (buffer(Field-End:1) not = space)
              Compute Field-End = Field-End - 1
          end-perform.
          Set Field-Plain to true.
          Perform varying Scan-Pos from Field-Start by 1
                  until Scan-Pos > Field-End
              if (buffer(Scan-Pos:1) = Delim-Char)
                  or (buffer(Scan-Pos:1) = Quote-Char)
                  Set Field-Needs-Quotes to true
              end-if
          end-perform.
          if Field-Needs-Quotes
              Move Quote-Char to Scan-Char
              Perform ADD-OUTPUT-CHAR
          end-if.
          Perform varying Scan-Pos from Field-Start by 1
                  until (Scan-Pos > Field-End)
                  or Record-Is-Invalid
              Move buffer(Scan-Pos:1) to Scan-Char
              if Scan-Char = Quote-Char
                  Perform ADD-OUTPUT-CHAR
              end-if
              Perform ADD-OUTPUT-CHAR
          end-perform.
          if Field-Needs-Quotes
              Move Quote-Char to Scan-Char
              Perform ADD-OUTPUT-CHAR
          end-if.

      * Append one character to the delimited record being built;
      * a record that would outgrow the buffer fails at the column
      * being written.
        ADD-OUTPUT-CHAR.

          if Record-Is-Valid
              if Out-Buflen >= WS-Max-Buflen
                  Move Column-Sub to Failed-Rule
                  Set Record-Is-Invalid to true
              else
                  Compute Out-Buflen = Out-Buflen + 1
                  Move Scan-Char to Out-Buffer(Out-Buflen:1)
              end-if
          end-if.

      * The finance file starts with one row naming every column, in
      * layout order, ahead of the first data record.
        WRITE-HEADING-ROW.

          Move spaces to Out-Buffer.
          Move 0 to Out-Buflen.
          Set Record-Is-Valid to true.
          Perform varying Column-Sub from 1 by 1
                  until Column-Sub > Column-Count
              if Column-Sub > 1
                  Move Delim-Char to Scan-Char
                  Perform ADD-OUTPUT-CHAR
              end-if
              Move length of LY-NAME(Column-Sub) to Field-End
              Perform until (Field-End < 1)
                      or (LY-NAME(Column-Sub)(Field-End:1)
                          not = space)
                  Compute Field-End = Field-End - 1
              end-perform
              Perform varying Scan-Pos from 1 by 1
                      until Scan-Pos > Field-End
                  Move LY-NAME(Column-Sub)(Scan-Pos:1) to Scan-Char
                  Perform ADD-OUTPUT-CHAR
              end-perform
          end-perform.
          Perform WRITE-OUTPUT-RECORD.

      * Route a record that failed to split or build to the reject
      * dataset, tagged with the input record number it was read as
      * and the column it failed at, and keep the stage running.
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
          Move RJ-JOB-NAME to MQ-JOB-NAME.
          Move RJ-SN to MQ-SN.
          Move RJ-IC to MQ-IC.
          Move length of RJ-DATA to MQ-LENGTH.
          Move RJ-DATE to MQ-DATE.
          Move RJ-TIME to MQ-TIME.
          if Parse-Mode
              Perform MASK-DELIMITED-REJECT
          else
              Move 'V' to MQ-FUNCTION
              call 'COBMASK' using Mask-Request RJ-DATA
          end-if.
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

      * The masking control gives field positions in the fixed
      * layout, which do not line up with a delimited line. The raw
      * line goes to the vault untouched, for a repair to get back
      * and requeue; the reject itself carries the fixed layout as
      * far as it was built, masked at those positions. A record
      * refused before it was split (rule 0) has no layout built, and
      * carries spaces. With no masking in force the raw line is
      * simply kept.
        MASK-DELIMITED-REJECT.

          Move 'K' to MQ-FUNCTION.
          call 'COBMASK' using Mask-Request RJ-DATA.
          Evaluate MQ-RESULT
              when 4
                  Move 0 to MQ-RESULT
              when 0
                  if Failed-Rule = 0
                      Move spaces to RJ-DATA
                  else
                      Move Out-Buffer to RJ-DATA
                  end-if
                  Move 'M' to MQ-FUNCTION
                  call 'COBMASK' using Mask-Request RJ-DATA
          end-evaluate.

      * Forward the converted record to the output stream.
        WRITE-OUTPUT-RECORD.

          Move 'XFLOUT' to WS-Last-Call.
          call 'XFLOUT' using Out-SN Out-Buffer Out-Buflen
              returning Result.
          if (Result not = 0) then perform CHECK-RESULT.
          Compute oc = oc + 1.
          Compute bc = bc + Out-Buflen.

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

          if Parse-Mode and Header-Row and (ic = 1)
              Compute Header-Count = Header-Count + 1
              Display 'heading row skipped: '
                  buffer(1:buflen)
          else
              Perform VALIDATE-RECORD
              if Record-Is-Valid
                  if Parse-Mode
                      Perform PARSE-ONE-RECORD
                  else
                      Perform EXPORT-ONE-RECORD
                  end-if
              end-if
              if Record-Is-Valid
                  Perform WRITE-OUTPUT-RECORD
              else
                  Compute Rejected-Count = Rejected-Count + 1
                  Perform WRITE-REJECT-RECORD
              end-if
          end-if.

          Move WS-Requested-Buflen to buflen.
          Move 'XFLREAD' to WS-Last-Call.
          call 'XFLREAD' using sn buffer buflen returning Result.
          if (Result not = 0) then perform CHECK-RESULT.

       END-OF-LOOP.
          Display 'input records ' ic
               ' / output records ' oc ' / bytes ' bc.
          Display 'rejected ' Rejected-Count
               ' / heading rows skipped ' Header-Count.
          Perform WRITE-SUMMARY-RECORDS.
          Perform RELEASE-RUN.
          Move 0 to RETURN-CODE.
          stop run.

      * Append two reconciliation records per run to the summary
      * report file: one keyed by the input stream, carrying what was
      * read against what was accepted so the reconciliation can
      * cover this stage's rejects the way it covers every other
      * filtering leg's - a skipped heading row is accepted input,
      * not a reject - and one keyed by the output stream carrying
      * what was actually written, the finance file's heading row
      * included, so the handoff downstream balances in the records
      * downstream actually consumes. The input record is always
      * written first: the reconciliation relies on that order to
      * tell the two apart.
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
          Move spaces to Summary-Record.
          Move WS-Job-Name to SR-JOB-NAME.
          Move WS-Current-Date to SR-DATE.
          Move WS-Current-Time to SR-TIME.
          Move sn to SR-SN.
          Move ic to SR-IC.
          Compute SR-OC = ic - Rejected-Count.
          Move 0 to SR-BC.
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

       End Program COBSTGV.
