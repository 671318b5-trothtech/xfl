
      ******************************************************************
      *
      *   Name: cobunmsk.cob
      *         Reject unmask utility, run ahead of COBSTGR. Rejects
      *         carry their sensitive fields masked by COBMASK, which
      *         is fine for review but not for a repair that has to
      *         patch and requeue the real record. This program copies
      *         the shared reject dataset to a restricted working copy
      *         and puts the clear image back - from the masking vault
      *         - only into the rejects the repair control dataset
      *         actually acts on. Every other reject stays masked, so
      *         COBSTGR run against the copy sees exactly the rejects
      *         it would have seen, and no more clear data than the
      *         repair needs. Every reject given back in clear is
      *         listed, with the operator who asked for it.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobmask.cob, cobstgr.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************
       Identification Division.
       Program-ID. COBUNMSK.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Reject-File Assign To "REJECTFL"
               Organization Is Line Sequential
               File Status Is Reject-Status.
           Select Unmasked-File Assign To "REJECTUM"
               Organization Is Line Sequential
               File Status Is Unmasked-Status.
           Select Repair-File Assign To "REPAIRFL"
               Organization Is Line Sequential
               File Status Is Repair-Status.
           Select Vault-File Assign To "MASKVLT"
               Organization Is Line Sequential
               File Status Is Vault-Status.
           Select Report-File Assign To "UNMSKRPT"
               Organization Is Line Sequential
               File Status Is Report-Status.

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

       FD  Unmasked-File.
       01  Unmasked-Record.
           05 UM-JOB-NAME            Pic X(8).
           05 UM-SN                  Pic 9(9).
           05 UM-IC                  Pic 9(9).
           05 UM-LENGTH              Pic 9(9).
           05 UM-RULE                Pic 9(4).
           05 UM-DATA                Pic X(4096).
           05 UM-DATE                Pic 9(8).
           05 UM-TIME                Pic 9(8).
           05 UM-RUN-ID              Pic X(16).

       FD  Repair-File.
       01  Repair-Record.
           05 RP-JOB-NAME            Pic X(8).
           05 RP-SN                  Pic 9(9).
           05 RP-IC                  Pic 9(9).
           05 RP-ACTION              Pic X(8).
           05 RP-LENGTH              Pic 9(4).
           05 RP-POS                 Pic 9(4).
           05 RP-LEN                 Pic 9(4).
           05 RP-VALUE               Pic X(64).

       FD  Vault-File.
       01  Vault-Record.
           05 MV-JOB-NAME            Pic X(8).
           05 MV-SN                  Pic 9(9).
           05 MV-IC                  Pic 9(9).
           05 MV-LENGTH              Pic 9(9).
           05 MV-DATE                Pic 9(8).
           05 MV-TIME                Pic 9(8).
           05 MV-DATA                Pic X(4096).

       FD  Report-File.
       01  Report-Line               Pic X(132).

       Working-Storage Section.
       77 Reject-Status          Pic X(2).
       77 Unmasked-Status        Pic X(2).
       77 Repair-Status          Pic X(2).
       77 Vault-Status           Pic X(2).
       77 Report-Status          Pic X(2).
       77 WS-Parm                Pic X(256).
       77 WS-Parm-Token          Pic X(40).
       77 WS-Parm-Key            Pic X(20).
       77 WS-Parm-Value          Pic X(20).
       77 WS-Parm-Ptr            Pic S9(9) comp-5 Value 1.
       77 WS-Operator            Pic X(20) Value spaces.
       77 WS-Current-Date        Pic 9(8).
       77 WS-Current-Time        Pic 9(8).
       77 Repair-Count           Pic S9(9) comp-5 Value 0.
       77 Repair-Sub             Pic S9(9) comp-5 Value 0.
       77 WS-Max-Repairs         Pic S9(9) comp-5 Value 100.
       77 Wanted-Count           Pic S9(9) comp-5 Value 0.
       77 Wanted-Sub             Pic S9(9) comp-5 Value 0.
       77 Found-Wanted           Pic S9(9) comp-5 Value 0.
       77 Vault-Count            Pic S9(9) comp-5 Value 0.
       77 Vault-Sub              Pic S9(9) comp-5 Value 0.
       77 Found-Vault            Pic S9(9) comp-5 Value 0.
       77 WS-Max-Vaults          Pic S9(9) comp-5 Value 200.
       77 Reject-Count           Pic S9(9) comp-5 Value 0.
       77 Unmasked-Count         Pic S9(9) comp-5 Value 0.
       77 Missing-Count          Pic S9(9) comp-5 Value 0.
       77 Repair-Needed-Switch   Pic X Value 'N'.
           88 Repair-Needs-Clear      Value 'Y'.
           88 Repair-Not-Needed       Value 'N'.
       77 RP-NUM1                Pic ZZZZZZZZ9.
       77 RP-NUM2                Pic ZZZZZZZZ9.
       77 RP-NUM3                Pic ZZZZZZZZ9.

      * The rejects a repair acts on, keyed the way COBSTGR keys
      * them: rejecting job, input stream and input record number.
      * DISCARD corrections are not loaded - a reject being thrown
      * away needs no clear image.
       01  Repair-Table.
           05 Repair-Entry Occurs 100 Times.
               10 RT-JOB-NAME    Pic X(8).
               10 RT-SN          Pic 9(9).
               10 RT-IC          Pic 9(9).

      * The rejects on file that those repairs name. The same job,
      * stream and record number can recur across batch days, so
      * each one keeps the date and time its reject was stamped with
      * and the vault is searched on all five. An entry is marked
      * once its clear image is loaded, so a vault holding the same
      * image twice still loads it once.
       01  Wanted-Table.
           05 Wanted-Entry Occurs 200 Times.
               10 WT-JOB-NAME    Pic X(8).
               10 WT-SN          Pic 9(9).
               10 WT-IC          Pic 9(9).
               10 WT-DATE        Pic 9(8).
               10 WT-TIME        Pic 9(8).
               10 WT-LOADED      Pic X.

      * The clear images the vault holds for exactly those rejects,
      * at most one per entry of the table above.
       01  Vault-Table.
           05 Vault-Entry Occurs 200 Times.
               10 VT-JOB-NAME    Pic X(8).
               10 VT-SN          Pic 9(9).
               10 VT-IC          Pic 9(9).
               10 VT-LENGTH      Pic 9(9).
               10 VT-DATE        Pic 9(8).
               10 VT-TIME        Pic 9(8).
               10 VT-DATA        Pic X(4096).

       Procedure Division.

        MAIN-PROCEDURE.

          Display 'XFL reject unmask utility'.

          Accept WS-Current-Date from Date YYYYMMDD.
          Accept WS-Current-Time from Time.

          Perform PARSE-RUN-PARM.
          Perform LOAD-REPAIR-TABLE.
          Perform LOAD-WANTED-TABLE.
          Perform LOAD-VAULT-TABLE.

          Perform OPEN-REPORT-FILE.
          Perform WRITE-REPORT-HEADER.
          Perform COPY-REJECT-FILE.
          Perform WRITE-REPORT-FOOTER.
          Close Report-File.

          Display 'rejects copied ' Reject-Count ' / unmasked '
              Unmasked-Count ' / no clear image ' Missing-Count.
          if Missing-Count > 0
              Move 8 to RETURN-CODE
          else
              Move 0 to RETURN-CODE
          end-if.
          stop run.

      * The operator asking for clear data must name themselves on
      * the PARM, e.g. "USER=OPS123"; the name is printed on the
      * report against every record given back in clear. A run with
      * no name is refused.
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
                      when 'USER'
                          Move WS-Parm-Value to WS-Operator
                  end-evaluate
              end-if
          end-perform.
          if WS-Operator = spaces
              Display 'USER= is required to unmask rejects, '
                  'run halted'
              Move 16 to RETURN-CODE
              stop run
          end-if.

      * Load the rejects the operator's corrections act on. With no
      * repair dataset there is nothing to unmask, and the copy is
      * still made so COBSTGR can be pointed at it unconditionally.
        LOAD-REPAIR-TABLE.

          Move 0 to Repair-Count.
          Open Input Repair-File.
          if (Repair-Status = '00') then
              Perform until Repair-Status not = '00'
                  Read Repair-File
                      at end move high-values to Repair-Status
                  end-read
                  if (Repair-Status = '00')
                      and (RP-ACTION not = 'DISCARD')
                      if Repair-Count >= WS-Max-Repairs
                          Display 'too many repair records, maximum '
                              WS-Max-Repairs ', run halted'
                          Move 16 to RETURN-CODE
                          stop run
                      end-if
                      Compute Repair-Count = Repair-Count + 1
                      Move RP-JOB-NAME to RT-JOB-NAME(Repair-Count)
                      Move RP-SN to RT-SN(Repair-Count)
                      Move RP-IC to RT-IC(Repair-Count)
                  end-if
              end-perform
          end-if.
          Close Repair-File.
          Display 'rejects named for repair: ' Repair-Count.

      * A first pass over the reject dataset picks out the rejects a
      * repair names, with the date and time each was stamped with.
      * Only those are looked for in the vault, so storage is bounded
      * by the rejects actually being repaired and not by how many
      * batch days the vault happens to hold.
        LOAD-WANTED-TABLE.

          Move 0 to Wanted-Count.
          if Repair-Count > 0
              Open Input Reject-File
              if (Reject-Status = '00') then
                  Perform until Reject-Status not = '00'
                      Read Reject-File
                          at end move high-values to Reject-Status
                      end-read
                      if (Reject-Status = '00')
                          Perform LOAD-ONE-WANTED-REJECT
                      end-if
                  end-perform
                  Close Reject-File
              end-if
          end-if.
          Display 'rejects on file to unmask: ' Wanted-Count.

        LOAD-ONE-WANTED-REJECT.

          Set Repair-Not-Needed to true.
          Perform varying Repair-Sub from 1 by 1
                  until (Repair-Sub > Repair-Count)
                  or Repair-Needs-Clear
              if (RT-JOB-NAME(Repair-Sub) = RJ-JOB-NAME)
                  and (RT-SN(Repair-Sub) = RJ-SN)
                  and (RT-IC(Repair-Sub) = RJ-IC)
                  Set Repair-Needs-Clear to true
              end-if
          end-perform.
          if Repair-Needs-Clear
              if Wanted-Count >= WS-Max-Vaults
                  Display 'too many rejects named for repair, '
                      'maximum ' WS-Max-Vaults ', run halted'
                  Close Reject-File
                  Move 16 to RETURN-CODE
                  stop run
              end-if
              Compute Wanted-Count = Wanted-Count + 1
              Move RJ-JOB-NAME to WT-JOB-NAME(Wanted-Count)
              Move RJ-SN to WT-SN(Wanted-Count)
              Move RJ-IC to WT-IC(Wanted-Count)
              Move RJ-DATE to WT-DATE(Wanted-Count)
              Move RJ-TIME to WT-TIME(Wanted-Count)
              Move 'N' to WT-LOADED(Wanted-Count)
          end-if.

      * Keep only the vault images of those exact rejects; the rest
      * of the vault is never brought into storage.
        LOAD-VAULT-TABLE.

          Move 0 to Vault-Count.
          if Wanted-Count > 0
              Open Input Vault-File
              if (Vault-Status = '00') then
                  Perform until Vault-Status not = '00'
                      Read Vault-File
                          at end move high-values to Vault-Status
                      end-read
                      if (Vault-Status = '00')
                          Perform LOAD-ONE-VAULT-RECORD
                      end-if
                  end-perform
              else
                  Display 'no masking vault to unmask from, status '
                      Vault-Status
              end-if
              Close Vault-File
          end-if.
          Display 'clear images loaded: ' Vault-Count.

        LOAD-ONE-VAULT-RECORD.

          Move 0 to Found-Wanted.
          Perform varying Wanted-Sub from 1 by 1
                  until (Wanted-Sub > Wanted-Count)
                  or (Found-Wanted > 0)
              if (WT-JOB-NAME(Wanted-Sub) = MV-JOB-NAME)
                  and (WT-SN(Wanted-Sub) = MV-SN)
                  and (WT-IC(Wanted-Sub) = MV-IC)
                  and (WT-DATE(Wanted-Sub) = MV-DATE)
                  and (WT-TIME(Wanted-Sub) = MV-TIME)
                  and (WT-LOADED(Wanted-Sub) = 'N')
                  Move Wanted-Sub to Found-Wanted
              end-if
          end-perform.
          if Found-Wanted > 0
              Move 'Y' to WT-LOADED(Found-Wanted)
              Compute Vault-Count = Vault-Count + 1
              Move MV-JOB-NAME to VT-JOB-NAME(Vault-Count)
              Move MV-SN to VT-SN(Vault-Count)
              Move MV-IC to VT-IC(Vault-Count)
              Move MV-LENGTH to VT-LENGTH(Vault-Count)
              Move MV-DATE to VT-DATE(Vault-Count)
              Move MV-TIME to VT-TIME(Vault-Count)
              Move MV-DATA to VT-DATA(Vault-Count)
          end-if.

        OPEN-REPORT-FILE.

          Open Output Report-File.
          if (Report-Status not = '00')
              Display 'FATAL: cannot open unmask report, status '
                  Report-Status
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

          Move 'XFL REJECT UNMASK REPORT' to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          String 'REQUESTED BY ' WS-Operator ' ON '
              WS-Current-Date ' AT ' WS-Current-Time
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.
          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move 'REPAIR REJECTS (JOB / STREAM / RECORD / RULE / RESULT)'
              to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.

      * Copy every reject to the working copy, created fresh each run
      * so it only ever holds tonight's unmask. A missing reject
      * dataset still leaves an empty copy behind.
        COPY-REJECT-FILE.

          Open Output Unmasked-File.
          if (Unmasked-Status not = '00')
              Display 'FATAL: cannot open unmasked reject copy, '
                  'status ' Unmasked-Status
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.
          Open Input Reject-File.
          if (Reject-Status = '00') then
              Perform until Reject-Status not = '00'
                  Read Reject-File
                      at end move high-values to Reject-Status
                  end-read
                  if (Reject-Status = '00')
                      Compute Reject-Count = Reject-Count + 1
                      Perform COPY-ONE-REJECT
                  end-if
              end-perform
          else
              Display 'no reject dataset to copy, status '
                  Reject-Status
          end-if.
          Close Reject-File.
          Close Unmasked-File.

      * A reject no repair names goes across as it is, still masked.
      * A named one gets its clear image back when the vault has the
      * image for that exact reject; when it does not, it goes across
      * masked and is reported, since a repair on it would patch or
      * requeue masked values.
        COPY-ONE-REJECT.

          Move Reject-Record to Unmasked-Record.
          Set Repair-Not-Needed to true.
          Perform varying Repair-Sub from 1 by 1
                  until (Repair-Sub > Repair-Count)
                  or Repair-Needs-Clear
              if (RT-JOB-NAME(Repair-Sub) = RJ-JOB-NAME)
                  and (RT-SN(Repair-Sub) = RJ-SN)
                  and (RT-IC(Repair-Sub) = RJ-IC)
                  Set Repair-Needs-Clear to true
              end-if
          end-perform.
          if Repair-Needs-Clear
              Move 0 to Found-Vault
              Perform varying Vault-Sub from 1 by 1
                      until (Vault-Sub > Vault-Count)
                      or (Found-Vault > 0)
                  if (VT-JOB-NAME(Vault-Sub) = RJ-JOB-NAME)
                      and (VT-SN(Vault-Sub) = RJ-SN)
                      and (VT-IC(Vault-Sub) = RJ-IC)
                      and (VT-DATE(Vault-Sub) = RJ-DATE)
                      and (VT-TIME(Vault-Sub) = RJ-TIME)
                      Move Vault-Sub to Found-Vault
                  end-if
              end-perform
              Move RJ-SN to RP-NUM1
              Move RJ-IC to RP-NUM2
              Move RJ-RULE to RP-NUM3
              Move spaces to Report-Line
              if Found-Vault > 0
                  Move VT-DATA(Found-Vault)(1:VT-LENGTH(Found-Vault))
                      to UM-DATA
                  Compute Unmasked-Count = Unmasked-Count + 1
                  String RJ-JOB-NAME ' STREAM ' RP-NUM1
                      ' RECORD ' RP-NUM2 ' RULE ' RP-NUM3
                      ' UNMASKED'
                      delimited by size into Report-Line
                  end-string
              else
                  Compute Missing-Count = Missing-Count + 1
                  String RJ-JOB-NAME ' STREAM ' RP-NUM1
                      ' RECORD ' RP-NUM2 ' RULE ' RP-NUM3
                      ' NO CLEAR IMAGE IN VAULT - LEFT MASKED'
                      delimited by size into Report-Line
                  end-string
              end-if
              Perform WRITE-ONE-REPORT-LINE
          end-if.
          Write Unmasked-Record.
          if (Unmasked-Status not = '00')
              Display 'FATAL: unmasked reject write failed, status '
                  Unmasked-Status ' reject ' RJ-IC
              Close Reject-File
              Close Unmasked-File
              Close Report-File
              Move 16 to RETURN-CODE
              stop run
          end-if.

        WRITE-REPORT-FOOTER.

          Move spaces to Report-Line.
          Perform WRITE-ONE-REPORT-LINE.
          Move Reject-Count to RP-NUM1.
          Move Unmasked-Count to RP-NUM2.
          Move Missing-Count to RP-NUM3.
          Move spaces to Report-Line.
          String 'REJECTS ' RP-NUM1 ' / UNMASKED ' RP-NUM2
              ' / NO CLEAR IMAGE ' RP-NUM3
              delimited by size into Report-Line
          end-string.
          Perform WRITE-ONE-REPORT-LINE.

       End Program COBUNMSK.
