
      ******************************************************************
      *
      *   Name: cobmask.cob
      *         Sensitive-field masking routine, CALLed by every stage
      *         that writes a record image off the live path: the
      *         reject datasets, the duplicate sidecar, the capture
      *         dataset and the COBSTGT archive leg. The field
      *         positions and the treatment each gets come from a
      *         masking control dataset: a full mask, keep the last
      *         four characters, or a consistent token. The token is
      *         keyed from a secret held in its own dataset, so the
      *         same value gives the same token every night and
      *         repairs and lineage queries still line up across runs.
      *         On request the clear image of a reject is written to a
      *         restricted vault dataset first, for COBUNMSK to give
      *         back to an authorised repair.
      *   Date: 2026-10-15 (Thu)
      *   Also: cobunmsk.cob, cobstage.cob, cobstgc.cob, cobstgt.cob
      *
      * Comments start with * in Column 7
      *
      ******************************************************************
       Identification Division.
       Program-ID. COBMASK.
       Environment DIVISION.
       Configuration Section.
       Input-Output Section.
       File-Control.
           Select Mask-Control-File Assign To "MASKCTL"
               Organization Is Line Sequential
               File Status Is Mask-Control-Status.
           Select Mask-Key-File Assign To "MASKKEY"
               Organization Is Line Sequential
               File Status Is Mask-Key-Status.
           Select Vault-File Assign To "MASKVLT"
               Organization Is Line Sequential
               File Status Is Vault-Status.

       Data Division.
       File Section.
       FD  Mask-Control-File.
       01  Mask-Control-Record.
           05 MC-POS                 Pic 9(4).
           05 MC-LEN                 Pic 9(4).
           05 MC-TREATMENT           Pic X.
           05 MC-DESCRIPTION         Pic X(30).

       FD  Mask-Key-File.
       01  Mask-Key-Record.
           05 MK-KEY                 Pic X(32).

       FD  Vault-File.
       01  Vault-Record.
           05 MV-JOB-NAME            Pic X(8).
           05 MV-SN                  Pic 9(9).
           05 MV-IC                  Pic 9(9).
           05 MV-LENGTH              Pic 9(9).
           05 MV-DATE                Pic 9(8).
           05 MV-TIME                Pic 9(8).
           05 MV-DATA                Pic X(4096).

       Working-Storage Section.
       77 Mask-Control-Status    Pic X(2).
       77 Mask-Key-Status        Pic X(2).
       77 Vault-Status           Pic X(2).
       77 Mask-Count             Pic S9(9) comp-5 Value 0.
       77 Mask-Sub               Pic S9(9) comp-5 Value 0.
       77 WS-Max-Masks           Pic S9(9) comp-5 Value 50.
       77 WS-Max-Data            Pic S9(9) comp-5 Value 4096.
       77 Field-Pos              Pic S9(9) comp-5 Value 0.
       77 Field-Len              Pic S9(9) comp-5 Value 0.
       77 Value-Len              Pic S9(9) comp-5 Value 0.
       77 Char-Sub               Pic S9(9) comp-5 Value 0.
       77 Keep-From              Pic S9(9) comp-5 Value 0.
       77 Token-Count            Pic S9(9) comp-5 Value 0.
       77 Hash-One               Pic S9(18) comp-5 Value 0.
       77 Hash-Two               Pic S9(18) comp-5 Value 0.
       77 Key-Hash-One           Pic S9(18) comp-5 Value 0.
       77 Key-Hash-Two           Pic S9(18) comp-5 Value 0.
       77 Token-Seed             Pic S9(18) comp-5 Value 0.
       77 Token-Digit            Pic S9(9) comp-5 Value 0.
       77 WS-Hash-Modulus-One    Pic S9(18) comp-5 Value 2147483647.
       77 WS-Hash-Modulus-Two    Pic S9(18) comp-5 Value 2147483629.
       77 WS-Token-Alphabet      Pic X(36)
           Value '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WS-Mask-Key            Pic X(32) Value spaces.
       77 Field-Value            Pic X(4096).
       77 Vault-Image            Pic X(4096).
       77 Load-Switch            Pic X Value 'N'.
           88 Control-Loaded          Value 'Y'.
           88 Control-Not-Loaded      Value 'N'.
       77 Masking-Switch         Pic X Value 'N'.
           88 Masking-On              Value 'Y'.
           88 Masking-Off             Value 'N'.
       77 Control-Error-Switch   Pic X Value 'N'.
           88 Control-Failed          Value 'Y'.
           88 Control-Not-Failed      Value 'N'.
       77 Token-Switch           Pic X Value 'N'.
           88 Token-Needed            Value 'Y'.
           88 Token-Not-Needed        Value 'N'.

       01  Mask-Table.
           05 Mask-Entry Occurs 50 Times.
               10 MT-POS         Pic 9(4).
               10 MT-LEN         Pic 9(4).
               10 MT-TREATMENT   Pic X.
                   88 MT-FULL-MASK    Value 'F'.
                   88 MT-LAST-FOUR    Value 'L'.
                   88 MT-TOKEN        Value 'T'.

       Linkage Section.
      * MQ-LENGTH is the length of the caller's image area: nothing
      * past it is read or changed. M masks the image, V vaults it
      * clear and then masks it, and K only vaults it, for a caller
      * whose reject carries a different image from the one a repair
      * needs back (COBSTGV keeps the raw delimited line here and
      * masks the parsed layout separately). MQ-RESULT comes back 0;
      * or 4 from an M or K call made with no masking control in
      * force, which masked and vaulted nothing, so the caller knows
      * the image it has is still clear; or 16 when the control
      * datasets are unusable or the vault write failed, and the
      * caller stops the same way it would for a failed write of its
      * own.
       01  Mask-Request.
           05 MQ-FUNCTION            Pic X.
               88 MQ-MASK-ONLY            Value 'M'.
               88 MQ-MASK-AND-VAULT       Value 'V'.
               88 MQ-VAULT-ONLY           Value 'K'.
           05 MQ-JOB-NAME            Pic X(8).
           05 MQ-SN                  Pic 9(9).
           05 MQ-IC                  Pic 9(9).
           05 MQ-LENGTH              Pic 9(9).
           05 MQ-DATE                Pic 9(8).
           05 MQ-TIME                Pic 9(8).
           05 MQ-RESULT              Pic 9(4).
       01  Mask-Data                 Pic X(4096).

       Procedure Division using Mask-Request Mask-Data.

        MAIN-PROCEDURE.

          Move 0 to MQ-RESULT.
          if Control-Not-Loaded
              Perform LOAD-MASK-CONTROL
              Set Control-Loaded to true
          end-if.
          if Control-Failed
              Move 16 to MQ-RESULT
              goback
          end-if.
          if Masking-Off or MQ-LENGTH = 0
              if MQ-VAULT-ONLY or MQ-MASK-ONLY
                  Move 4 to MQ-RESULT
              end-if
              goback
          end-if.
          if MQ-MASK-AND-VAULT or MQ-VAULT-ONLY
              Move Mask-Data(1:MQ-LENGTH) to Vault-Image
          end-if.
          if MQ-VAULT-ONLY
              Perform WRITE-VAULT-RECORD
              goback
          end-if.
          Perform varying Mask-Sub from 1 by 1
                  until Mask-Sub > Mask-Count
              Perform MASK-ONE-FIELD
          end-perform.
          if MQ-MASK-AND-VAULT
              Perform WRITE-VAULT-RECORD
          end-if.
          goback.

      * Load the field list once, on the first call of the run. Each
      * control record gives the position and length of a field in
      * the record image and its treatment: F masks every character,
      * L masks all but the last four, T replaces the value with its
      * token. No control dataset means nothing is configured for
      * masking and images go out as they are, which is said once on
      * the console so it is visible in the job log. A token entry
      * needs the key dataset; without it no consistent token can be
      * made, and the run is stopped rather than write clear values.
        LOAD-MASK-CONTROL.

          Move 0 to Mask-Count.
          Set Token-Not-Needed to true.
          Open Input Mask-Control-File.
          if (Mask-Control-Status not = '00') then
              Display 'no masking control dataset, record images '
                  'are written unmasked'
              Close Mask-Control-File
              Set Masking-Off to true
          else
              Perform until Mask-Control-Status not = '00'
                  Read Mask-Control-File
                      at end move high-values to Mask-Control-Status
                  end-read
                  if (Mask-Control-Status = '00')
                      Perform LOAD-ONE-MASK-ENTRY
                  end-if
              end-perform
      * A read that stopped short of the end leaves part of the
      * control dataset unloaded, and the fields it names clear.
              if (Mask-Control-Status not = high-values)
                  Display 'masking control dataset read failed, '
                      'status ' Mask-Control-Status
                  Set Control-Failed to true
              end-if
              Close Mask-Control-File
              Set Masking-On to true
              Display 'loaded ' Mask-Count ' masking control records'
          end-if.
          if Control-Not-Failed and Token-Needed
              Perform LOAD-MASK-KEY
          end-if.

      * One control record into the table. A field that does not lie
      * inside a record image, or a treatment this routine does not
      * know, is a control error: a field left clear by a typing
      * slip in the control dataset is exactly what masking is for.
        LOAD-ONE-MASK-ENTRY.

          if Mask-Count >= WS-Max-Masks
              Display 'too many masking control records, maximum '
                  WS-Max-Masks
              Set Control-Failed to true
          else
              if MC-POS not numeric or MC-LEN not numeric
                  Display 'masking control record ' MC-POS ' '
                      MC-LEN ' ' MC-TREATMENT ' is not usable'
                  Set Control-Failed to true
              else
                  Perform ADD-ONE-MASK-ENTRY
              end-if
          end-if.

        ADD-ONE-MASK-ENTRY.

          if MC-POS = 0 or MC-LEN = 0
              or (MC-POS + MC-LEN - 1) > WS-Max-Data
              or not (MC-TREATMENT = 'F' or 'L' or 'T')
              Display 'masking control record ' MC-POS ' '
                  MC-LEN ' ' MC-TREATMENT ' is not usable'
              Set Control-Failed to true
          else
              Compute Mask-Count = Mask-Count + 1
              Move MC-POS to MT-POS(Mask-Count)
              Move MC-LEN to MT-LEN(Mask-Count)
              Move MC-TREATMENT to MT-TREATMENT(Mask-Count)
              if MT-TOKEN(Mask-Count)
                  Set Token-Needed to true
              end-if
          end-if.

      * The token key is the first record of its dataset. The key is
      * folded into the two hash accumulators once here, and each
      * value then carries on from that starting point, so the key
      * never has to be rehashed per field.
        LOAD-MASK-KEY.

          Move spaces to WS-Mask-Key.
          Open Input Mask-Key-File.
          if (Mask-Key-Status = '00') then
              Read Mask-Key-File
                  at end move high-values to Mask-Key-Status
              end-read
              if (Mask-Key-Status = '00')
                  Move MK-KEY to WS-Mask-Key
              end-if
          end-if.
          Close Mask-Key-File.
          if WS-Mask-Key = spaces
              Display 'no masking key available for token fields, '
                  'status ' Mask-Key-Status
              Set Control-Failed to true
          else
              Move 0 to Key-Hash-One
              Move 0 to Key-Hash-Two
              Perform varying Char-Sub from 1 by 1
                      until Char-Sub > length of WS-Mask-Key
                  Compute Key-Hash-One = function mod(
                      Key-Hash-One * 131
                      + function ord(WS-Mask-Key(Char-Sub:1)),
                      WS-Hash-Modulus-One)
                  Compute Key-Hash-Two = function mod(
                      Key-Hash-Two * 257
                      + function ord(WS-Mask-Key(Char-Sub:1)),
                      WS-Hash-Modulus-Two)
              end-perform
          end-if.

      * Treat one configured field. Only the part of the field inside
      * the caller's image is touched, and a field that is all spaces
      * has nothing in it to hide. The value is the field up to its
      * last non-space character.
        MASK-ONE-FIELD.

          Move MT-POS(Mask-Sub) to Field-Pos.
          Move MT-LEN(Mask-Sub) to Field-Len.
          if Field-Pos <= MQ-LENGTH
              if (Field-Pos + Field-Len - 1) > MQ-LENGTH
                  Compute Field-Len = MQ-LENGTH - Field-Pos + 1
              end-if
              if Mask-Data(Field-Pos:Field-Len) not = spaces
                  Perform TREAT-ONE-FIELD
              end-if
          end-if.

      * Apply the field's treatment to the value in place.
        TREAT-ONE-FIELD.

          Move Field-Len to Value-Len.
          Perform until Value-Len < 1
                  or Mask-Data(Field-Pos + Value-Len - 1:1)
                      not = space
              Compute Value-Len = Value-Len - 1
          end-perform.
          Evaluate true
              when MT-FULL-MASK(Mask-Sub)
                  Move all '*' to Mask-Data(Field-Pos:Field-Len)
              when MT-LAST-FOUR(Mask-Sub)
                  if Value-Len <= 4
                      Move all '*' to Mask-Data(Field-Pos:Value-Len)
                  else
                      Compute Keep-From = Value-Len - 4
                      Move all '*' to Mask-Data(Field-Pos:Keep-From)
                  end-if
              when MT-TOKEN(Mask-Sub)
                  if Mask-Data(Field-Pos:1) not = '#'
                      Perform TOKENISE-ONE-FIELD
                  end-if
          end-evaluate.

      * Replace the value with a token of the same length: a leading
      * '#' and then characters drawn from the keyed hash of the
      * value. The same value under the same key always gives the
      * same token. A value already starting with '#' is a token from
      * an earlier pass - a record archived by COBSTGT and captured
      * again downstream - and is left as it is.
        TOKENISE-ONE-FIELD.

          Move Mask-Data(Field-Pos:Value-Len) to Field-Value.
          Move Key-Hash-One to Hash-One.
          Move Key-Hash-Two to Hash-Two.
          Perform varying Char-Sub from 1 by 1
                  until Char-Sub > Value-Len
              Compute Hash-One = function mod(
                  Hash-One * 131
                  + function ord(Field-Value(Char-Sub:1)),
                  WS-Hash-Modulus-One)
              Compute Hash-Two = function mod(
                  Hash-Two * 257
                  + function ord(Field-Value(Char-Sub:1)),
                  WS-Hash-Modulus-Two)
          end-perform.
          Move Hash-One to Token-Seed.
          Move '#' to Mask-Data(Field-Pos:1).
          Perform varying Token-Count from 2 by 1
                  until Token-Count > Value-Len
              Compute Token-Seed = function mod(
                  Token-Seed * 48271 + Hash-Two + Token-Count,
                  WS-Hash-Modulus-One)
              Compute Token-Digit = function mod(Token-Seed, 36) + 1
              Move WS-Token-Alphabet(Token-Digit:1)
                  to Mask-Data(Field-Pos + Token-Count - 1:1)
          end-perform.

      * Keep the clear image of a reject, tagged the way the reject
      * itself is tagged (job, stream, input record number, and the
      * date and time stamped on the reject), so COBUNMSK can pair
      * the two up again. A vault that cannot be written fails the
      * caller: a reject nobody could ever repair is worse than a
      * stopped stage.
        WRITE-VAULT-RECORD.

      * OPEN EXTEND on a Line Sequential file that does not exist yet
      * does not create it (status 35); create it with OPEN OUTPUT the
      * first time, then reopen for EXTEND as usual.
          Open Extend Vault-File.
          if (Vault-Status = '35') then
              Open Output Vault-File
              Close Vault-File
              Open Extend Vault-File
          end-if.
          Move MQ-JOB-NAME to MV-JOB-NAME.
          Move MQ-SN to MV-SN.
          Move MQ-IC to MV-IC.
          Move MQ-LENGTH to MV-LENGTH.
          Move MQ-DATE to MV-DATE.
          Move MQ-TIME to MV-TIME.
          Move Vault-Image to MV-DATA.
          Write Vault-Record.
          if (Vault-Status not = '00')
              Display 'FATAL: masking vault write failed, status '
                  Vault-Status ' stream ' MQ-SN ' record ' MQ-IC
              Move 16 to MQ-RESULT
          end-if.
          Close Vault-File.

       End Program COBMASK.
