      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Mask".
      *
      * Masked test-data copy of the name master and its feed
      **
      * The program includes the following steps:
      * - Read the masking key card "ICU_Mask_Key.txt" (up to 16
      *         two-digit shift values, at least 4) - there is no
      *         default key, a copy masked under a published key
      *         would not be masked at all
      * - Copy the normalized name master "ICU_Norm_Output.txt" -
      *         "ICU_Delta_Master.txt" when the pipeline runs in
      *         delta mode (ICU_Pipeline_Delta.txt) - to
      *         "ICU_Mask_" + its name, standard HDR/TRL batch
      *         records carried over unchanged, every name masked
      * - Copy the indexed name master "ICU_Name_Master.dat" to
      *         "ICU_Mask_Name_Master.dat", every key masked the
      *         same way and the stamp dates kept
      * - Copy the conversion feed "ICU_Conv_Input.txt" to
      *         "ICU_Mask_Conv_Input.txt" in its own codepage (the
      *         source converter on ICU_Conv_Codepages.txt), masking
      *         only the text fields of the record-layout card
      *         ICU_Conv_Layout.txt - the whole record without one
      * - Write debugging information to Display and
      *         log file "ICU_Mask_log.txt"
      *
      * Masking is a keyed letter-for-letter substitution inside
      * each alphabet: Latin and Cyrillic capitals and small letters
      * (case kept), Hebrew letters (final forms among the final
      * forms) and digits.  The shift applied to a letter is taken
      * from the key by the letter's place in its word, so:
      *  - the pseudonym has the name's script and length, spaces,
      *    punctuation and diacritics where they were
      *  - the same name masks to the same pseudonym in every file,
      *    and the same surname the same way in every name
      *  - two names equal after normalization stay equal, two
      *    different names stay different - collisions, dedupe
      *    pairs and households survive exactly
      * Text is decomposed (NFD) before masking and put back into
      * the master's normalization form (ICU_Norm_Mode.txt) or, for
      * the feed, composed (NFC) for the partner codepage, so a
      * masked feed run through the test pipeline builds the masked
      * master.  In record-type group mode (ICU_Group_Mode.txt) the
      * "N"/"A" type in column 1 is kept and addresses are masked
      * like names.  Letters of any other script cannot be masked
      * this way; they are counted and the run ends return code 4.
      * A letter carrying combining marks is shifted only among the
      * letters whose composed form exists in both the master's and
      * the feed's codepage; a field that still will not convert is
      * starred, counted and the run ends return code 4.
      *
      * The masked files are renamed into the test environment by
      * the copy job - developers and ICU-Certify upgrade runs get
      * production volumes without a real customer name.
      **
      * The following ICU APIs are used:
      *    ucnv_open
      *    ucnv_setFromUCallBack
      *    ucnv_toUChars
      *    unorm_normalize
      *    ucnv_fromUChars
      *    ucnv_close
      **
      * DATE:      26.10.15
      * Version:   1.0
      *
       AUTHOR.     Eliezer Cesark
      *=================================================================
      *
       ENVIRONMENT DIVISION.
       Input-Output section.
       File-Control.
      * ------------------- Normalized Name Master  -----------------
      *      Assigned through Names-In-Name - the nightly output, or
      *      the standing merged master in delta mode.
             Select Optional Names-In-File
                    Assign to Names-In-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Names-Out-File
                    Assign to Names-Out-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Indexed Name Master  -----------------
             Select Optional Master-File
                    Assign to "ICU_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Sequential
                    Record Key is Master-Name.
      *      Dynamic access - masked keys no longer arrive in
      *      ascending order.
             Select Optional Mask-Master-File
                    Assign to "ICU_Mask_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Dynamic
                    Record Key is Mask-Master-Name.
      * ------------------- Conversion Feed  -----------------
             Select Optional Feed-In-File
                    Assign to "ICU_Conv_Input.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Feed-Out-File
                    Assign to "ICU_Mask_Conv_Input.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Masking Key Control Card  ------------------
             Select Optional Key-Control-File
                    Assign to "ICU_Mask_Key.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Mask_log.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Normalization Mode Control Card  ---------
      *      The same card ICU-Norm reads - the masked master is put
      *      back into the form the nightly build writes.
             Select Optional Norm-Mode-Control-File
                    Assign to "ICU_Norm_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Codepage Control Card  --------------------
      *      The same card ICU-Norm reads - the master's codepage.
             Select Optional Codepage-Control-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ ICU DLL / Version Control Card  ------------
      *      The same card ICU-Norm reads.
             Select Optional Version-Control-File
                    Assign to "ICU_Norm_Version.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Codepage Pair Control Card  ----------------
      *      The same card ICU-Conv reads - the feed's codepage.
             Select Optional Conv-Codepage-Control-File
                    Assign to "ICU_Conv_Codepages.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Layout Control Card  -----------------
      *      The same card ICU-Conv reads.
             Select Optional Layout-Control-File
                    Assign to "ICU_Conv_Layout.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Type Group Control Card  ---------
      *      One card for the whole suite.
             Select Optional Group-Control-File
                    Assign to "ICU_Group_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Delta Mode Control Card  -------------------
      *      The same card the driver reads.
             Select Optional Delta-Control-File
                    Assign to "ICU_Pipeline_Delta.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Machine-Readable Run History  --------------
      *      Shared by the whole suite - every program appends one
      *      run record at end of job.
             Select Optional History-File
                    Assign to "ICU_Run_History.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      *=================================================================
      *
       DATA DIVISION.
       File section.
       FD Names-In-File
                       Record  varying from 1 to  80 characters.
         01 Names-In-Record                pic X(80).
       FD Names-Out-File
                       Record contains 80 characters.
         01 Names-Out-Record               pic X(80).
      *   Same layout ICU-MastLoad writes.
       FD Master-File.
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
       FD Mask-Master-File.
         01 Mask-Master-Record.
           03  Mask-Master-Name            pic X(80).
           03  Mask-Master-Stamp-Date      pic X(8).
       FD Feed-In-File
                       Record  varying from 1 to  200 characters.
         01 Feed-In-Record                 pic X(200).
       FD Feed-Out-File
                       Record contains 200 characters.
         01 Feed-Out-Record                pic X(200).
      *   Up to 16 two-digit shift values, columns 1-32.
       FD Key-Control-File.
         01 Key-Control-Record.
           03  Key-Control-Value           pic X(2)  occurs 16.
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
       FD Norm-Mode-Control-File.
         01 Norm-Mode-Control-Record        pic X(8).
       FD Codepage-Control-File.
         01 Codepage-Control-Record         pic X(32).
       FD Version-Control-File.
         01 Version-Control-Record.
           03  Control-DLL-Name            pic X(23).
           03  Control-Version-Suffix      pic X(10).
       FD Conv-Codepage-Control-File.
         01 Conv-Codepage-Control-Record.
           03  Control-Source-Converter    pic X(32).
           03  Control-Target-Converter    pic X(32).
       FD Layout-Control-File.
         01 Layout-Control-Record.
           03  Control-Field-Start         pic 9(3).
           03  Control-Field-Length        pic 9(3).
           03  Control-Field-Type          pic X(1).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD History-File.
         01 History-Record                 pic X(89).
      *
       Working-Storage section.
      *
      *-----------------  Debugging & Error handling Variables ---------
       01  Debug-Write-sw                  pic 9    value 0.
       01  Debug-Display-sw                pic 9    value 0.
       01  Error-Display-sw                pic 9    value 0.
       01  Error-Line                      pic X(45) value
            "Call to ICU failed - error code returned was:".
      *
      * ---------------------- File Variables -----------------
       01  File-Status-Flag                pic X(2).
       01  Names-Read-Flag                 pic 9    value 0.
       01  Master-Read-Flag                pic 9    value 0.
       01  Feed-Read-Flag                  pic 9    value 0.
       01  Layout-Read-Flag                pic 9    value 0.
       01  Reject-Record-sw                pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
       01  Source-Auto-sw                  pic 9    value 0.
       01  Mask-Warning-sw                 pic 9    value 0.
      * ------------------ Dynamic file names  --------------------
       01  Names-In-Name           pic X(64) value
                                             "ICU_Norm_Output.txt".
       01  Names-Out-Name                  pic X(64).
      * ------------------ Control totals  ---------------------------
       01  Count-Names-Read                 pic 9(9) Binary value 0.
       01  Count-Names-Masked               pic 9(9) Binary value 0.
       01  Count-Master-Read                pic 9(9) Binary value 0.
       01  Count-Master-Masked              pic 9(9) Binary value 0.
       01  Count-Master-Duplicates          pic 9(9) Binary value 0.
       01  Count-Feed-Read                  pic 9(9) Binary value 0.
       01  Count-Feed-Masked                pic 9(9) Binary value 0.
       01  Count-Unmasked-Chars             pic 9(9) Binary value 0.
       01  Count-Overlength                 pic 9(9) Binary value 0.
       01  Count-Unconvertible              pic 9(9) Binary value 0.
       01  Count-Files-Missing              pic 9(9) Binary value 0.
       01  Current-Run-Date                 pic X(8).
      * ------------------ Masking key  --------------------------------
      *   Key-Value (n) shifts the n-th letter of every word (the
      *   key repeating after Key-Count letters).
       77  Key-Minimum-Entries              pic 99 value 4.
       01  Key-Count                        pic 99 Binary value 0.
       01  Key-Table.
           03  Key-Value                    pic 99 occurs 16.
       01  Key-Sub                          pic 99 Binary.
       01  Key-Work                         pic 99.
       01  Key-Pos                          pic 99 Binary.
       01  Key-Quotient                     pic 9(4) Binary.
      * ------------------ Letter substitution work fields  ------------
      *   Mask-Unit is the UTF-16 code unit being masked; an
      *   alphabet is Alpha-Size letters from Alpha-Base, or for
      *   Hebrew the base or final letters of the tables below.
       01  Mask-Sub                         pic 9(4) Binary.
       01  Mask-From                        pic 9(4) Binary.
       01  Mask-Unit                        pic 9(4) Binary.
       01  Mask-Final-Mode                  pic 9    Binary value 2.
       01  Letter-Index                     pic 9(4) Binary.
       01  Alpha-Kind                       pic X(1).
         88  Alpha-Regular                  value "R".
         88  Alpha-Hebrew-Base              value "B".
         88  Alpha-Hebrew-Final             value "F".
         88  Alpha-None                     value " ".
       01  Alpha-Base                       pic 9(4) Binary.
       01  Alpha-Size                       pic 99   Binary.
       01  Alpha-Ord                        pic 99   Binary.
       01  Alpha-Shift                      pic 99   Binary.
       01  Alpha-Quotient                   pic 9(4) Binary.
       01  Hebrew-Sub                       pic 99   Binary.
      * ------------------ Letters carrying combining marks  ----------
      *   A letter followed by combining marks is shifted only among
      *   the letters of its alphabet whose composed form (letter and
      *   the same marks, NFC) converts in every Check converter -
      *   the master's codepage and the feed's.  Fit-Ord lists those
      *   letters in alphabet order, Fit-Rank is the letter's own
      *   place in the list (0 when it does not fit itself).
       01  Mark-End                         pic 9(4) Binary.
       01  Mark-Count                       pic 99   Binary.
       01  Mark-Max-Entries                 pic 99   Binary value 15.
       01  Fit-Try                          pic 99   Binary.
       01  Fit-Count                        pic 99   Binary.
       01  Fit-Rank                         pic 99   Binary.
       01  Fit-sw                           pic 9.
       01  Fit-Table.
           03  Fit-Ord                      pic 99   Binary occurs 32.
       01  Check-Converter-Count            pic 9    Binary value 0.
       01  Check-Sub                        pic 9    Binary.
       01  Check-Converter-Table.
           03  Check-Converter-Pointer      pic S9(9) Binary occurs 2.
       01  Check-Input-Buffer.
           03  CIB-String                   pic X(32).
             03  Filler Redefines CIB-String.
               05  CIB-Array                pic 9(4) Binary occurs 16.
       01  Check-Output-Buffer              pic X(32).
       01  Check-Char-Buffer                pic X(32).
       01  Check-U-Length                   pic S9(9) Binary.
       01  Check-Text-Length                pic S9(9) Binary.
       01  Check-Capacity                   pic  9(9) Binary value 32.
       01  Check-U-Capacity                 pic  9(9) Binary value 16.
      *   U+05D0 to U+05EA in code point order: B (base letter) or F
      *   (final form) and the letter's place among its kind.
       01  Hebrew-Class-Values.
           03  Filler pic X(27) value "B01B02B03B04B05B06B07B08B09".
           03  Filler pic X(27) value "B10F01B11B12F02B13F03B14B15".
           03  Filler pic X(27) value "B16F04B17F05B18B19B20B21B22".
       01  Filler Redefines Hebrew-Class-Values.
           03  Hebrew-Class-Entry           occurs 27.
             05  Hebrew-Class               pic X(1).
             05  Hebrew-Class-Ord           pic 99.
       01  Hebrew-Base-Values.
           03  Filler pic X(44) value
               "14881489149014911492149314941495149614971499".
           03  Filler pic X(44) value
               "15001502150415051506150815101511151215131514".
       01  Filler Redefines Hebrew-Base-Values.
           03  Hebrew-Base-Code             pic 9(4) occurs 22.
       01  Hebrew-Final-Values              pic X(20) value
               "14981501150315071509".
       01  Filler Redefines Hebrew-Final-Values.
           03  Hebrew-Final-Code            pic 9(4) occurs 5.
      * ------------- Field-level masking (record layout)  -------------
      *   Read from Layout-Control-File exactly as ICU-Conv reads it:
      *   only the type "T" text fields of the feed are masked, every
      *   other byte of the record passes through untouched.
       77  FIELD-TABLE-MAX-ENTRIES         pic 99    value 20.
       01  Field-Count                     pic 99    Binary value 0.
       01  Field-Table.
           03  Field-Entry                 occurs 20.
             05  Field-Start               pic 999.
             05  Field-Length              pic 999.
       01  Field-Sub                       pic 99    Binary.
       01  Field-Work-Start                pic 999.
       01  Field-Work-Length               pic 999.
       01  Trim-Sub                        pic 9(4)  Binary.
       01  Feed-Record-Hold                pic X(200).
       01  Feed-Record-Result              pic X(200).
      * ---------------------- Input / Output Buffers  -----------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(200).
       01  Output-Buffer.
           03  Output-Buffer-String        pic X(200).
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      *-------------------- Libraries / DLLs Variables  ----------------
       01  DLL-Name                      pic X(23) value Z"ICUUC20.DLL".
       01  DLL-Handle                      pic 9(9) Binary.
      *-------------------------  API   Variables ----------------------
       01  API-Name                        pic X(80).
       01  API-Pointer                     Usage is Procedure-Pointer.
       01  ICU-VERSION-SUFFIX              pic X(10) value Z"_2_0".
      * ------------- Machine-Readable Run History  -------------------
      *   One record per run, appended to the shared run-history
      *   file at end of job - see History-Write-sec.  ICU-RunReport
      *   summarizes the history into the daily operations report.
       01  Run-Start-Date                  pic X(8).
       01  Run-Start-Time                  pic X(8).
       01  History-End-Date                pic X(8).
       01  History-End-Time                pic X(8).
       01  History-Build.
           03  History-Program-Id          pic X(12).
           03  Filler                      pic X value space.
           03  History-Start-Stamp         pic X(14).
           03  Filler                      pic X value space.
           03  History-End-Stamp           pic X(14).
           03  Filler                      pic X value space.
           03  History-Input-Count         pic 9(9).
           03  Filler                      pic X value space.
           03  History-Output-Count        pic 9(9).
           03  Filler                      pic X value space.
           03  History-Reject-Count        pic 9(9).
           03  Filler                      pic X value space.
           03  History-Exception-Count     pic 9(9).
           03  Filler                      pic X value space.
           03  History-Restart-Flag        pic X(1).
           03  Filler                      pic X value space.
           03  History-Status              pic X(4).
      *
      *======================== ICU (Unicode) Variables  ===============
      *
      *    --- UTF-16 - UNICODE Format - Source buffer -----------------
      *                            UChar *source,
      *    Room for a 200-byte feed record after decomposition.
       01  Unicode-Input-Buffer.
           03  UIB-String                  pic X(512).
             03  Filler Redefines UIB-String.
               05  UIB-Array               pic 9(4) Binary occurs 256.
      *    --- UTF-16 - UNICODE Format - Destination buffer ------------
      *                            UChar *result,
       01  Unicode-Output-Buffer.
           03  UOB-String                  pic X(512).
             03  Filler Redefines UOB-String.
               05  UOB-Array               pic  9(4) Binary occurs 256.
       01  Text-Length                     pic S9(9) Binary.
       01  U-Text-Length                   pic S9(9) Binary value  256.
       01  destCapacity                    pic  9(9) Binary value   80.
       01  U-destCapacity                  pic  9(9) Binary value  256.
      *
      *-------------------------- Ported  from unorm.h -----------------
      *   See icu-Norm.cbl for the full UNormalizationMode commentary -
      *   the same constants, so the two programs can never drift.
         77  UNORM-NONE                    pic 9     Binary value 1.
         77  UNORM-NFD                     pic 9     Binary value 2.
         77  UNORM-NFKD                    pic 9     Binary value 3.
         77  UNORM-NFC                     pic 9     Binary value 4.
       01  UNormalizationMode              pic 9(9)  Binary Value 0.
       01  Norm-Options                    pic 9(9)  Binary.
      *---------------  Configurable normalization form  ----------------
      *   Read from Norm-Mode-Control-File - the same card, default
      *   and override behavior as ICU-Norm's Norm-Mode-Read-sec.
       01  Configured-Norm-Mode            pic 9     Binary value 2.
      *-------------------  Conversion  Variables ----------------------
      *   CODEPAGE-Name is the master's codepage (ICU-Norm's card),
      *   Source-Converter-Name the feed's (ICU-Conv's card); the
      *   one converter open at a time is opened on Mask-Converter-
      *   Name.
       01  CODEPAGE-Name               pic X(32) value Z"UTF-8".
       01  Source-Converter-Name       pic X(32) value Z"ibm-862".
       01  Mask-Converter-Name             pic X(32).
       01  Converter-Pointer               pic S9(9) Binary.
      *   Every converter stops on a character its codepage lacks,
      *   rather than writing the substitution character, so the
      *   field is starred and counted - see Open-Unicode-Converter.
       01  Stop-Callback-Pointer           Usage is Procedure-Pointer.
       01  Callback-Context                Usage is Pointer value NULL.
       01  Old-Callback-Pointer            Usage is Procedure-Pointer.
       01  Old-Context-Pointer             Usage is Pointer.
      *
      *-------------- Ported from utypes.h -----------------------------
      *
      *                                 UErrorCode *status);
       01  UErrorCode                      pic S9(9) Binary value 0.
      *     Start of information results (semantiCally successful)
         88  U-ERROR-INFO-START                       value -128.
      *     A resource bundle lookup returned a fallback result
      *     (not an error)
         88  U-USING-FALLBACK-ERROR                   value -128.
      *     A resource bundle lookup returned a result from the root
      *      locale (not an error)
         88  U-USING-DEFAULT-ERROR                    value -127.
      *     A SafeClone operation required allocating memory
      *     (informational only)
         88  U-SAFECLONE-ALLOCATED-ERROR              value -126.
      *     This must always be the last warning value to indicate the
      *      limit for UErrorCode warnings (last warning code +1)
         88  U-ERROR-INFO-LIMIT                       value  0.
      *     No error. no warning.
         88  U-ZERO-ERROR                             value  0.
      *     Start of codes indicating failure
         88  U-ILLEGAL-ARGUMENT-ERROR                 value  1.
         88  U-MISSING-RESOURCE-ERROR                 value  2.
         88  U-INVALID-FORMAT-ERROR                   value  3.
         88  U-FILE-ACCESS-ERROR                      value  4.
      *     Indicates a bug in the library code
         88  U-INTERNAL-PROGRAM-ERROR                 value  5.
         88  U-MESSAGE-PARSE-ERROR                    value  6.
      *     Memory allocation error
         88  U-MEMORY-ALLOCATION-ERROR                value  7.
         88  U-INDEX-OUTOFBOUNDS-ERROR                value  8.
      *     Equivalent to Java ParseException
         88  U-PARSE-ERROR                            value  9.
      *     In the Character conversion routines:
      *     Invalid character or sequence was encountered
         88  U-INVALID-CHAR-FOUND                     value 10.
      *     In the Character conversion routines:
      *     More bytes are required to complete the conversion
      *     successfully
         88  U-TRUNCATED-CHAR-FOUND                   value 11.
      *     In codeset conversion: a sequence that does NOT belong in
      *      the codepage has been encountered
         88  U-ILLEGAL-CHAR-FOUND                     value 12.
      *     Conversion table file found. but corrupted
         88  U-INVALID-TABLE-FORMAT                   value 13.
      *     Conversion table file not found
         88  U-INVALID-TABLE-FILE                     value 14.
      *     A result would not fit in the supplied Buffer
         88  U-BUFFER-OVERFLOW-ERROR                  value 15.
      *     Requested operation not supported in current context
         88  U-UNSUPPORTED-ERROR                      value 16.
      *     an operation is requested over a resource
      *     that does not support it
         88  U-RESOURCE-TYPE-MISMATCH                 value 17.
      *     ISO-2022 illegal escape sequence
         88  U-ILLEGAL-ESCAPE-SEQUENCE                value 18.
      *     ISO-2022 unsupported escape sequence
         88  U-UNSUPPORTED-ESCAPE-SEQUENCE            value 19.
      *     No space available for in-Buffer expansion for Arabic
      *     shaping
         88  U-NO-SPACE-AVAILABLE                     value 20.
      *     This must always be the last value to indicate the limit for
      *     UErrorCode (last error code +1)
         88  U-ERROR-LIMIT                            value 21.
      *     U-SUCCESS and U-FAILURE as 88s instead of C macros
         88  U-SUCCESS                             values -128 thru 0.
         88  U-FAILURE                             values 1 thru 21.
      *
      *=================================================================
      *
       Linkage section.
      *
      *====================== Main Program  ============================
      *
       PROCEDURE DIVISION.
       MAIN section.
      *
      *---------------------- Set Online debugging ---------------------
      *
           Move    1 to Debug-Display-sw.
           Move    1 to Debug-Write-Sw.
           Accept  Run-Start-Date from DATE YYYYMMDD.
           Accept  Run-Start-Time from TIME.
           Perform Debug-Open-sec.
           Move ">>> Program: ICU-Mask - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Key-Read-sec.
           Perform Norm-Mode-Read-sec.
           Perform Codepage-Read-sec.
           Perform Version-Read-sec.
           Perform Conv-Codepage-Read-sec.
           Perform Layout-Read-sec.
           Perform Group-Read-sec.
           Perform Delta-Control-Read-sec.
      *
           Perform Load-DLL-sec.
      *
      *   The Check converters stay open for the whole run, so a
      *   marked letter masks the same way in the master and feed.
           Move    CODEPAGE-Name         to Mask-Converter-Name.
           Perform Check-Converter-Open-sec.
           IF  Source-Auto-sw = 0
             Move    Source-Converter-Name to Mask-Converter-Name
             Perform Check-Converter-Open-sec
           End-if.
      *
      *   The master and its indexed copy are in the master's
      *   codepage and normalization form.
           Move    CODEPAGE-Name        to Mask-Converter-Name.
           Move    Configured-Norm-Mode to Mask-Final-Mode.
           Perform Open-Unicode-Converter-sec.
           Perform Names-Mask-sec.
           Perform Master-Mask-sec.
           Perform Close-Unicode-Converter-sec.
      *
      *   The feed is in the partner's codepage, composed.
           IF  Source-Auto-sw = 1
             Move  "Feed codepage is AUTO - feed not copied"
                                            to Debug-Text
             Move  1                        to Error-Display-sw
             Perform Debug-Display-sec
             Add   1 to Count-Files-Missing
           Else
             Move    Source-Converter-Name to Mask-Converter-Name
             Move    UNORM-NFC             to Mask-Final-Mode
             Perform Open-Unicode-Converter-sec
             Perform Feed-Mask-sec
             Perform Close-Unicode-Converter-sec
           End-if.
      *
           Perform Check-Converter-Close-sec
                   Varying Check-Sub FROM 1 by 1
                   until   Check-Sub > Check-Converter-Count.
           Perform Free-DLL-sec.
           IF  Count-Unmasked-Chars    > 0
            or Count-Overlength        > 0
            or Count-Unconvertible     > 0
            or Count-Master-Duplicates > 0
            or Count-Files-Missing     > 0
             Move  1 to Mask-Warning-sw
           End-if.
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   Return code 4 when anything could not be masked cleanly -
      *   the copy is not to leave production until it is explained.
           IF  Mask-Warning-sw = 1
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Normalized Name Master  =======================
      *
       Names-Mask-sec section.
       Names-Mask.
           Move    SPACES to Names-Out-Name.
           STRING  "ICU_Mask_" Names-In-Name
                   delimited by SPACE into Names-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open    Input Names-In-File.
           IF  File-Status-Flag Not = "00"
             IF  File-Status-Flag = "05"
               Close Names-In-File
             End-if
             Move  "Name master not found  -----:" to Debug-Text
             Move  Names-In-Name (1 : 35)          to Debug-Value
             Move  1                               to Error-Display-sw
             Perform Debug-Display-sec
             Add   1 to Count-Files-Missing
             Go to Names-Mask-ex
           End-if.
           Move    ZERO to File-Status-Flag.
           Open    Output Names-Out-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "Masked Master Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move    1 to Names-Read-Flag.
           Perform Names-Record-sec
                   until Names-Read-Flag = 0.
           Close   Names-In-File.
           Close   Names-Out-File.
           Move    "Masked master written ------:" to Debug-Text.
           Move    Names-Out-Name (1 : 35)          to Debug-Value.
           Perform Debug-Display-sec.
       Names-Mask-ex.
           Exit.
      *
       Names-Record-sec section.
       Names-Record.
      *   HDR and TRL go across unchanged - the copy carries the
      *   master's own id, date, generation and count.
           Move  SPACES to Input-Buffer.
           Read  Names-In-File into Input-Buffer-String
               at End
                 Move 0 to Names-Read-Flag
                 Go to Names-Record-ex
           End-read.
           IF  Input-Buffer-String (1 : 3) = "HDR" or "TRL"
             Write Names-Out-Record from Input-Buffer-String (1 : 80)
             Go to Names-Record-ex
           End-if.
           Add     1  to Count-Names-Read.
           Move    80 to Field-Work-Length.
           Move    1  to Field-Work-Start.
           Perform Mask-String-sec.
           Write   Names-Out-Record from Output-Buffer-String (1 : 80).
           Add     1  to Count-Names-Masked.
       Names-Record-ex.
           Exit.
      *
      *================= Indexed Name Master  ==========================
      *
       Master-Mask-sec section.
       Master-Mask.
      *   Masked through the same path as the text master, so a key
      *   here and the same name there mask identically.
           Move    ZERO to File-Status-Flag.
           Open    Input Master-File.
           IF  File-Status-Flag Not = "00"
             IF  File-Status-Flag = "05"
               Close Master-File
             End-if
             Move  "Indexed master not found ---:" to Debug-Text
             Move  File-Status-Flag                to Debug-Value
             Move  1                               to Error-Display-sw
             Perform Debug-Display-sec
             Add   1 to Count-Files-Missing
             Go to Master-Mask-ex
           End-if.
           Move    ZERO to File-Status-Flag.
           Open    Output Mask-Master-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "Masked Index Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move    1 to Master-Read-Flag.
           Perform Master-Record-Copy-sec
                   until Master-Read-Flag = 0.
           Close   Master-File.
           Close   Mask-Master-File.
       Master-Mask-ex.
           Exit.
      *
       Master-Record-Copy-sec section.
       Master-Record-Copy.
           Read  Master-File Next
               at End
                 Move 0 to Master-Read-Flag
                 Go to Master-Record-Copy-ex
           End-read.
           Add     1  to Count-Master-Read.
           Move    SPACES      to Input-Buffer.
           Move    Master-Name to Input-Buffer-String.
           Move    80 to Field-Work-Length.
           Move    1  to Field-Work-Start.
           Perform Mask-String-sec.
           Move    Output-Buffer-String (1 : 80) to Mask-Master-Name.
           Move    Master-Stamp-Date        to Mask-Master-Stamp-Date.
           Write   Mask-Master-Record
               invalid key
      *          Only a name cut short in its own codepage can land
      *          on another's pseudonym - logged by record number.
                 Add     1 to Count-Master-Duplicates
                 Move    "Masked key duplicate - rec --:" to Debug-Text
                 Move    Count-Master-Read               to Debug-Value
                 Move    1                        to Error-Display-sw
                 Perform Debug-Display-sec
               not invalid key
                 Add     1 to Count-Master-Masked
           End-write.
       Master-Record-Copy-ex.
           Exit.
      *
      *================= Conversion Feed  ==============================
      *
       Feed-Mask-sec section.
       Feed-Mask.
           Move    ZERO to File-Status-Flag.
           Open    Input Feed-In-File.
           IF  File-Status-Flag Not = "00"
             IF  File-Status-Flag = "05"
               Close Feed-In-File
             End-if
             Move  "Conversion feed not found --:" to Debug-Text
             Move  File-Status-Flag                to Debug-Value
             Move  1                               to Error-Display-sw
             Perform Debug-Display-sec
             Add   1 to Count-Files-Missing
             Go to Feed-Mask-ex
           End-if.
           Move    ZERO to File-Status-Flag.
           Open    Output Feed-Out-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "Masked Feed Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move    1 to Feed-Read-Flag.
           Perform Feed-Record-sec
                   until Feed-Read-Flag = 0.
           Close   Feed-In-File.
           Close   Feed-Out-File.
       Feed-Mask-ex.
           Exit.
      *
       Feed-Record-sec section.
       Feed-Record.
           Move  SPACES to Feed-Record-Hold.
           Read  Feed-In-File into Feed-Record-Hold
               at End
                 Move 0 to Feed-Read-Flag
                 Go to Feed-Record-ex
           End-read.
           IF  Feed-Record-Hold (1 : 3) = "HDR" or "TRL"
             Write Feed-Out-Record from Feed-Record-Hold
             Go to Feed-Record-ex
           End-if.
           Add     1 to Count-Feed-Read.
           Move    Feed-Record-Hold to Feed-Record-Result.
           IF  Field-Count = 0
             Move    1   to Field-Work-Start
             Move    200 to Field-Work-Length
             Perform Feed-Field-sec
           Else
             Perform Feed-Layout-Field-sec
                     Varying Field-Sub  FROM 1 by 1
                     until   Field-Sub  > Field-Count
           End-if.
           Write   Feed-Out-Record from Feed-Record-Result.
           Add     1 to Count-Feed-Masked.
       Feed-Record-ex.
           Exit.
      *
       Feed-Layout-Field-sec section.
       Feed-Layout-Field.
           Move    Field-Start  (Field-Sub) to Field-Work-Start.
           Move    Field-Length (Field-Sub) to Field-Work-Length.
           Perform Feed-Field-sec.
       Feed-Layout-Field-ex.
           Exit.
      *
       Feed-Field-sec section.
       Feed-Field.
           Move    SPACES to Input-Buffer.
           Move    Feed-Record-Hold (Field-Work-Start :
                                     Field-Work-Length)
             to    Input-Buffer-String (1 : Field-Work-Length).
           Perform Mask-String-sec.
           Move    Output-Buffer-String (1 : Field-Work-Length)
             to    Feed-Record-Result (Field-Work-Start :
                                       Field-Work-Length).
       Feed-Field-ex.
           Exit.
      *
      *================= Mask One String  ==============================
      *
       Mask-String-sec section.
       Mask-String.
      *   Input-Buffer holds Field-Work-Length bytes of text from
      *   column Field-Work-Start of its record; Output-Buffer gets
      *   the masked text in the same codepage, blank-padded.
      *   Trailing blanks are left out of the conversion so a
      *   decomposed name always has room.
           Move    SPACES to Output-Buffer.
           Perform Trim-Step-sec
                   Varying Trim-Sub  FROM Field-Work-Length by -1
                   until   Trim-Sub = 0
                      or   Input-Buffer-String (Trim-Sub : 1)
                                                  Not = SPACE.
           IF  Trim-Sub = 0
             Go to Mask-String-ex
           End-if.
           Move    0        to Reject-Record-sw.
           Move    Trim-Sub to Text-Length.
           Perform Convert-to-Unicode-sec.
           IF  Reject-Record-sw = 0
             Move    UNORM-NFD to UNormalizationMode
             Perform Normalization-sec
             Move    UOB-String to UIB-String
           End-if.
           IF  Reject-Record-sw = 0
      *      The record type stays readable in group mode.
             Move    1 to Mask-From
             IF  Group-Mode-sw = 1
             and Field-Work-Start = 1
               Move  2 to Mask-From
             End-if
             Move    0 to Letter-Index
             Perform Mask-Unit-Step-sec
                     Varying Mask-Sub  FROM Mask-From by 1
                     until   Mask-Sub  > U-Text-Length
             Move    Mask-Final-Mode to UNormalizationMode
             Perform Normalization-sec
           End-if.
           IF  Reject-Record-sw = 0
             Move    Field-Work-Length to destCapacity
             Perform Convert-from-Unicode-sec
             INSPECT Output-Buffer replacing all X"00" by SPACE
             IF  Text-Length > Field-Work-Length
               Add   1 to Count-Overlength
               Move  "Masked text cut to field ----:" to Debug-Text
               Move  Count-Overlength                 to Debug-Value
               Move  1                          to Error-Display-sw
               Perform Debug-Display-sec
             End-if
           End-if.
      *   Text that will not convert is never copied as it stands.
           IF  Reject-Record-sw = 1
             Add   1 to Count-Unconvertible
             Move  SPACES   to Output-Buffer
             Move  ALL "*"  to Output-Buffer-String (1 : Trim-Sub)
           End-if.
       Mask-String-ex.
           Exit.
      *
       Trim-Step-sec section.
       Trim-Step.
           Continue.
       Trim-Step-ex.
           Exit.
      *
      *================= Mask One Character  ===========================
      *
       Mask-Unit-Step-sec section.
       Mask-Unit-Step.
      *   A blank starts a new word - the key starts over, so the
      *   same word masks the same way wherever it stands.  Other
      *   punctuation and combining marks pass through and do not
      *   count as letters.
           Move    UIB-Array (Mask-Sub) to Mask-Unit.
           Move    SPACE                to Alpha-Kind.
           Evaluate True
             When Mask-Unit = 32
               Move 0 to Letter-Index
             When Mask-Unit >= 65   and Mask-Unit <= 90
               Move "R" to Alpha-Kind
               Move 65   to Alpha-Base
               Move 26   to Alpha-Size
             When Mask-Unit >= 97   and Mask-Unit <= 122
               Move "R" to Alpha-Kind
               Move 97   to Alpha-Base
               Move 26   to Alpha-Size
             When Mask-Unit >= 48   and Mask-Unit <= 57
               Move "R" to Alpha-Kind
               Move 48   to Alpha-Base
               Move 10   to Alpha-Size
             When Mask-Unit >= 1040 and Mask-Unit <= 1071
               Move "R" to Alpha-Kind
               Move 1040 to Alpha-Base
               Move 32   to Alpha-Size
             When Mask-Unit >= 1072 and Mask-Unit <= 1103
               Move "R" to Alpha-Kind
               Move 1072 to Alpha-Base
               Move 32   to Alpha-Size
             When Mask-Unit >= 1488 and Mask-Unit <= 1514
               Compute Hebrew-Sub = Mask-Unit - 1487
               Move    Hebrew-Class (Hebrew-Sub) to Alpha-Kind
               IF  Alpha-Hebrew-Base
                 Move 22 to Alpha-Size
               Else
                 Move 5  to Alpha-Size
               End-if
      *      Combining diacritics (U+0300-036F) and Hebrew points
      *      and cantillation (U+0591-05C7) stay on their letters.
             When Mask-Unit >= 768  and Mask-Unit <= 879
               Continue
             When Mask-Unit >= 1425 and Mask-Unit <= 1479
               Continue
             When Mask-Unit > 191
               Add  1 to Count-Unmasked-Chars
             When Other
               Continue
           End-evaluate.
           IF  Alpha-None
             Go to Mask-Unit-Step-ex
           End-if.
      *   The shift is never a whole turn of the alphabet, so no
      *   letter masks to itself.
           Divide  Letter-Index by Key-Count
                   giving Key-Quotient remainder Key-Pos.
           Add     1 to Key-Pos.
      *   A marked letter is shifted the same way among the letters
      *   that carry its marks in the codepages - when it fits
      *   itself and has company; otherwise the ordinary shift
      *   below leaves a character the conversion stops on.
           IF  Alpha-Regular
           and Mask-Sub < U-Text-Length
           and UIB-Array (Mask-Sub + 1) >= 768
           and UIB-Array (Mask-Sub + 1) <= 879
             Perform Mark-Fit-sec
             IF  Fit-Rank > 0
             and Fit-Count > 1
               Compute Alpha-Quotient = Fit-Count - 1
               Divide  Key-Value (Key-Pos) by Alpha-Quotient
                       giving Key-Quotient remainder Alpha-Shift
               Add     1 to Alpha-Shift
               Compute Alpha-Ord = Fit-Rank - 1 + Alpha-Shift
               IF  Alpha-Ord >= Fit-Count
                 Subtract Fit-Count from Alpha-Ord
               End-if
               Compute UIB-Array (Mask-Sub) =
                       Alpha-Base + Fit-Ord (Alpha-Ord + 1)
               Add     1 to Letter-Index
               Go to Mask-Unit-Step-ex
             End-if
           End-if.
           Compute Alpha-Quotient = Alpha-Size - 1.
           Divide  Key-Value (Key-Pos) by Alpha-Quotient
                   giving Key-Quotient remainder Alpha-Shift.
           Add     1 to Alpha-Shift.
           IF  Alpha-Regular
             Compute Alpha-Ord = Mask-Unit - Alpha-Base
           Else
             Compute Alpha-Ord = Hebrew-Class-Ord (Hebrew-Sub) - 1
           End-if.
           Add     Alpha-Shift to Alpha-Ord.
           IF  Alpha-Ord >= Alpha-Size
             Subtract Alpha-Size from Alpha-Ord
           End-if.
           Evaluate True
             When Alpha-Regular
               Compute UIB-Array (Mask-Sub) = Alpha-Base + Alpha-Ord
             When Alpha-Hebrew-Base
               Move Hebrew-Base-Code  (Alpha-Ord + 1)
                 to UIB-Array (Mask-Sub)
             When Other
               Move Hebrew-Final-Code (Alpha-Ord + 1)
                 to UIB-Array (Mask-Sub)
           End-evaluate.
           Add     1 to Letter-Index.
       Mask-Unit-Step-ex.
           Exit.
      *
      *================= Letters that Carry the Marks  =================
      *
       Mark-Fit-sec section.
       Mark-Fit.
      *   The marks run from Mask-Sub + 1 to Mark-End; every
      *   letter of the alphabet is tried with them, in order, so
      *   the list is the same wherever the letter stands.
           Perform Mark-Scan-Step-sec
                   Varying Mark-End  FROM Mask-Sub by 1
                   until   Mark-End  = U-Text-Length
                      or   UIB-Array (Mark-End + 1) < 768
                      or   UIB-Array (Mark-End + 1) > 879.
           Compute Mark-Count = Mark-End - Mask-Sub.
           IF  Mark-Count > Mark-Max-Entries
             Move  Mark-Max-Entries to Mark-Count
           End-if.
           Move    0 to Fit-Count.
           Move    0 to Fit-Rank.
           Perform Fit-Test-sec
                   Varying Fit-Try   FROM 0 by 1
                   until   Fit-Try   = Alpha-Size.
       Mark-Fit-ex.
           Exit.
      *
       Mark-Scan-Step-sec section.
       Mark-Scan-Step.
           Continue.
       Mark-Scan-Step-ex.
           Exit.
      *
       Fit-Test-sec section.
       Fit-Test.
      *   Compose the candidate with the marks (NFC) and convert the
      *   result with each Check converter; any stop rules it out.
      *   Errors here are expected and are not logged.
           Move    LOW-VALUES to CIB-String.
           Compute CIB-Array (1) = Alpha-Base + Fit-Try.
           Move    UIB-String (Mask-Sub * 2 + 1 : Mark-Count * 2)
             to    CIB-String (3 : Mark-Count * 2).
           Compute Check-U-Length = Mark-Count + 1.
           Move    0 to UErrorCode.
           STRING "unorm_normalize" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Move    0 to Norm-Options.
           Call API-Pointer using by reference Check-Input-Buffer
                                  by value     Check-U-Length
                                  by value     UNORM-NFC
                                  by value     Norm-Options
                                  by reference Check-Output-Buffer
                                  by value     Check-U-Capacity
                                  by reference UErrorCode
                                  Returning    Check-U-Length.
           IF  U-FAILURE
             Move  0 to UErrorCode
             Go to Fit-Test-ex
           End-if.
           Move    1 to Fit-sw.
           Perform Fit-Convert-sec
                   Varying Check-Sub FROM 1 by 1
                   until   Check-Sub > Check-Converter-Count
                      or   Fit-sw    = 0.
           IF  Fit-sw = 1
             Add   1       to Fit-Count
             Move  Fit-Try to Fit-Ord (Fit-Count)
             IF  Fit-Try + Alpha-Base = Mask-Unit
               Move Fit-Count to Fit-Rank
             End-if
           End-if.
       Fit-Test-ex.
           Exit.
      *
       Fit-Convert-sec section.
       Fit-Convert.
           STRING "ucnv_fromUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer
                   using by value      Check-Converter-Pointer
                                                       (Check-Sub)
                         by reference  Check-Char-Buffer
                         by value      Check-Capacity
                         by reference  Check-Output-Buffer
                         by value      Check-U-Length
                         by reference  UErrorCode
                         Returning     Check-Text-Length.
           IF  U-FAILURE
             Move  0 to Fit-sw
           End-if.
           Move    0 to UErrorCode.
       Fit-Convert-ex.
           Exit.
      *
      *============== Masking Key Control Card  =========================
      *
       Key-Read-sec section.
       Key-Read.
      *    Two-digit shift values from column 1; the first blank or
      *    non-numeric pair ends the key.
           Move ZERO to File-Status-Flag.
           Open Input Key-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Key-Control-File
                 at End  Continue
                 not at End
                   Perform Key-Value-Step-sec
                           Varying Key-Sub  FROM 1 by 1
                           until   Key-Sub  > 16
                              or   Key-Count < Key-Sub - 1
             End-read
             Close Key-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Key-Control-File
             End-if
           End-if.
           Move    "Masking key values ---------:" to Debug-Text.
           Move    Key-Count                        to Debug-Value.
           Perform Debug-Display-sec.
           IF  Key-Count < Key-Minimum-Entries
             Move "Masking key card missing or too short"
                                       to Debug-Text
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Key-Read-ex.
           Exit.
      *
       Key-Value-Step-sec section.
       Key-Value-Step.
           IF  Key-Control-Value (Key-Sub) Is Numeric
             Move Key-Control-Value (Key-Sub) to Key-Work
             IF  Key-Work > 0
               Add  1        to Key-Count
               Move Key-Work to Key-Value (Key-Count)
             End-if
           End-if.
       Key-Value-Step-ex.
           Exit.
      *
      *============== Normalization Mode Control Card  ==================
      *
       Norm-Mode-Read-sec section.
       Norm-Mode-Read.
      *    Configured-Norm-Mode defaults to UNORM-NFD above, and the
      *    card overrides it, exactly as in ICU-Norm - the two
      *    programs read the same card so they can never normalize
      *    differently.
           Move ZERO to File-Status-Flag.
           Open Input Norm-Mode-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Norm-Mode-Control-File
                 at End  Continue
                 not at End
                   Evaluate Norm-Mode-Control-Record
                     When "NONE"
                       Move UNORM-NONE to Configured-Norm-Mode
                     When "NFD"
                       Move UNORM-NFD  to Configured-Norm-Mode
                     When "NFKD"
                       Move UNORM-NFKD to Configured-Norm-Mode
                     When "NFC"
                       Move UNORM-NFC  to Configured-Norm-Mode
                     When Other
                       Continue
                   End-evaluate
             End-read
             Close Norm-Mode-Control-File
           End-if.
           Move    "Normalization mode ---------:" to Debug-Text.
           Move    Norm-Mode-Control-Record        to Debug-Value.
           Perform Debug-Display-sec.
       Norm-Mode-Read-ex.
           Exit.
      *
      *============== Codepage Control Card  ============================
      *
       Codepage-Read-sec section.
       Codepage-Read.
      *    CODEPAGE-Name defaults to UTF-8 and the card overrides it,
      *    exactly as in ICU-Norm - null-terminated since ucnv_open
      *    takes a C string.
           Move ZERO to File-Status-Flag.
           Open Input Codepage-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Codepage-Control-File
                 at End  Continue
                 not at End
                   IF Codepage-Control-Record Not = SPACES
                     Move   SPACES to CODEPAGE-Name
                     STRING Codepage-Control-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into CODEPAGE-Name
                   End-if
             End-read
             Close Codepage-Control-File
           End-if.
           Move    "Codepage -------------------:" to Debug-Text.
           Move    CODEPAGE-Name                    to Debug-Value.
           Perform Debug-Display-sec.
       Codepage-Read-ex.
           Exit.
      *
      *============== ICU DLL / Version Control Card  ===================
      *
       Version-Read-sec section.
       Version-Read.
      *    DLL-Name / ICU-VERSION-SUFFIX default to ICU 2.0 above; a
      *    control card lets the same binary load a different ICU
      *    build without a recompile.
           Move ZERO to File-Status-Flag.
           Open Input Version-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Version-Control-File
                 at End  Continue
                 not at End
                   IF Control-DLL-Name Not = SPACES
                     Move Control-DLL-Name       to DLL-Name
                   End-if
                   IF Control-Version-Suffix Not = SPACES
                     Move Control-Version-Suffix to ICU-VERSION-SUFFIX
                   End-if
             End-read
             Close Version-Control-File
           End-if.
           Move    "ICU DLL name ---------------:" to Debug-Text.
           Move    DLL-Name                         to Debug-Value.
           Perform Debug-Display-sec.
           Move    "ICU version suffix ---------:" to Debug-Text.
           Move    ICU-VERSION-SUFFIX               to Debug-Value.
           Perform Debug-Display-sec.
       Version-Read-ex.
           Exit.
      *
      *============== Codepage Pair Control Card  =======================
      *
       Conv-Codepage-Read-sec section.
       Conv-Codepage-Read.
      *    ICU-Conv's card - only the source converter matters here:
      *    the feed is masked in the codepage it arrives in.  "AUTO"
      *    leaves the codepage to charset detection, per file, and
      *    such a feed cannot be written back.
           Move ZERO to File-Status-Flag.
           Open Input Conv-Codepage-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Conv-Codepage-Control-File
                 at End  Continue
                 not at End
                   IF Control-Source-Converter = "AUTO"
                     Move 1 to Source-Auto-sw
                   Else
                     IF Control-Source-Converter Not = SPACES
                       Move   SPACES to Source-Converter-Name
                       STRING Control-Source-Converter
                                    delimited by SPACE
                              X"00" delimited by size
                                into Source-Converter-Name
                     End-if
                   End-if
             End-read
             Close Conv-Codepage-Control-File
           End-if.
           Move    "Feed codepage --------------:" to Debug-Text.
           Move    Source-Converter-Name            to Debug-Value.
           Perform Debug-Display-sec.
       Conv-Codepage-Read-ex.
           Exit.
      *
      *============== Record-Layout Control Card  =======================
      *
       Layout-Read-sec section.
       Layout-Read.
      *    With no layout card the whole record is one text string,
      *    as in ICU-Conv.
           Move ZERO to File-Status-Flag.
           Open Input Layout-Control-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Layout-Read-Flag
             Perform Layout-Read-Line-sec
                     until Layout-Read-Flag = 0
                        or Field-Count = FIELD-TABLE-MAX-ENTRIES
             Close Layout-Control-File
           End-if.
           Move    "Layout text fields ---------:" to Debug-Text.
           Move    Field-Count                      to Debug-Value.
           Perform Debug-Display-sec.
       Layout-Read-ex.
           Exit.
      *
       Layout-Read-Line-sec section.
       Layout-Read-Line.
           Read Layout-Control-File
               at End  Move 0 to Layout-Read-Flag
               not at End
                 IF  Control-Field-Type = "T" or "t"
                   IF  Control-Field-Start  > 0
                   and Control-Field-Length > 0
                   and Control-Field-Start + Control-Field-Length - 1
                                            Not > 200
                     Add  1                     to Field-Count
                     Move Control-Field-Start
                             to Field-Start  (Field-Count)
                     Move Control-Field-Length
                             to Field-Length (Field-Count)
                   Else
                     Move "Layout field range invalid - skipped"
                                               to Debug-Text
                     Move 1                    to Error-Display-sw
                     Perform Debug-Display-sec
                   End-if
                 End-if
           End-read.
       Layout-Read-Line-ex.
           Exit.
      *
      *================= Record-Type Group Control Card  ===============
      *
       Group-Read-sec section.
       Group-Read.
      *   In group mode column 1 carries the "N"/"A" record type.
           Move 0    to Group-Mode-sw.
           Move ZERO to File-Status-Flag.
           Open Input Group-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Group-Control-File
                 at End  Continue
                 not at End
                   IF Group-Control-Record = "Y" or "y"
                     Move 1 to Group-Mode-sw
                   End-if
             End-read
             Close Group-Control-File
           End-if.
           Move    "Record-type group mode -----:" to Debug-Text.
           Move    Group-Mode-sw                    to Debug-Value.
           Perform Debug-Display-sec.
       Group-Read-ex.
           Exit.
      *
      *================= Delta Mode Control Card  ======================
      *
       Delta-Control-Read-sec section.
       Delta-Control-Read.
      *   The same card icu-Pipeline.cbl reads - on a delta night the
      *   full name population lives in the standing merged master.
           Move ZERO to File-Status-Flag.
           Open Input Delta-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Delta-Control-File
                 at End  Continue
                 not at End
                   IF Delta-Control-Record = "Y" or "y"
                     Move "ICU_Delta_Master.txt" to Names-In-Name
                   End-if
             End-read
             Close Delta-Control-File
           End-if.
           Move    "Master input file ----------:" to Debug-Text.
           Move    Names-In-Name (1 : 35)           to Debug-Value.
           Perform Debug-Display-sec.
       Delta-Control-Read-ex.
           Exit.
      *
      *===============  End-of-run Control Totals  ======================
      *
       Report-Trailer-sec section.
       Report-Trailer.
           Move    1 to Error-Display-sw.
           Move    "-----------------------------" to Debug-Text.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Master names masked  ------:" to Debug-Text.
           Move    Count-Names-Masked    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Indexed keys masked  ------:" to Debug-Text.
           Move    Count-Master-Masked   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Feed records masked  ------:" to Debug-Text.
           Move    Count-Feed-Masked     to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Unmaskable characters  ----:" to Debug-Text.
           Move    Count-Unmasked-Chars  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Texts cut to field  -------:" to Debug-Text.
           Move    Count-Overlength      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Texts starred out  --------:" to Debug-Text.
           Move    Count-Unconvertible   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Masked key duplicates  ----:" to Debug-Text.
           Move    Count-Master-Duplicates to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Files not copied  ---------:" to Debug-Text.
           Move    Count-Files-Missing   to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *================= Load/Free ICU Libraries (Call "LoadLibraryA") =
      *
       Load-DLL-sec section.
       Load-DLL.
           Move    "Call :    LoadLibraryA" to Debug-Text.
           Move    DLL-Name                 to Debug-Value.
           Perform Debug-Display-sec.
      *
           Call    "LoadLibraryA"  using by reference  DLL-Name
                                   Returning           DLL-Handle.
           IF DLL-Handle = ZEROS
              Move     "Couldn't load "    to Debug-Text
              Move     DLL-Name            to Debug-Value
              Move     1                   to Error-Display-sw
              Perform  Debug-Display-sec
              Move
            "Check that your PATH includes the directory with the DLLs."
                                           to Debug-Buffer
              Move     1                   to Error-Display-sw
              Perform  Debug-Display-sec
              Move     8 to Return-Code
              Stop Run.
       Load-DLL-ex.
           Exit.
      *
       Free-DLL-sec section.
       Free-DLL.
           Move    "Call :    FreeLibrary" to Debug-Text.
           Move    DLL-Name                to Debug-Value
           Perform Debug-Display-sec
           Call    "FreeLibrary"        using DLL-Handle.
       Free-DLL-ex.
           Exit.
      *
      *==================== Open API in DLL (Call "GetProcAddress") ====
      *
       Get-API-Pointer-sec section.
       Get-API-Pointer.
           Move    "Call API Function :"   to Debug-Text.
           Move    API-Name                to Debug-Value.
           Perform Debug-Display-sec.
           Call    "GetProcAddress" using  by value     DLL-Handle
                                           by reference API-Name
                                           Returning    API-Pointer.
           IF API-Pointer = NULL
              Move     "The following API was not found in DLL:"
                                           to Debug-Text
              Move     API-Name            to Debug-Value
              Move     1                   to Error-Display-sw
              Perform  Debug-Display-sec
              Move     8 to Return-Code
              Stop Run.
       Get-API-Pointer-ex.
           Exit.
      *
       Check-Call-to-API-sec section.
       Check-Call-to-API.
           IF U-FAILURE
              Move     Error-Line  to  Debug-Text
              Move     UErrorCode  to  Debug-Value
              Move     1           to  Error-Display-sw
              Perform  Debug-Display-sec
              IF U-ILLEGAL-CHAR-FOUND Or U-INVALID-CHAR-FOUND
                 Move     1           to  Reject-Record-sw
              End-if
              IF U-FILE-ACCESS-ERROR
                 Move
           "Check that the environment variable ICU_DATA is defined:"
                               to  Debug-Buffer
                 Move     1    to  Error-Display-sw
                 Perform  Debug-Display-sec
                 Move
           "  SET ICU_DATA=C:\ICU\ICU-2.0\DATA\ - see ReadMe"
                               to  Debug-Buffer
                 Move     1    to  Error-Display-sw
                 Perform  Debug-Display-sec
              End-if.
           Move        0   to  UErrorCode.
       Check-Call-to-API-ex.
           Exit.
      *
      *====================== Convert to Unicode APIs  =================
      *
       Open-Unicode-Converter-sec section.
       Open-Unicode-Converter.
      *   U_CAPI UConverter *U_EXPORT2  ucnv_open(
      *                         const char * ConverterName,
      *                         UErrorCode * err )
      *   Creates a UConverter object with the names
      *         specified as a C String.
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
      *
           Call API-Pointer using by reference Mask-Converter-Name
                                  by reference UErrorCode
                                  Returning Converter-Pointer.
           Perform Check-Call-to-API-sec.
      *   U_CAPI void U_EXPORT2  ucnv_setFromUCallBack(
      *                         UConverter * converter,
      *                         UConverterFromUCallback newAction,
      *                         const void * newContext,
      *                         UConverterFromUCallback * oldAction,
      *                         const void ** oldContext,
      *                         UErrorCode * err )
      *   UCNV_FROM_U_CALLBACK_STOP ends ucnv_fromUChars with
      *         U_INVALID_CHAR_FOUND instead of substituting.
           STRING "UCNV_FROM_U_CALLBACK_STOP" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set     Stop-Callback-Pointer to API-Pointer.
           STRING "ucnv_setFromUCallBack" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value     Converter-Pointer
                                  by value     Stop-Callback-Pointer
                                  by value     Callback-Context
                                  by reference Old-Callback-Pointer
                                  by reference Old-Context-Pointer
                                  by reference UErrorCode.
           Perform Check-Call-to-API-sec.
       Open-Unicode-Converter-ex.
           Exit.
      *
       Check-Converter-Open-sec section.
       Check-Converter-Open.
           Perform Open-Unicode-Converter-sec.
           Add     1 to Check-Converter-Count.
           Move    Converter-Pointer
             to    Check-Converter-Pointer (Check-Converter-Count).
       Check-Converter-Open-ex.
           Exit.
      *
       Check-Converter-Close-sec section.
       Check-Converter-Close.
           Move    Check-Converter-Pointer (Check-Sub)
             to    Converter-Pointer.
           Perform Close-Unicode-Converter-sec.
       Check-Converter-Close-ex.
           Exit.
      *
       Convert-to-Unicode-sec section.
       Convert-to-Unicode.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucnv_toUChars(
      *                         UConverter * cnv,
      *                         UChar * dest,
      *                         int32_t destCapacity,
      *                         const char * src,
      *                         int32_t srcLength,
      *                         UErrorCode * pErrorCode )
      *
      *   Converts the codepage string into a UTF-16 string using
      *         an existing UConverter.
      *
           STRING "ucnv_toUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value     Converter-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-destCapacity
                                  by reference Input-Buffer
                                  by value     Text-Length
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
       Convert-to-Unicode-ex.
           Exit.
      *
      *====================== Normalization APIs  ======================
      *
       Normalization-sec section.
       Normalization.
      *  --------------------- UNORM.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  unorm_normalize(
      *                         const UChar * source,
      *                         int32_t sourceLength,
      *                         UNormalizationMode Mode,
      *                         int32_t options,
      *                         UChar * result,
      *                         int32_t resultLength,
      *                         UErrorCode * status )
      *   Normalizes the string according to the specified
      *         normalization mode
           STRING "unorm_normalize" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
      *   UNormalizationMode is set by the caller - decomposed
      *   before masking, the target form after.
           Move 0          to Norm-Options.
      *         0          no options defined
           Call API-Pointer using by reference Unicode-Input-Buffer
                                  by value     U-Text-Length
                                  by value     UNormalizationMode
                                  by value     Norm-Options
                                  by reference Unicode-Output-Buffer
                                  by value     U-destCapacity
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
       Normalization-ex.
           Exit.
      *
      *====================== Convert from Unicode APIs  ===============
      *
       Convert-from-Unicode-sec section.
       Convert-from-Unicode.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucnv_fromUChars(
      *                         UConverter * cnv,
      *                         char * dest,
      *                         int32_t destCapacity,
      *                         const UChar *src,
      *                         int32_t srcLength,
      *                         UErrorCode * pErrorCode )
      *   Converts the Unicode string into a codepage string using
      *         an existing UConverter
           IF U-SUCCESS
              Move SPACES to Output-Buffer
              STRING "ucnv_fromUChars" ICU-VERSION-SUFFIX
                  delimited by size into API-Name
              Perform Get-API-Pointer-sec
              Call API-Pointer
                          using by value      Converter-Pointer
                                by reference  Output-Buffer
                                by value      destCapacity
                                by reference  Unicode-Output-Buffer
                                by value      U-Text-Length
                                by reference  UErrorCode
                                Returning     Text-Length
              Perform Check-Call-to-API-sec.
       Convert-from-Unicode-ex.
           Exit.
      *
       Close-Unicode-Converter-sec section.
       Close-Unicode-Converter.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI void  U_EXPORT2  ucnv_close( UConverter * converter )
      *   Deletes the unicode converter and releases associated resources
           STRING "ucnv_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Unicode-Converter-ex.
           Exit.
      *=============== Machine-Readable Run History  ===================
      *
       History-Write-sec section.
       History-Write.
      *   One machine-readable record per run, appended at end of
      *   job so run times, volumes and failure frequency build up
      *   a history the overwritten debug log cannot provide.
           Accept History-End-Date from DATE YYYYMMDD.
           Accept History-End-Time from TIME.
           Move SPACES                to History-Build.
           Move "ICU-Mask"            to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Compute History-Input-Count  = Count-Names-Read
                                        + Count-Master-Read
                                        + Count-Feed-Read.
           Compute History-Output-Count = Count-Names-Masked
                                        + Count-Master-Masked
                                        + Count-Feed-Masked.
           Compute History-Reject-Count = Count-Master-Duplicates
                                        + Count-Unconvertible.
           Compute History-Exception-Count = Count-Unmasked-Chars
                                           + Count-Overlength
                                           + Count-Files-Missing.
           Move "F"                   to History-Restart-Flag.
           IF  Mask-Warning-sw = 1
             Move "WARN"              to History-Status
           Else
             Move "OK"                to History-Status
           End-if.
           Move ZERO                  to File-Status-Flag.
           Open Extend History-File.
           IF  File-Status-Flag = "00" or "05"
             Write History-Record from History-Build
             Close History-File
           End-if.
       History-Write-ex.
           Exit.
      *
      *=================      Debuging  Sesions   ======================
      *
      *--------------------  Open Debug Log File  ----------------------
       Debug-Open-sec section.
       Debug-Open.
           Move spaces to Debug-Buffer.
           Move zero to File-Status-Flag.
           Open Output Debug-File.
           IF  (File-Status-Flag  Not = "00")  Then
             Move 0 to Debug-Write-sw
             Display "Log File Open Error - code: "
                      File-Status-Flag
           End-if.
       Debug-Open-ex.
           Exit.
      *--------------------  Close Debug Log File  ---------------------
       Debug-Close-sec section.
       Debug-Close.
            Close Debug-File.
       Debug-Close-ex.
           Exit.
      *-----------------  Write / Display Debug Information  -----------
       Debug-Display-sec section.
       Debug-Display.
      *    Truncate output at first null character
           INSPECT Debug-Value replacing characters by Spaces
               after initial X"00" first X"00" by Space.
           IF Debug-Display-sw = 1 Or Error-Display-sw = 1
             Move 0 to Error-Display-sw
             Display Debug-Buffer.
           IF  Debug-Write-sw = 1  Then
             Write Debug-Record from Debug-Buffer
           End-if.
           Move " " to Debug-Value.
       Debug-Display-ex.
           Exit.
