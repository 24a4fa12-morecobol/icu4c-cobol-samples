      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Inquiry".
      *
      * Read-only inquiry and browse over the indexed name master
      **
      * The program includes the following steps:
      * - Identify the operator (USERNAME from the environment, else
      *         prompted) - every inquiry is logged against that id
      * - Accept inquiry commands at the terminal:
      *         I <name>  normalize the keyed name exactly as
      *                   ICU-Maint's Normalize-Name-sec does (same
      *                   ICU_Norm_Mode.txt / ICU_Norm_Codepage.txt /
      *                   ICU_Norm_Version.txt cards), read
      *                   "ICU_Name_Master.dat" by that key and show
      *                   the record and its Master-Stamp-Date, then
      *                   position the browse at the name.  In
      *                   record-type group mode ("ICU_Group_Mode.txt")
      *                   a name not keyed on its own is tried as its
      *                   "N" name record, as ICU-Erase does
      *         F         page forward in collation order
      *         B         page backward in collation order
      *         Q         end the session (a blank line also ends it)
      * - Browse through the collation-key index
      *         "ICU_Search_Index.txt" (built by ICU-Index): the keyed
      *         name's primary-strength sort key locates the first
      *         index entry at or after it, and each page lists the
      *         names from there with their master stamp dates.  The
      *         probe is converted under ICU-Index's own codepage card
      *         (ICU_Search_Codepage.txt), so it keys as the index
      *         did; in group mode the "A" address records are left
      *         out of the browse
      * - Append one line per inquiry and per page shown to the
      *         privacy audit file "ICU_Inquiry_Audit.txt" (date,
      *         time, operator, action, result, key)
      * - Write debugging information to log file
      *         "ICU_Inquiry_log.txt" (errors are also displayed)
      *
      * The master is opened Input only - nothing here can change
      * it.  The index stands only when its header count equals the
      * master's data-record count, exactly as ICU-Search trusts it;
      * when it is stale or missing the keyed inquiry still works
      * and browsing is refused.
      **
      * The following ICU APIs are used:
      *    ucnv_open
      *    ucnv_toUChars
      *    unorm_normalize
      *    ucnv_fromUChars
      *    ucol_open
      *    ucol_setStrength
      *    ucol_getSortKey
      *    ucol_close
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
      * ------------------- Indexed Name Master  -----------------
      *      Read-only - keyed reads by the normalized name.
             Select Optional Master-File
                    Assign to "ICU_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Random
                    Record Key is Master-Name.
      * ------------------- Name Master (browse positions) -----------
      *      The file ICU-Index keyed - the index's record numbers
      *      are positions in it.  Assigned through Input-File-Name,
      *      see Delta-Control-Read-sec.
             Select Optional Input-File
                    Assign to Input-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Delta Mode Control Card  -------------------
             Select Optional Delta-Control-File
                    Assign to "ICU_Pipeline_Delta.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Collation-Key Index File  ----------------
             Select Optional Index-File
                    Assign to "ICU_Search_Index.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Privacy Audit File  ----------------------
      *      Permanent - opened Extend, never rewritten.
             Select Optional Audit-File
                    Assign to "ICU_Inquiry_Audit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Normalization Mode Control Card  ----------
             Select Optional Norm-Mode-Control-File
                    Assign to "ICU_Norm_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Codepage Control Card  --------------------
             Select Optional Codepage-Control-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Search Codepage Control Card  -------------
      *      ICU-Index's own card - the probe is converted the way
      *      the index keys were.
             Select Optional Search-Codepage-Control-File
                    Assign to "ICU_Search_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Type Group Control Card  ---------
      *      The same card ICU-MastLoad reads.
             Select Optional Group-Control-File
                    Assign to "ICU_Group_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ ICU DLL / Version Control Card  -----------
             Select Optional Version-Control-File
                    Assign to "ICU_Norm_Version.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Collation DLL Control Card  --------------
      *      ICU-Index's own card - the collator that keys the
      *      probe must be the one that keyed the index.
             Select Optional Search-Version-Control-File
                    Assign to "ICU_Search_Version.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Locale Control Card  -----------------
             Select Optional Locale-Control-File
                    Assign to "ICU_Search_Locale.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Inquiry_log.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
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
      *   Same layout ICU-MastLoad writes.
       FD Master-File.
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
       FD Input-File
                       Record  varying from 1 to  80 characters.
         01 Input-Record                   pic X(80).
       FD Index-File
                       Record  varying from 12 to  74 characters.
         01 Index-Record                   pic X(74).
      *   One line per inquiry or page shown.  The key is the name
      *   as typed for an inquiry, the first name on the page for a
      *   browse - what the operator was shown, not only what was
      *   asked for.
       FD Audit-File
                       Record contains 128 characters.
         01 Audit-Record.
           03  Audit-Date                  pic X(8).
           03  Filler                      pic X value space.
           03  Audit-Time                  pic X(6).
           03  Filler                      pic X value space.
           03  Audit-User                  pic X(12).
           03  Filler                      pic X value space.
           03  Audit-Action                pic X(8).
           03  Filler                      pic X value space.
           03  Audit-Result                pic X(9).
           03  Filler                      pic X value space.
           03  Audit-Key                   pic X(80).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Norm-Mode-Control-File.
         01 Norm-Mode-Control-Record        pic X(8).
       FD Codepage-Control-File.
         01 Codepage-Control-Record         pic X(32).
       FD Search-Codepage-Control-File.
         01 Search-Codepage-Control-Record  pic X(32).
       FD Group-Control-File.
         01 Group-Control-Record            pic X(1).
       FD Version-Control-File.
         01 Version-Control-Record.
           03  Control-DLL-Name            pic X(23).
           03  Control-Version-Suffix      pic X(10).
       FD Search-Version-Control-File.
         01 Search-Version-Control-Record.
           03  Control-Conv-DLL-Name        pic X(23).
           03  Control-Coll-DLL-Name        pic X(23).
           03  Filler                       pic X(10).
       FD Locale-Control-File.
         01 Locale-Control-Record           pic X(32).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
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
       01  Input-Read-Flag                 pic 9    value 0.
       01  Index-Read-Flag                 pic 9    value 0.
       01  Index-Header-Seen-sw            pic 9    value 0.
       01  Audit-Write-Flag                pic 9    value 0.
       01  Master-Found-sw                 pic 9    value 0.
       01  Reject-Record-sw                pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
      * ------------------ Dynamic input file name  --------------------
       01  Input-File-Name         pic X(64) value
                                             "ICU_Norm_Output.txt".
      * ------------------ Control totals  ---------------------------
       01  Count-Inquiries                  pic 9(9) Binary value 0.
       01  Count-Found                      pic 9(9) Binary value 0.
       01  Count-Not-Found                  pic 9(9) Binary value 0.
       01  Count-Pages                      pic 9(9) Binary value 0.
       01  Count-Audit-Write                pic 9(9) Binary value 0.
       01  Current-Run-Date                 pic X(8).
      * ------------------ Session control  ----------------------------
       01  Session-End-sw                   pic 9    value 0.
       01  Operator-Id                      pic X(12) value SPACES.
      *   One command line: the verb in column 1, the name from
      *   column 3 - the layout of ICU-Maint's transaction name.
       01  Inquiry-Command                     pic X(80).
       01  Filler Redefines Inquiry-Command.
           03  Command-Verb                 pic X(1).
           03  Filler                       pic X(1).
           03  Command-Name                 pic X(70).
           03  Filler                       pic X(8).
       01  Audit-Action-Work                pic X(8).
       01  Audit-Result-Work                pic X(9).
       01  Audit-Key-Work                   pic X(80).
       01  Audit-Time-Work                  pic X(8).
      * ------------------ Browse table  -------------------------------
      *   The browse population in collation order: one entry per
      *   index line, the master position it points at and the key
      *   prefix ICU-Index wrote for it.  The names themselves come
      *   from the master file the index was built over.
       77  BROWSE-TABLE-MAX-ENTRIES        pic 9(9) value 40000.
       77  BROWSE-PAGE-LINES               pic 9(4) Binary value 15.
       77  INDEX-KEY-PREFIX-BYTES          pic 99   value 32.
       01  Browse-Active-sw                pic 9    value 0.
       01  Index-Entry-Count               pic 9(9) Binary value 0.
       01  Index-Line-Count                pic 9(9) Binary value 0.
       01  Index-Master-Count              pic 9(9) value 0.
       01  Name-Entry-Count                pic 9(9) Binary value 0.
       01  Index-Key-Table.
           03  Index-Item                  occurs 40000.
             05  Index-Record-Number       pic 9(9) Binary.
             05  Index-Key-Prefix          pic X(32).
       01  Name-Table.
           03  Name-Item                   pic X(80) occurs 40000.
       01  Browse-Top                      pic 9(9) Binary value 0.
       01  Browse-Sub                      pic 9(9) Binary.
       01  Browse-Last                     pic 9(9) Binary.
       01  Browse-Found-sw                 pic 9.
       01  Browse-Print.
           03  Browse-Print-Position        pic Z(8)9.
           03  Filler                      pic X(2) value spaces.
           03  Browse-Print-Stamp           pic X(8).
           03  Filler                      pic X(2) value spaces.
           03  Browse-Print-Name            pic X(59).
      *   One index line, reparsed under the two layouts.
       01  Index-Line-Buffer               pic X(74).
       01  Filler Redefines Index-Line-Buffer.
           03  Index-Line-Tag              pic X(3).
           03  Index-Line-Header-Count     pic 9(9).
           03  Filler                      pic X(62).
       01  Filler Redefines Index-Line-Buffer.
           03  Index-Line-Number           pic 9(9).
           03  Filler                      pic X.
           03  Index-Line-Key-Hex          pic X(64).
      *   Hex decoding - two digits to one key byte, built in the
      *   low-order byte of a big-endian halfword.
       01  Hex-Digit                       pic X.
       01  Hex-Digit-Value                 pic 9(4) Binary.
       01  Hex-Parse-Ok-sw                 pic 9.
       01  Hex-Byte-Builder                pic 9(4) Binary.
       01  Filler Redefines Hex-Byte-Builder.
           03  Filler                      pic X.
           03  Hex-Byte-Value              pic X.
       01  Hex-Sub                         pic 99   Binary.
       01  Index-Key-Work                  pic X(32).
       01  Filler Redefines Index-Key-Work.
           03  Index-Key-Work-Byte         pic X occurs 32.
      * ------------------ Sort key work  -------------------------------
       77  SORT-KEY-CAPACITY               pic 9(9) Binary value 512.
       01  Sort-Key-Work                   pic X(512).
       01  Sort-Key-Length                 pic S9(9) Binary.
       01  Probe-Key-Prefix                pic X(32).
      * ------------------ Normalized name work fields  ---------------
      *   Normalize-Name-sec works through these: the raw name in,
      *   the normalized master key out - as in ICU-Maint.
       01  Normalize-Work-Name              pic X(70).
       01  Normalize-Work-Result            pic X(80).
      * ---------------------- Input / Output Buffers  -----------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(70).
       01  Output-Buffer.
           03  Output-Buffer-String        pic X(80).
      *   The normalized key padded to the master record width - the
      *   form ICU-Index converted when it keyed the master.
       01  Probe-Buffer.
           03  Probe-Buffer-String         pic X(80).
       01  Name-Buffer.
           03  Name-Buffer-String          pic X(80).
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      *-------------------- Libraries / DLLs Variables  ----------------
       01  DLL-Name                      pic X(23) value Z"ICUUC20.DLL".
       01  DLL-Coll-Name                 pic X(23) value Z"ICUIN20.DLL".
       01  DLL-Handle                      pic 9(9) Binary.
       01  DLL-Coll-Handle                 pic 9(9) Binary.
      *-------------------------  API   Variables ----------------------
       01  API-Name                        pic X(80).
       01  API-Pointer                     Usage is Procedure-Pointer.
       01  ICU-VERSION-SUFFIX              pic X(10) value Z"_2_0".
      *--------------------  Collation Variables ----------------------
      *   Primary strength - the strength ICU-Index keyed at.
       01  Collator-Loc                    pic X(32) value Z"he".
       01  Collator-Pointer                pic S9(9) Binary.
      *-------------- Ported from ucol.h -------------------------------
      *    UCOL_PRIMARY = 0
         77  UCOL-PRIMARY                  pic 9(9)  Binary value 0.
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
       01  Unicode-Input-Buffer.
           03  UIB-String                  pic X(160).
             03  Filler Redefines UIB-String.
               05  UIB-Array               pic 9(4) Binary occurs  80.
      *    --- UTF-16 - UNICODE Format - Destination buffer ------------
      *                            UChar *result,
       01  Unicode-Output-Buffer.
           03  UOB-String                  pic X(160).
             03  Filler Redefines UOB-String.
               05  UOB-Array               pic  9(4) Binary occurs  80.
       01  Text-Length                     pic S9(9) Binary.
       01  U-Text-Length                   pic S9(9) Binary value   80.
       01  destCapacity                    pic  9(9) Binary value   80.
       01  U-destCapacity                  pic  9(9) Binary value   80.
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
      *   and override behavior as ICU-Maint's Norm-Mode-Read-sec.
       01  Configured-Norm-Mode            pic 9     Binary value 2.
      *-------------------  Conversion  Variables ----------------------
       01  CODEPAGE-Name               pic X(32) value Z"UTF-8".
       01  Converter-Pointer               pic S9(9) Binary.
      *   The browse probe's converter, under ICU-Index's card.
       01  Search-Codepage-Name        pic X(32) value Z"UTF-8".
       01  Search-Converter-Pointer        pic S9(9) Binary.
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
      *   The terminal belongs to the operator - debugging goes to
      *   the log only; errors still display.
           Move    0 to Debug-Display-sw.
           Move    1 to Debug-Write-Sw.
           Accept  Run-Start-Date from DATE YYYYMMDD.
           Accept  Run-Start-Time from TIME.
           Perform Debug-Open-sec.
           Move ">>> Program: ICU-Inquiry - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Delta-Control-Read-sec.
           Perform Norm-Mode-Read-sec.
           Perform Codepage-Read-sec.
           Perform Search-Codepage-Read-sec.
           Perform Group-Read-sec.
           Perform Version-Read-sec.
           Perform Search-Version-Read-sec.
           Perform Locale-Read-sec.
      *
           Perform Load-DLL-sec.
           Perform Load-DLL-Coll-sec.
           Perform Open-Unicode-Converter-sec.
           Perform Open-Search-Converter-sec.
           Perform Open-Unicode-Collator-sec.
      *
           Perform Audit-Open-sec.
           Perform Master-Open-sec.
           Perform Names-Load-sec.
           Perform Index-Load-sec.
           Perform Operator-Identify-sec.
      *
           Display "ICU name master inquiry - operator " Operator-Id.
           Display "  I <name>  inquire     F  page forward"
                   "     B  page back     Q  quit".
           Perform Inquiry-Session-sec
                   until Session-End-sw = 1.
      *
           Perform Master-Close-sec.
           Perform Audit-Close-sec.
           Perform Close-Unicode-Collator-sec.
           Perform Close-Search-Converter-sec.
           Perform Close-Unicode-Converter-sec.
           Perform Free-DLL-sec.
           Perform Free-DLL-Coll-sec.
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   A clean completion hands the scheduler return code zero -
      *   every operator stop above leaves 8 instead.
           Move    0 to Return-Code.
           Goback.
      *
      *================= Inquiry Session Loop ==========================
      *
       Inquiry-Session-sec section.
       Inquiry-Session.
           Move    SPACES to Inquiry-Command.
           Display "INQUIRY> " with no advancing.
           Accept  Inquiry-Command.
           Evaluate Command-Verb
             When "I"  When "i"
               Perform Inquire-Name-sec
             When "F"  When "f"
               Perform Browse-Forward-sec
             When "B"  When "b"
               Perform Browse-Backward-sec
             When "Q"  When "q"
               Move 1 to Session-End-sw
             When SPACE
               Move 1 to Session-End-sw
             When Other
               Display "  Unknown command - use I, F, B or Q"
           End-evaluate.
       Inquiry-Session-ex.
           Exit.
      *
      *================= Keyed Inquiry =================================
      *
       Inquire-Name-sec section.
       Inquire-Name.
           Add     1 to Count-Inquiries.
           Move    "INQUIRE"    to Audit-Action-Work.
           Move    Command-Name to Audit-Key-Work.
           IF  Command-Name = SPACES
             Display "  No name keyed"
             Move    "NONAME"   to Audit-Result-Work
             Perform Audit-Write-sec
             Go to Inquire-Name-ex
           End-if.
           Move    Command-Name to Normalize-Work-Name.
           Perform Normalize-Name-sec.
           IF  Reject-Record-sw = 1
             Display "  Name cannot be normalized - "
                     "illegal characters for the codepage"
             Move    "ILLEGAL"  to Audit-Result-Work
             Perform Audit-Write-sec
             Go to Inquire-Name-ex
           End-if.
           Move    Normalize-Work-Result to Master-Name.
           Perform Master-Read-sec.
      *   ICU-Maint keys the name itself; a group-mode load keys the
      *   whole "N" record - both are tried.
           IF  Master-Found-sw = 0
           and Group-Mode-sw = 1
             Move    SPACES                to Master-Name
             Move    "N"                   to Master-Name (1 : 1)
             Move    Normalize-Work-Result (1 : 79)
                                           to Master-Name (2 : 79)
             Perform Master-Read-sec
           End-if.
           IF  Master-Found-sw = 1
             Add     1 to Count-Found
             Move    "FOUND"    to Audit-Result-Work
             Display "  Master name ...: " Master-Name
             Display "  Stamp date ....: " Master-Stamp-Date
           Else
             Add     1 to Count-Not-Found
             Move    "NOTFOUND" to Audit-Result-Work
             Display "  Not on master .: " Normalize-Work-Result
           End-if.
           Perform Audit-Write-sec.
      *   Browse from where the name stands (or would stand) in
      *   collation order.
           IF  Browse-Active-sw = 1
             Perform Sort-Key-Build-sec
             Perform Browse-Locate-sec
             Perform Browse-Page-sec
           End-if.
       Inquire-Name-ex.
           Exit.
      *
      *================= Collation-Order Browse ========================
      *
       Browse-Locate-sec section.
       Browse-Locate.
      *   First index entry whose key prefix is not below the probe -
      *   the keys are in collation order, so a byte compare of the
      *   binary sort keys is a collation compare.
           Move 0 to Browse-Found-sw.
           Perform Browse-Locate-Step-sec
                   Varying Browse-Sub FROM 1 by 1
                   until   Browse-Sub > Index-Entry-Count
                        or Browse-Found-sw = 1.
           IF  Browse-Found-sw = 1
             Compute Browse-Top = Browse-Sub - 1
           Else
             Move    Index-Entry-Count to Browse-Top
           End-if.
       Browse-Locate-ex.
           Exit.
      *
       Browse-Locate-Step-sec section.
       Browse-Locate-Step.
           IF  Index-Key-Prefix (Browse-Sub) Not < Probe-Key-Prefix
             Move 1 to Browse-Found-sw
           End-if.
       Browse-Locate-Step-ex.
           Exit.
      *
       Browse-Forward-sec section.
       Browse-Forward.
           IF  Browse-Active-sw = 0
             Display "  Browse not available - index stale or missing"
             Go to Browse-Forward-ex
           End-if.
           IF  Browse-Top = 0
             Move 1 to Browse-Top
           Else
             IF  Browse-Top + BROWSE-PAGE-LINES Not > Index-Entry-Count
               Add BROWSE-PAGE-LINES to Browse-Top
             Else
               Display "  End of master"
             End-if
           End-if.
           Perform Browse-Page-sec.
       Browse-Forward-ex.
           Exit.
      *
       Browse-Backward-sec section.
       Browse-Backward.
           IF  Browse-Active-sw = 0
             Display "  Browse not available - index stale or missing"
             Go to Browse-Backward-ex
           End-if.
           IF  Browse-Top > BROWSE-PAGE-LINES
             Subtract BROWSE-PAGE-LINES from Browse-Top
           Else
             IF  Browse-Top Not > 1
               Display "  Start of master"
             End-if
             Move 1 to Browse-Top
           End-if.
           Perform Browse-Page-sec.
       Browse-Backward-ex.
           Exit.
      *
       Browse-Page-sec section.
       Browse-Page.
           IF  Index-Entry-Count = 0
             Display "  Master is empty"
             Go to Browse-Page-ex
           End-if.
           IF  Browse-Top < 1
             Move 1 to Browse-Top
           End-if.
           IF  Browse-Top > Index-Entry-Count
             Move Index-Entry-Count to Browse-Top
           End-if.
           Compute Browse-Last = Browse-Top + BROWSE-PAGE-LINES - 1.
           IF  Browse-Last > Index-Entry-Count
             Move Index-Entry-Count to Browse-Last
           End-if.
           Add     1 to Count-Pages.
           Display "  Position   Stamp     Name".
           Perform Browse-Line-sec
                   Varying Browse-Sub FROM Browse-Top by 1
                   until   Browse-Sub > Browse-Last.
      *   The audit names the first line shown - with the position
      *   it pins down the whole page.
           Move    "BROWSE"    to Audit-Action-Work.
           Move    "PAGE"      to Audit-Result-Work.
           Move    Name-Item (Index-Record-Number (Browse-Top))
                               to Audit-Key-Work.
           Perform Audit-Write-sec.
       Browse-Page-ex.
           Exit.
      *
       Browse-Line-sec section.
       Browse-Line.
           Move    Name-Item (Index-Record-Number (Browse-Sub))
                                      to Master-Name.
           Perform Master-Read-sec.
           Move    SPACES             to Browse-Print.
           Move    Index-Record-Number (Browse-Sub)
                                      to Browse-Print-Position.
           IF  Master-Found-sw = 1
             Move  Master-Stamp-Date  to Browse-Print-Stamp
           Else
             Move  "--------"         to Browse-Print-Stamp
           End-if.
           IF  Group-Mode-sw = 1
             Move  Name-Item (Index-Record-Number (Browse-Sub)) (2 : 79)
                                      to Browse-Print-Name
           Else
             Move  Name-Item (Index-Record-Number (Browse-Sub))
                                      to Browse-Print-Name
           End-if.
           Display "  " Browse-Print.
       Browse-Line-ex.
           Exit.
      *
      *================= Normalize One Name ============================
      *
       Normalize-Name-sec section.
       Normalize-Name.
      *   ICU-Maint's Normalize-Name-sec, call for call - a name keyed
      *   here lands on the key ICU-Maint would have filed it under.
           Move    0                   to Reject-Record-sw.
           Move    SPACES              to Input-Buffer.
           Move    Normalize-Work-Name to Input-Buffer-String.
           Compute Text-Length = Function Length (Input-Buffer).
           Perform Convert-to-Unicode-sec.
           IF  Reject-Record-sw = 0
             Perform Normalization-sec
           End-if.
           IF  Reject-Record-sw = 0
             Perform Convert-from-Unicode-sec
             INSPECT Output-Buffer replacing all X"00" by SPACE
             Move    Output-Buffer-String to Normalize-Work-Result
           Else
             Move    SPACES               to Normalize-Work-Result
           End-if.
       Normalize-Name-ex.
           Exit.
      *
      *--------- Build the probe's collation sort key ------------------
       Sort-Key-Build-sec section.
       Sort-Key-Build.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucol_getSortKey(
      *                         const UCollator * coll,
      *                         const UChar * source,
      *                         int32_t sourceLength,
      *                         uint8_t * result,
      *                         int32_t resultLength )
      *   The normalized key at the full master record width, keyed
      *   the way ICU-Index keyed every master record.
      *   In group mode the index keyed the whole "N" record.
           Move    SPACES                to Probe-Buffer.
           IF  Group-Mode-sw = 1
             Move  "N"                   to Probe-Buffer-String (1 : 1)
             Move  Normalize-Work-Result (1 : 79)
                                         to Probe-Buffer-String (2 : 79)
           Else
             Move  Normalize-Work-Result to Probe-Buffer-String
           End-if.
           Compute Text-Length = Function Length (Probe-Buffer).
           STRING "ucnv_toUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value     Search-Converter-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-destCapacity
                                  by reference Probe-Buffer
                                  by value     Text-Length
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
           STRING "ucol_getSortKey" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Move    LOW-VALUES           to Sort-Key-Work.
           Call API-Pointer using by value     Collator-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-Text-Length
                                  by reference Sort-Key-Work
                                  by value     SORT-KEY-CAPACITY
                                  Returning    Sort-Key-Length.
           Move    Sort-Key-Work (1 : 32) to Probe-Key-Prefix.
       Sort-Key-Build-ex.
           Exit.
      *
      *================= Operator Identification =======================
      *
       Operator-Identify-sec section.
       Operator-Identify.
      *   The signed-on user from the environment; an operator at a
      *   terminal without one is asked - the audit is never written
      *   against a blank id.
           Move    SPACES          to Operator-Id.
           Display "USERNAME"      upon Environment-Name.
           Accept  Operator-Id     from Environment-Value.
           IF  Operator-Id = SPACES
             Display "Operator id: " with no advancing
             Accept  Operator-Id
           End-if.
           IF  Operator-Id = SPACES
             Move "Operator id required - inquiry ends"
                                       to Debug-Text
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move    "Operator id ----------------:" to Debug-Text.
           Move    Operator-Id                      to Debug-Value.
           Perform Debug-Display-sec.
       Operator-Identify-ex.
           Exit.
      *
      *================= Browse Names (master positions) ===============
      *
       Names-Load-sec section.
       Names-Load.
      *   Data records only, HDR/TRL skipped - the numbering
      *   ICU-Index gave its lines.  In group mode that numbering
      *   counts the "A" records too, so they are loaded here and
      *   left out of the browse as the index is loaded.
           Move 0    to Name-Entry-Count.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Input-Read-Flag
             Perform Names-Load-Read-sec
                     until Input-Read-Flag = 0
             Close Input-File
           End-if.
           Move    "Master names loaded --------:" to Debug-Text.
           Move    Name-Entry-Count                 to Debug-Value.
           Perform Debug-Display-sec.
       Names-Load-ex.
           Exit.
      *
       Names-Load-Read-sec section.
       Names-Load-Read.
           Move  SPACES to Name-Buffer.
           Read  Input-File  into  Name-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 IF  Name-Buffer-String (1 : 3) Not = "HDR"
                 and Name-Buffer-String (1 : 3) Not = "TRL"
                   Add  1 to Name-Entry-Count
                   IF  Name-Entry-Count Not > BROWSE-TABLE-MAX-ENTRIES
                     Move Name-Buffer-String
                                  to Name-Item (Name-Entry-Count)
                   End-if
                 End-if
           End-read.
       Names-Load-Read-ex.
           Exit.
      *
      *================= Collation-Key Index ===========================
      *
       Index-Load-sec section.
       Index-Load.
      *   The index stands only when its header count equals the
      *   master's data-record count - anything else means the
      *   master moved since the build and the positions cannot be
      *   trusted.  Keyed inquiry does not need it.
           Move 0    to Browse-Active-sw.
           Move ZERO to File-Status-Flag.
           Open Input Index-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Index-Read-Flag
             Move 0 to Index-Header-Seen-sw
             Perform Index-Load-Read-sec
                     until Index-Read-Flag = 0
                        or Index-Entry-Count
                                   = BROWSE-TABLE-MAX-ENTRIES
             Close Index-File
             IF  Index-Header-Seen-sw = 1
             and Index-Master-Count = Name-Entry-Count
             and Index-Line-Count = Name-Entry-Count
               Move 1 to Browse-Active-sw
             Else
               Move "Index stale or short - no browse"
                                         to Debug-Text
               Move 1                    to Error-Display-sw
               Perform Debug-Display-sec
             End-if
           Else
             Move "No index file - no browse"
                                       to Debug-Text
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
           Move    "Index entries loaded -------:" to Debug-Text.
           Move    Index-Entry-Count                to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Browse active (1=Y) --------:" to Debug-Text.
           Move    Browse-Active-sw                 to Debug-Value.
           Perform Debug-Display-sec.
       Index-Load-ex.
           Exit.
      *
       Index-Load-Read-sec section.
       Index-Load-Read.
      *   An entry pointing outside the loaded names is dropped, so
      *   the counts disagree and the browse stands down.
           Move  SPACES to Index-Line-Buffer.
           Read  Index-File  into  Index-Line-Buffer
               at End  Move 0 to Index-Read-Flag
               not at End
                 IF  Index-Line-Tag = "IDX"
                   Move 1 to Index-Header-Seen-sw
                   IF  Index-Line-Header-Count Numeric
                     Move Index-Line-Header-Count
                             to Index-Master-Count
                   End-if
                 Else
                   IF  Index-Line-Number Numeric
                   and Index-Line-Number > 0
                   and Index-Line-Number Not > Name-Entry-Count
                     Add     1 to Index-Line-Count
                   End-if
      *            An address record is not a name to browse.
                   IF  Group-Mode-sw = 1
                   and Index-Line-Number Numeric
                   and Index-Line-Number > 0
                   and Index-Line-Number Not > Name-Entry-Count
                   and Name-Item (Index-Line-Number) (1 : 1) Not = "N"
                     Move 0 to Index-Line-Number
                   End-if
                   IF  Index-Line-Number Numeric
                   and Index-Line-Number > 0
                   and Index-Line-Number Not > Name-Entry-Count
                     Add     1 to Index-Entry-Count
                     Perform Hex-Decode-sec
                     Move    Index-Line-Number
                          to Index-Record-Number (Index-Entry-Count)
                     Move    Index-Key-Work
                          to Index-Key-Prefix (Index-Entry-Count)
                   End-if
                 End-if
           End-read.
       Index-Load-Read-ex.
           Exit.
      *
       Hex-Decode-sec section.
       Hex-Decode.
           Move 1          to Hex-Parse-Ok-sw.
           Move LOW-VALUES to Index-Key-Work.
           Perform Hex-Decode-One-sec
                   Varying Hex-Sub  FROM 1 by 1
                   until   Hex-Sub  > INDEX-KEY-PREFIX-BYTES.
       Hex-Decode-ex.
           Exit.
      *
       Hex-Decode-One-sec section.
       Hex-Decode-One.
           Move 0 to Hex-Byte-Builder.
           Move Index-Line-Key-Hex (Hex-Sub * 2 - 1 : 1) to Hex-Digit.
           Perform Hex-Digit-sec.
           Compute Hex-Byte-Builder = Hex-Digit-Value * 16.
           Move Index-Line-Key-Hex (Hex-Sub * 2 : 1)     to Hex-Digit.
           Perform Hex-Digit-sec.
           Add  Hex-Digit-Value to Hex-Byte-Builder.
           Move Hex-Byte-Value  to Index-Key-Work-Byte (Hex-Sub).
       Hex-Decode-One-ex.
           Exit.
      *
       Hex-Digit-sec section.
       Hex-Digit-P.
           Evaluate Hex-Digit
             When "0"  Move  0 to Hex-Digit-Value
             When "1"  Move  1 to Hex-Digit-Value
             When "2"  Move  2 to Hex-Digit-Value
             When "3"  Move  3 to Hex-Digit-Value
             When "4"  Move  4 to Hex-Digit-Value
             When "5"  Move  5 to Hex-Digit-Value
             When "6"  Move  6 to Hex-Digit-Value
             When "7"  Move  7 to Hex-Digit-Value
             When "8"  Move  8 to Hex-Digit-Value
             When "9"  Move  9 to Hex-Digit-Value
             When "A" When "a"  Move 10 to Hex-Digit-Value
             When "B" When "b"  Move 11 to Hex-Digit-Value
             When "C" When "c"  Move 12 to Hex-Digit-Value
             When "D" When "d"  Move 13 to Hex-Digit-Value
             When "E" When "e"  Move 14 to Hex-Digit-Value
             When "F" When "f"  Move 15 to Hex-Digit-Value
             When Other
               Move 0 to Hex-Digit-Value
               Move 0 to Hex-Parse-Ok-sw
           End-evaluate.
       Hex-Digit-ex.
           Exit.
      *
      *================= Delta Mode Control Card  ======================
      *
       Delta-Control-Read-sec section.
       Delta-Control-Read.
      *   The same card icu-Pipeline.cbl reads - on a delta night the
      *   full name population ICU-Index keyed lives in the standing
      *   merged master.
           Move ZERO to File-Status-Flag.
           Open Input Delta-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Delta-Control-File
                 at End  Continue
                 not at End
                   IF Delta-Control-Record = "Y" or "y"
                     Move "ICU_Delta_Master.txt" to Input-File-Name
                   End-if
             End-read
             Close Delta-Control-File
           End-if.
           Move    "Master input file ----------:" to Debug-Text.
           Move    Input-File-Name (1 : 35)         to Debug-Value.
           Perform Debug-Display-sec.
       Delta-Control-Read-ex.
           Exit.
      *
      *============== Normalization Mode Control Card  ==================
      *
       Norm-Mode-Read-sec section.
       Norm-Mode-Read.
      *    Configured-Norm-Mode defaults to UNORM-NFD above, and the
      *    card overrides it, exactly as in ICU-Maint.
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
      *    exactly as in ICU-Maint.
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
      *============== Search Codepage Control Card  ====================
      *
       Search-Codepage-Read-sec section.
       Search-Codepage-Read.
      *    Search-Codepage-Name defaults to UTF-8 and the card
      *    overrides it, exactly as in ICU-Index.
           Move ZERO to File-Status-Flag.
           Open Input Search-Codepage-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Search-Codepage-Control-File
                 at End  Continue
                 not at End
                   IF Search-Codepage-Control-Record Not = SPACES
                     Move   SPACES to Search-Codepage-Name
                     STRING Search-Codepage-Control-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Search-Codepage-Name
                   End-if
             End-read
             Close Search-Codepage-Control-File
           End-if.
           Move    "Search codepage ------------:" to Debug-Text.
           Move    Search-Codepage-Name             to Debug-Value.
           Perform Debug-Display-sec.
       Search-Codepage-Read-ex.
           Exit.
      *
      *================= Record-Type Group Control Card  ===============
      *
       Group-Read-sec section.
       Group-Read.
      *   In group mode a name is an "N" record and its addresses the
      *   "A" records that follow it.
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
      *============== ICU DLL / Version Control Cards  ==================
      *
       Version-Read-sec section.
       Version-Read.
      *    DLL-Name / ICU-VERSION-SUFFIX default to ICU 2.0 above; the
      *    normalization card ICU-Maint reads overrides them.
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
       Search-Version-Read-sec section.
       Search-Version-Read.
      *    Only the collation DLL is taken from ICU-Index's card - the
      *    converter and suffix stay with the normalization card.
           Move ZERO to File-Status-Flag.
           Open Input Search-Version-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Search-Version-Control-File
                 at End  Continue
                 not at End
                   IF Control-Coll-DLL-Name Not = SPACES
                     Move Control-Coll-DLL-Name  to DLL-Coll-Name
                   End-if
             End-read
             Close Search-Version-Control-File
           End-if.
           Move    "Coll DLL name --------------:" to Debug-Text.
           Move    DLL-Coll-Name                    to Debug-Value.
           Perform Debug-Display-sec.
       Search-Version-Read-ex.
           Exit.
      *
       Locale-Read-sec section.
       Locale-Read.
      *   The same card and default as ICU-Index - a probe keyed under
      *   a different locale than the index would land anywhere.
           Move ZERO to File-Status-Flag.
           Open Input Locale-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Locale-Control-File
                 at End  Continue
                 not at End
                   IF Locale-Control-Record Not = SPACES
                     Move   SPACES to Collator-Loc
                     STRING Locale-Control-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Collator-Loc
                   End-if
             End-read
             Close Locale-Control-File
           End-if.
           Move    "Browse locale --------------:" to Debug-Text.
           Move    Collator-Loc                     to Debug-Value.
           Perform Debug-Display-sec.
       Locale-Read-ex.
           Exit.
      *
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
       Load-DLL-Coll-sec section.
       Load-DLL-Coll.
           Move    "Call :    LoadLibraryA" to Debug-Text.
           Move    DLL-Coll-Name            to Debug-Value.
           Perform Debug-Display-sec.
      *
           Call    "LoadLibraryA"  using by reference  DLL-Coll-Name
                                   Returning           DLL-Coll-Handle.
           IF DLL-Coll-Handle = ZEROS
              Move     "Couldn't load "    to Debug-Text
              Move     DLL-Coll-Name       to Debug-Value
              Move     1                   to Error-Display-sw
              Perform  Debug-Display-sec
              Move
            "Check that your PATH includes the directory with the DLLs."
                                           to Debug-Buffer
              Move     1                   to Error-Display-sw
              Perform  Debug-Display-sec
              Move     8 to Return-Code
              Stop Run.
       Load-DLL-Coll-ex.
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
       Free-DLL-Coll-sec section.
       Free-DLL-Coll.
           Move    "Call :    FreeLibrary" to Debug-Text.
           Move    DLL-Coll-Name           to Debug-Value
           Perform Debug-Display-sec
           Call    "FreeLibrary"        using DLL-Coll-Handle.
       Free-DLL-Coll-ex.
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
       Get-API-Coll-Pointer-sec section.
       Get-API-Coll-Pointer.
           Move    "Call API Function :" to Debug-Text.
           Move    API-Name              to Debug-Value.
           Perform Debug-Display-sec.
           Call    "GetProcAddress" using by value DLL-Coll-Handle
                                       by reference API-Name
                                       Returning API-Pointer.
           IF API-Pointer = NULL
              Move     "The following API was not found in DLL:"
                                         to Debug-Text
              Move     API-Name          to Debug-Value
              Move     1                 to Error-Display-sw
              Perform  Debug-Display-sec
              Move     8 to Return-Code
              Stop Run.
       Get-API-Coll-Pointer-ex.
           Exit.
      *
       Check-Call-to-API-sec section.
       Check-Call-to-API.
      *   Any failure rejects the keyed name - an inquiry answered
      *   from a half-converted key would mislead the operator.
           IF U-FAILURE
              Move     Error-Line  to  Debug-Text
              Move     UErrorCode  to  Debug-Value
              Move     1           to  Error-Display-sw
              Perform  Debug-Display-sec
              Move     1           to  Reject-Record-sw
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
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
      *
           Call API-Pointer using by reference CODEPAGE-Name
                                  by reference UErrorCode
                                  Returning Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Unicode-Converter-ex.
           Exit.
      *
       Open-Search-Converter-sec section.
       Open-Search-Converter.
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
      *
           Call API-Pointer using by reference Search-Codepage-Name
                                  by reference UErrorCode
                                  Returning Search-Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Search-Converter-ex.
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
           STRING "unorm_normalize" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Move 0          to Norm-Options.
      *         0          no options defined
           Move Configured-Norm-Mode      to UNormalizationMode.
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
           STRING "ucnv_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Unicode-Converter-ex.
           Exit.
      *
       Close-Search-Converter-sec section.
       Close-Search-Converter.
           STRING "ucnv_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value Search-Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Search-Converter-ex.
           Exit.
      *
      *================== Collation APIs  ==============================
      *
       Open-Unicode-Collator-sec section.
       Open-Unicode-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI UCollator* U_EXPORT2  ucol_open(
      *                         const char * loc,
      *                         UErrorCode * status )
      *   U_CAPI void U_EXPORT2  ucol_setStrength(
      *                         UCollator * coll,
      *                         UCollationStrength strength )
      *   Primary strength - the strength ICU-Index keyed at.
           STRING "ucol_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by reference Collator-Loc
                                  by reference UErrorCode
                                  Returning    Collator-Pointer.
           Perform Check-Call-to-API-sec.
           STRING "ucol_setStrength" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by value Collator-Pointer
                                  by value UCOL-PRIMARY.
       Open-Unicode-Collator-ex.
           Exit.
      *
       Close-Unicode-Collator-sec section.
       Close-Unicode-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI void  U_EXPORT2  ucol_close( UCollator * coll )
           STRING "ucol_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by value Collator-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Unicode-Collator-ex.
           Exit.
      *
      *========================  Indexed Name Master  ==================
      *
       Master-Open-sec section.
       Master-Open.
           Move ZERO to File-Status-Flag.
           Open Input Master-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "Master File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Master-Open-ex.
           Exit.
      *
       Master-Read-sec section.
       Master-Read.
      *   Keyed read - Master-Name carries the key.
           Move 0 to Master-Found-sw.
           Read Master-File
               invalid key      Continue
               not invalid key  Move 1 to Master-Found-sw
           End-read.
       Master-Read-ex.
           Exit.
      *
       Master-Close-sec section.
       Master-Close.
           Close Master-File.
       Master-Close-ex.
           Exit.
      *
      *========================  Privacy Audit File  ===================
      *
       Audit-Open-sec section.
       Audit-Open.
      *   No inquiry without its audit trail - an open failure stops
      *   before the master is opened.
           Move ZERO to File-Status-Flag.
           Open Extend Audit-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Audit-Write-Flag
           Else
             Move     0                to Audit-Write-Flag
             Move "Audit File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Audit-Open-ex.
           Exit.
      *
       Audit-Write-sec section.
       Audit-Write.
           Move    SPACES             to Audit-Record.
           Move    Current-Run-Date   to Audit-Date.
           Accept  Audit-Time-Work    from TIME.
           Move    Audit-Time-Work (1 : 6) to Audit-Time.
           Move    Operator-Id        to Audit-User.
           Move    Audit-Action-Work  to Audit-Action.
           Move    Audit-Result-Work  to Audit-Result.
           Move    Audit-Key-Work     to Audit-Key.
           IF  Audit-Write-Flag = 1
             Write Audit-Record
             Add   1 to Count-Audit-Write
           End-if.
       Audit-Write-ex.
           Exit.
      *
       Audit-Close-sec section.
       Audit-Close.
           IF  Audit-Write-Flag = 1
             Close Audit-File
           End-if.
       Audit-Close-ex.
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
           Move    "Inquiries  ----------------:" to Debug-Text.
           Move    Count-Inquiries       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Found on master  ----------:" to Debug-Text.
           Move    Count-Found           to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Not found  ----------------:" to Debug-Text.
           Move    Count-Not-Found       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Browse pages shown  -------:" to Debug-Text.
           Move    Count-Pages           to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Audit records written  ----:" to Debug-Text.
           Move    Count-Audit-Write     to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *
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
           Move "ICU-Inquiry"         to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Inquiries       to History-Input-Count.
           Move Count-Found           to History-Output-Count.
           Move Count-Not-Found       to History-Reject-Count.
           Move Count-Pages           to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           Move "OK"                  to History-Status.
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
