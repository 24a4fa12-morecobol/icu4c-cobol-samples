      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Match".
      *
      * Fuzzy near-duplicate candidates with similarity scoring
      **
      * The program includes the following steps:
      * - Read the match control card "ICU_Match_Control.txt":
      *         columns 1-3 the similarity threshold (050-100,
      *         default 085), columns 4-5 the blocking prefix - how
      *         many leading bytes of the primary collation key two
      *         names must share to be compared at all (01-16,
      *         default 02)
      * - Read the normalized master "ICU_Norm_Output.txt" - the
      *         same file ICU-Dedup folds, so the record positions
      *         agree (standard HDR/TRL skipped; in group mode the
      *         "A" continuation records are counted but not
      *         compared)
      * - Convert each name (in group mode from column 2, past the
      *         record type) to UTF-16 and build its collation key
      *         under the run's collation locale at primary
      *         strength, normalization on, spaces and punctuation
      *         ignorable - case and accents drop out before any
      *         comparison
      * - Sort the names on the blocking prefix and compare every
      *         pair inside a block: an edit distance over the
      *         primary keys (insert, delete, substitute, and swap
      *         of neighbours for transposed letters), scored
      *         0-100 against the longer key
      * - Write each pair scoring at or above the threshold to the
      *         candidate file "ICU_Match_Candidates.txt": the
      *         collision report layout ICU-Dedup reads (later
      *         position, earlier position, UTF-16 text) with the
      *         score after it, under HDR MATCHCND carrying the
      *         master's business date.  ICU-Dedup always sends
      *         these pairs to its manual-review file, whatever the
      *         survivorship rule - a near match is never folded
      *         unseen
      * - Write debugging information to Display and
      *         log file "ICU_Match_log.txt"
      *
      * Names that normalize to exactly the same string are left
      * out - ICU-Norm's collision report already carries them.
      * A typo in the leading letters puts two names in different
      * blocks; the blocking prefix is the price of not comparing
      * every pair on the master.
      **
      * The following ICU APIs are used:
      *    ucnv_open
      *    ucnv_toUChars
      *    ucol_open
      *    ucol_setAttribute
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
      * ------------------- Name Master File  -----------------
             Select Optional Input-File
                    Assign to "ICU_Norm_Output.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Match Control Card  -----------------
             Select Optional Match-Control-File
                    Assign to "ICU_Match_Control.txt"
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
      * ------------------- Collation Cards  -----------------
      *      The sort stage's locale and DLL cards, and the
      *      normalization stage's output codepage card.
             Select Optional Locale-Control-File
                    Assign to "ICU_Coll_Locale.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Coll-Version-File
                    Assign to "ICU_Coll_Version.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Norm-Codepage-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Scored Candidate File  -----------------
             Select Optional Candidate-File
                    Assign to "ICU_Match_Candidates.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Blocking Sort Work File  ----------------
             Select Sort-File
                    Assign to "SORTWK1".
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Match_log.txt"
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
       FD Input-File
                       Record  varying from 1 to  80 characters.
         01 Input-Record                   pic X(80).
       FD Match-Control-File.
         01 Match-Control-Record.
           03  Control-Threshold            pic X(3).
           03  Control-Block-Bytes          pic X(2).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Locale-Control-File.
         01 Locale-Control-Record          pic X(32).
       FD Coll-Version-File.
         01 Coll-Version-Record.
           03  Control-Conv-DLL-Name        pic X(23).
           03  Control-Coll-DLL-Name        pic X(23).
           03  Control-Version-Suffix       pic X(10).
       FD Norm-Codepage-File.
         01 Norm-Codepage-Record           pic X(32).
      *   The collision report's layout (icu-Norm.cbl Collision-File)
      *   with the score behind it - ICU-Dedup reads the first 180
      *   bytes exactly as it reads the collision report.
       FD Candidate-File
                       Record  varying from 12 to 184 characters.
         01 Candidate-Record               pic X(184).
      *   Block prefix first, then master position - so the names of
      *   a block arrive together and in master order.
       SD Sort-File.
         01 Sort-Record.
           03  Sort-Block                    pic X(16).
           03  Sort-Position                 pic 9(9).
           03  Sort-Key-Units                pic 9(4).
           03  Sort-Key                      pic X(128).
           03  Sort-Text                     pic X(80).
           03  Sort-U-Text                   pic X(160).
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
       01  Sort-Return-Flag                pic 9    value 0.
       01  Candidate-Write-Flag            pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
       01  Data-Position                   pic 9(9) Binary value 0.
      * ------------------ Match settings  ------------------------------
      *   Threshold and blocking prefix - ICU_Match_Control.txt.  A
      *   lower threshold or a shorter prefix finds more and costs
      *   more: the review queue and the run time both grow.
       01  Match-Threshold                 pic 9(3) value 85.
       01  Block-Bytes                     pic 99   value 2.
      * ------------------ Block table  ---------------------------------
      *   The names of the current block, compared pairwise when the
      *   block ends.  A block past the table size is compared as far
      *   as it was loaded and the rest is warned about - a prefix
      *   that common calls for a longer blocking prefix.
       77  Block-Table-Max-Entries         pic 9(4) value 500.
       01  Block-Count                     pic 9(4) Binary value 0.
       01  Block-Table.
           03  Block-Entry                 occurs 500.
             05  Block-Position            pic 9(9).
             05  Block-Key-Units           pic 9(4) Binary.
             05  Block-Key                 pic X(128).
             05  Block-Text                pic X(80).
             05  Block-U-Text              pic X(160).
       01  Current-Block                   pic X(16).
       01  Block-Open-sw                   pic 9    value 0.
       01  Pair-I                          pic 9(4) Binary.
       01  Pair-J                          pic 9(4) Binary.
      * ------------------ Edit distance work  --------------------------
      *   Three rows of the distance matrix - the row before last is
      *   kept for the transposition step.  Column 1 is the empty
      *   prefix, so a key byte N sits in column N + 1.
       01  Key-A                           pic X(128).
       01  Key-B                           pic X(128).
       01  Len-A                           pic 9(4) Binary.
       01  Len-B                           pic 9(4) Binary.
       01  Len-Max                         pic 9(4) Binary.
       01  Len-Diff                        pic 9(4) Binary.
       01  Max-Edits                       pic 9(4) Binary.
       01  Dist-Row                        pic 9(4) Binary.
       01  Dist-Col                        pic 9(4) Binary.
       01  Dist-Cost                       pic 9(4) Binary.
       01  Dist-Best                       pic 9(4) Binary.
       01  Edit-Distance                   pic 9(4) Binary.
       01  Match-Score                     pic 9(3).
       01  Dist-Prev2-Row.
           03  Dist-Prev2                  pic 9(4) Binary occurs 129.
       01  Dist-Prev-Row.
           03  Dist-Prev                   pic 9(4) Binary occurs 129.
       01  Dist-Cur-Row.
           03  Dist-Cur                    pic 9(4) Binary occurs 129.
      * ------------------ Control totals  ---------------------------
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Names                      pic 9(9) Binary value 0.
       01  Count-Blocks                     pic 9(9) Binary value 0.
       01  Count-Block-Overflow             pic 9(9) Binary value 0.
       01  Count-Pairs-Compared             pic 9(9) Binary value 0.
       01  Count-Candidates                 pic 9(9) Binary value 0.
      * ------------------ Candidate record build  ----------------------
       01  Candidate-Build.
           03  Candidate-Index             pic 9(9).
           03  Filler                      pic X value space.
           03  Candidate-Match-Index       pic 9(9).
           03  Filler                      pic X value space.
           03  Candidate-Text              pic X(160).
           03  Filler                      pic X value space.
           03  Candidate-Score             pic 9(3).
      * ------------- Batch Header/Trailer Records  -------------------
      *   HDR MATCHCND with the master's business date - ICU-Dedup
      *   sets aside a candidate file built from another night's
      *   master, whose positions would name the wrong records.
       01  Business-Date                   pic X(8).
       01  Header-Build.
           03  Filler                      pic X(3) value "HDR".
           03  Header-Build-Id             pic X(12) value "MATCHCND".
           03  Header-Build-Date           pic X(8).
           03  Header-Build-Gen            pic 9(4).
       01  Trailer-Build.
           03  Filler                      pic X(3) value "TRL".
           03  Trailer-Build-Count         pic 9(9).
      * ------------------ Sort key work  -------------------------------
       77  SORT-KEY-CAPACITY               pic 9(9) Binary value 512.
       01  Sort-Key-Work                   pic X(512).
       01  Sort-Key-Length                 pic S9(9) Binary.
      * ---------------------- Input Buffer  ----------------------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(80).
      *   The master record as read, while its name alone goes
      *   through Input-Buffer to be keyed.
       01  Match-Record-Hold               pic X(80).
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      *-------------------- Libraries / DLLs Variables  ----------------
       01  DLL-Conv-Name                 pic X(23) value Z"ICUUC20.DLL".
       01  DLL-Coll-Name                 pic X(23) value Z"ICUIN20.DLL".
       01  DLL-Name                        pic X(23).
       01  DLL-Handle                      pic 9(9) Binary.
       01  DLL-Coll-Handle                 pic 9(9) Binary.
      *-------------------------  APIs  Variables ----------------------
       01  API-Name                        pic X(80).
       01  API-Pointer                     Usage is Procedure-Pointer.
       01  ICU-VERSION-SUFFIX              pic X(10) value Z"_2_0".
      *   The two per-record APIs are resolved once before the sort -
      *   the same economy the sort stage applies.
       01  SortKey-API-Pointer             Usage is Procedure-Pointer.
       01  ToUChars-API-Pointer            Usage is Procedure-Pointer.
      *--------------------  Conversion Variables ----------------------
      *   The master is written in the normalization stage's output
      *   codepage.
       01  Norm-Out-Codepage               pic X(32) value Z"UTF-8".
       01  Converter-Pointer               pic S9(9) Binary.
      *--------------------  Collation Variables ----------------------
       01  Collator-Loc                    pic X(32) value Z" ".
       01  Collator-Pointer                pic S9(9) Binary.
      *-------------- Ported from ucol.h -------------------------------
      *    UCOL_PRIMARY = 0
         77  UCOL-PRIMARY                  pic 9(9)  Binary value 0.
      *    UColAttribute: UCOL_ALTERNATE_HANDLING = 1,
      *                   UCOL_NORMALIZATION_MODE = 4
         77  UCOL-ALTERNATE-HANDLING       pic 9(9)  Binary value 1.
         77  UCOL-NORMALIZATION-MODE       pic 9(9)  Binary value 4.
      *    UColAttributeValue: UCOL_ON = 17, UCOL_SHIFTED = 20
         77  UCOL-ON                       pic 9(9)  Binary value 17.
         77  UCOL-SHIFTED                  pic 9(9)  Binary value 20.
      *
      *======================== ICU (Unicode) Variables  ===============
      *
      *    --- UTF-16 - UNICODE Format - Source buffer -----------------
       01  Unicode-Input-Buffer.
           03  UIB-String                  pic X(160).
       01  Text-Length                     pic S9(9) Binary value 80.
       01  U-Text-Length                   pic S9(9) Binary value 80.
       01  U-destCapacity                  pic  9(9) Binary value 80.
      *
      *-------------- Ported from utypes.h -----------------------------
      *
       01  UErrorCode                      pic S9(9) Binary value 0.
      *     No error. no warning.
         88  U-ZERO-ERROR                             value  0.
         88  U-FILE-ACCESS-ERROR                      value  4.
      *     U-SUCCESS and U-FAILURE as 88s instead of C macros
         88  U-SUCCESS                             values -128 thru 0.
         88  U-FAILURE                             values 1 thru 21.
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
           Move ">>> Program: ICU-Match - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Business-Date from DATE YYYYMMDD.
           Perform Match-Control-Read-sec.
           Perform Group-Read-sec.
           Perform Locale-Read-sec.
           Perform Norm-Codepage-Read-sec.
           Perform Version-Read-sec.
           Perform Master-Scan-sec.
      *
           Move    DLL-Coll-Name to DLL-Name.
           Perform Load-DLL-sec.
           Move    DLL-Handle      to DLL-Coll-Handle.
      *
           Move    DLL-Conv-Name to DLL-Name.
           Perform Load-DLL-sec.
      *
           Perform Open-Unicode-Converter-sec.
           Perform Open-Unicode-Collator-sec.
           Perform Prepare-API-Pointers-sec.
      *
           Perform Candidate-Open-sec.
           Sort    Sort-File
                   ascending key Sort-Block
                                 Sort-Position
                   input  procedure is Match-Input-sec
                   output procedure is Match-Output-sec.
           Perform Candidate-Close-sec.
      *
           Perform Close-Unicode-Collator-sec.
           Perform Close-Unicode-Converter-sec.
           Perform Free-DLL-sec.
           Perform Free-DLL-Coll-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   An overflowing block was only partly compared - the run
      *   warns.
           IF  Count-Block-Overflow > 0
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Sort Input Procedure  =========================
      *
       Match-Input-sec section.
       Match-Input.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF (File-Status-Flag = "00")  Then
             Move 1 to Input-Read-Flag
           Else
             Move "Master File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Perform Match-Input-Read-sec
                   until Input-Read-Flag = 0.
           Close Input-File.
       Match-Input-ex.
           Exit.
      *
       Match-Input-Read-sec section.
       Match-Input-Read.
           Move  SPACES to Input-Buffer.
           Read  Input-File  into  Input-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 IF  Input-Buffer-String (1 : 3) Not = "HDR"
                 and Input-Buffer-String (1 : 3) Not = "TRL"
                   Add     1 to Count-Records-Read
                   Add     1 to Data-Position
                   Perform Match-Release-sec
                 End-if
           End-read.
       Match-Input-Read-ex.
           Exit.
      *
       Match-Release-sec section.
       Match-Release.
      *   Positions count every data record, "A" records included,
      *   so they are the positions ICU-Dedup counts.
           IF  Group-Mode-sw = 1
           and Input-Buffer-String (1 : 1) = "A"
             Go to Match-Release-ex
           End-if.
           Add     1 to Count-Names.
      *   In group mode column 1 is the record type - the name, and
      *   so its key and block, start in column 2.
           Move    Input-Buffer-String  to Match-Record-Hold.
           IF  Group-Mode-sw = 1
             Move  Match-Record-Hold (2 : 79) to Input-Buffer-String
           End-if.
           Perform Convert-to-Unicode-sec.
           Perform Sort-Key-Build-sec.
      *   The key's closing zero byte is not part of the comparison;
      *   a key longer than the comparison field is compared on its
      *   first 128 bytes.
           IF  Sort-Key-Length > 1
             Compute Sort-Key-Units = Sort-Key-Length - 1
           Else
             Move    0 to Sort-Key-Units
           End-if.
           IF  Sort-Key-Units > 128
             Move  128 to Sort-Key-Units
           End-if.
           Move    LOW-VALUES           to Sort-Block.
           IF  Sort-Key-Units > 0
             IF  Sort-Key-Units < Block-Bytes
               Move  Sort-Key-Work (1 : Sort-Key-Units) to Sort-Block
             Else
               Move  Sort-Key-Work (1 : Block-Bytes)    to Sort-Block
             End-if
           End-if.
           Move    Data-Position        to Sort-Position.
           Move    Sort-Key-Work (1 : 128) to Sort-Key.
           Move    Match-Record-Hold    to Sort-Text.
           Move    UIB-String           to Sort-U-Text.
           Release Sort-Record.
       Match-Release-ex.
           Exit.
      *
      *--------- Build the binary collation sort key ------------------
       Sort-Key-Build-sec  section.
       Sort-Key-Build.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucol_getSortKey(
      *                         const UCollator * coll,
      *                         const UChar * source,
      *                         int32_t sourceLength,
      *                         uint8_t * result,
      *                         int32_t resultLength )
      *   Returns: the full length of the key
           Move    LOW-VALUES           to Sort-Key-Work.
           Call SortKey-API-Pointer
                            using by value     Collator-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-Text-Length
                                  by reference Sort-Key-Work
                                  by value     SORT-KEY-CAPACITY
                                  Returning    Sort-Key-Length.
           IF  Sort-Key-Length > SORT-KEY-CAPACITY
             Move  SORT-KEY-CAPACITY to Sort-Key-Length
           End-if.
       Sort-Key-Build-ex.
           Exit.
      *
      *================= Sort Output Procedure  ========================
      *
       Match-Output-sec section.
       Match-Output.
           Move    0 to Block-Open-sw.
           Move    0 to Block-Count.
           Move    1 to Sort-Return-Flag.
           Perform Match-Output-Return-sec
                   until Sort-Return-Flag = 0.
           IF  Block-Open-sw = 1
             Perform Block-Compare-sec
           End-if.
       Match-Output-ex.
           Exit.
      *
       Match-Output-Return-sec section.
       Match-Output-Return.
           Return Sort-File
               at End  Move 0 to Sort-Return-Flag
               not at End
                 Perform Block-Add-sec
           End-return.
       Match-Output-Return-ex.
           Exit.
      *
       Block-Add-sec section.
       Block-Add.
           IF  Block-Open-sw = 1
           and Sort-Block Not = Current-Block
             Perform Block-Compare-sec
           End-if.
           IF  Block-Open-sw = 0
             Move  1          to Block-Open-sw
             Move  0          to Block-Count
             Move  Sort-Block to Current-Block
             Add   1          to Count-Blocks
           End-if.
           IF  Block-Count = Block-Table-Max-Entries
             Add   1 to Count-Block-Overflow
             Move  "Block full - name not compared:" to Debug-Text
             Move  Sort-Position                      to Debug-Value
             Perform Debug-Display-sec
             Go to Block-Add-ex
           End-if.
           Add     1               to Block-Count.
           Move    Sort-Position   to Block-Position  (Block-Count).
           Move    Sort-Key-Units  to Block-Key-Units (Block-Count).
           Move    Sort-Key        to Block-Key       (Block-Count).
           Move    Sort-Text       to Block-Text      (Block-Count).
           Move    Sort-U-Text     to Block-U-Text    (Block-Count).
       Block-Add-ex.
           Exit.
      *
      *================= Pairwise Comparison Inside a Block  ===========
      *
       Block-Compare-sec section.
       Block-Compare.
           Perform Block-Compare-Row-sec
                   varying Pair-I from 1 by 1
                   until Pair-I > Block-Count.
           Move    0 to Block-Open-sw.
       Block-Compare-ex.
           Exit.
      *
       Block-Compare-Row-sec section.
       Block-Compare-Row.
           Perform Pair-Compare-sec
                   varying Pair-J from Pair-I by 1
                   until Pair-J > Block-Count.
       Block-Compare-Row-ex.
           Exit.
      *
       Pair-Compare-sec section.
       Pair-Compare.
      *   A name against itself, and two names normalizing to the
      *   very same string (ICU-Norm's collision report has those),
      *   are passed over.
           IF  Pair-J = Pair-I
            or Block-Text (Pair-I) = Block-Text (Pair-J)
             Go to Pair-Compare-ex
           End-if.
           Move    Block-Key-Units (Pair-I) to Len-A.
           Move    Block-Key-Units (Pair-J) to Len-B.
           IF  Len-A > Len-B
             Move    Len-A to Len-Max
             Compute Len-Diff = Len-A - Len-B
           Else
             Move    Len-B to Len-Max
             Compute Len-Diff = Len-B - Len-A
           End-if.
           IF  Len-Max = 0
             Go to Pair-Compare-ex
           End-if.
      *   Keys whose lengths alone differ by more edits than the
      *   threshold allows cannot score high enough - no need to
      *   work out the distance.
           Compute Max-Edits = Len-Max * (100 - Match-Threshold) / 100.
           IF  Len-Diff > Max-Edits
             Go to Pair-Compare-ex
           End-if.
           Add     1 to Count-Pairs-Compared.
           Move    Block-Key (Pair-I) to Key-A.
           Move    Block-Key (Pair-J) to Key-B.
           Perform Distance-sec.
           Compute Match-Score
                 = (Len-Max - Edit-Distance) * 100 / Len-Max.
           IF  Match-Score Not < Match-Threshold
             Perform Candidate-Write-sec
           End-if.
       Pair-Compare-ex.
           Exit.
      *
      *================= Edit Distance over the Primary Keys  ==========
      *
       Distance-sec section.
       Distance.
      *   Distance from the empty prefix of A to each prefix of B.
           Perform Distance-Init-sec
                   varying Dist-Col from 0 by 1
                   until Dist-Col > Len-B.
           Move    Dist-Prev-Row to Dist-Prev2-Row.
           Perform Distance-Row-sec
                   varying Dist-Row from 1 by 1
                   until Dist-Row > Len-A.
           Move    Dist-Prev (Len-B + 1) to Edit-Distance.
       Distance-ex.
           Exit.
      *
       Distance-Init-sec section.
       Distance-Init.
           Move    Dist-Col to Dist-Prev (Dist-Col + 1).
       Distance-Init-ex.
           Exit.
      *
       Distance-Row-sec section.
       Distance-Row.
           Move    Dist-Row to Dist-Cur (1).
           Perform Distance-Cell-sec
                   varying Dist-Col from 1 by 1
                   until Dist-Col > Len-B.
           Move    Dist-Prev-Row to Dist-Prev2-Row.
           Move    Dist-Cur-Row  to Dist-Prev-Row.
       Distance-Row-ex.
           Exit.
      *
       Distance-Cell-sec section.
       Distance-Cell.
           IF  Key-A (Dist-Row : 1) = Key-B (Dist-Col : 1)
             Move 0 to Dist-Cost
           Else
             Move 1 to Dist-Cost
           End-if.
      *   Delete, insert, substitute ...
           Compute Dist-Best = Dist-Prev (Dist-Col + 1) + 1.
           IF  Dist-Cur (Dist-Col) + 1 < Dist-Best
             Compute Dist-Best = Dist-Cur (Dist-Col) + 1
           End-if.
           IF  Dist-Prev (Dist-Col) + Dist-Cost < Dist-Best
             Compute Dist-Best = Dist-Prev (Dist-Col) + Dist-Cost
           End-if.
      *   ... or swap two neighbours - a transposed letter is one
      *   edit, not two.
           IF  Dist-Row > 1 and Dist-Col > 1
           and Key-A (Dist-Row : 1)     = Key-B (Dist-Col - 1 : 1)
           and Key-A (Dist-Row - 1 : 1) = Key-B (Dist-Col : 1)
           and Dist-Prev2 (Dist-Col - 1) + 1 < Dist-Best
             Compute Dist-Best = Dist-Prev2 (Dist-Col - 1) + 1
           End-if.
           Move    Dist-Best to Dist-Cur (Dist-Col + 1).
       Distance-Cell-ex.
           Exit.
      *
      *================= Master Header Pre-Scan  =======================
      *
       Master-Scan-sec section.
       Master-Scan.
      *   Reads as far as the header and stops at the first data
      *   record - the business date must be known before the
      *   candidate file's HDR is written.  A headerless master
      *   keeps today's date from the ACCEPT above.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF (File-Status-Flag = "00")  Then
             Move 1 to Input-Read-Flag
             Perform Master-Scan-Read-sec
                     until Input-Read-Flag = 0
             Close Input-File
           Else
             Move "Master File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move    "Business date --------------:" to Debug-Text.
           Move    Business-Date                    to Debug-Value.
           Perform Debug-Display-sec.
       Master-Scan-ex.
           Exit.
      *
       Master-Scan-Read-sec section.
       Master-Scan-Read.
           Move  SPACES to Input-Buffer.
           Read  Input-File  into  Input-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 IF  Input-Buffer-String (1 : 3) = "HDR"
                 and Input-Buffer-String (16 : 8) Numeric
                   Move Input-Buffer-String (16 : 8) to Business-Date
                 End-if
      *          Header or first data record - either way, done.
                 Move 0 to Input-Read-Flag
           End-read.
       Master-Scan-Read-ex.
           Exit.
      *
      *================= Control Cards  ================================
      *
       Match-Control-Read-sec section.
       Match-Control-Read.
      *   Threshold 085 and a two-byte blocking prefix unless the
      *   card says otherwise; a value out of range keeps the
      *   default and is logged.
           Move ZERO to File-Status-Flag.
           Open Input Match-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Match-Control-File
                 at End  Continue
                 not at End
                   IF  Control-Threshold Numeric
                   and Control-Threshold Not < "050"
                   and Control-Threshold Not > "100"
                     Move Control-Threshold   to Match-Threshold
                   Else
                     Move "Threshold invalid - default kept:"
                                              to Debug-Text
                     Move Control-Threshold   to Debug-Value
                     Perform Debug-Display-sec
                   End-if
                   IF  Control-Block-Bytes Numeric
                   and Control-Block-Bytes Not < "01"
                   and Control-Block-Bytes Not > "16"
                     Move Control-Block-Bytes to Block-Bytes
                   Else
                     IF  Control-Block-Bytes Not = SPACES
                       Move "Block prefix invalid - default kept:"
                                              to Debug-Text
                       Move Control-Block-Bytes to Debug-Value
                       Perform Debug-Display-sec
                     End-if
                   End-if
             End-read
             Close Match-Control-File
           End-if.
           Move    "Similarity threshold -------:" to Debug-Text.
           Move    Match-Threshold                  to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Blocking prefix bytes ------:" to Debug-Text.
           Move    Block-Bytes                      to Debug-Value.
           Perform Debug-Display-sec.
       Match-Control-Read-ex.
           Exit.
      *
       Group-Read-sec section.
       Group-Read.
      *   In group mode the "A" continuation records are not names.
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
       Locale-Read-sec section.
       Locale-Read.
      *   The sort stage's own locale card - names compare under the
      *   rules the master was ordered by.
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
           Move    "Match locale ---------------:" to Debug-Text.
           Move    Collator-Loc                     to Debug-Value.
           Perform Debug-Display-sec.
       Locale-Read-ex.
           Exit.
      *
       Norm-Codepage-Read-sec section.
       Norm-Codepage-Read.
           Move ZERO to File-Status-Flag.
           Open Input Norm-Codepage-File.
           IF File-Status-Flag = "00"  Then
             Read Norm-Codepage-File
                 at End  Continue
                 not at End
                   IF Norm-Codepage-Record Not = SPACES
                     Move   SPACES to Norm-Out-Codepage
                     STRING Norm-Codepage-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Norm-Out-Codepage
                   End-if
             End-read
             Close Norm-Codepage-File
           End-if.
           Move    "Master codepage ------------:" to Debug-Text.
           Move    Norm-Out-Codepage                to Debug-Value.
           Perform Debug-Display-sec.
       Norm-Codepage-Read-ex.
           Exit.
      *
       Version-Read-sec section.
       Version-Read.
      *   DLL-Conv-Name / DLL-Coll-Name / ICU-VERSION-SUFFIX default to
      *   ICU 2.0 above; a control card lets the same binary load a
      *   different ICU build without a recompile.
           Move ZERO to File-Status-Flag.
           Open Input Coll-Version-File.
           IF File-Status-Flag = "00"  Then
             Read Coll-Version-File
                 at End  Continue
                 not at End
                   IF Control-Conv-DLL-Name Not = SPACES
                     Move Control-Conv-DLL-Name  to DLL-Conv-Name
                   End-if
                   IF Control-Coll-DLL-Name Not = SPACES
                     Move Control-Coll-DLL-Name  to DLL-Coll-Name
                   End-if
                   IF Control-Version-Suffix Not = SPACES
                     Move Control-Version-Suffix to ICU-VERSION-SUFFIX
                   End-if
             End-read
             Close Coll-Version-File
           End-if.
           Move    "Conv DLL name --------------:" to Debug-Text.
           Move    DLL-Conv-Name                    to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Coll DLL name --------------:" to Debug-Text.
           Move    DLL-Coll-Name                    to Debug-Value.
           Perform Debug-Display-sec.
       Version-Read-ex.
           Exit.
      *
      *================= Load/Free ICU Libraries (Call "LoadLibraryA") =
      *
       Load-DLL-sec section.
       Load-DLL.
           Move    "Call :    LoadLibraryA" to Debug-Text.
           Move    DLL-Name                 to Debug-Value.
           Perform Debug-Display-sec.
           Call    "LoadLibraryA"  using by reference  DLL-Name
                                   Returning           DLL-Handle.
           IF DLL-Handle = ZEROS
              Move     "Couldn't load " to Debug-Text
              Move     DLL-Name         to Debug-Value
              Move     1                to Error-Display-sw
              Perform  Debug-Display-sec
              Move
            "Check that your PATH includes the directory with the DLLs."
                                        to Debug-Buffer
              Move     1                to Error-Display-sw
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
           IF U-FAILURE
              Move     Error-Line  to  Debug-Text
              Move     UErrorCode  to  Debug-Value
              Move     1           to  Error-Display-sw
              Perform  Debug-Display-sec
              IF U-FILE-ACCESS-ERROR
                 Move
           "Check that the environment variable ICU_DATA is defined:"
                               to  Debug-Buffer
                 Move     1    to  Error-Display-sw
                 Perform  Debug-Display-sec
              End-if.
           Move        0   to  UErrorCode.
       Check-Call-to-API-ex.
           Exit.
      *
      *================== Collation / Converter APIs  ===================
      *
       Open-Unicode-Collator-sec section.
       Open-Unicode-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI UCollator* U_EXPORT2  ucol_open(
      *                         const char * loc,
      *                         UErrorCode * status )
      *   U_CAPI void U_EXPORT2  ucol_setAttribute(
      *                         UCollator * coll,
      *                         UColAttribute attr,
      *                         UColAttributeValue value,
      *                         UErrorCode * status )
      *   U_CAPI void U_EXPORT2  ucol_setStrength(
      *                         UCollator * coll,
      *                         UCollationStrength strength )
      *   Normalization on, spaces and punctuation shifted to
      *   ignorable, primary strength - case and accents are gone
      *   from the keys before the distance is taken.
           STRING "ucol_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by reference Collator-Loc
                                  by reference UErrorCode
                                  Returning    Collator-Pointer.
           Perform Check-Call-to-API-sec.
           STRING "ucol_setAttribute" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by value     Collator-Pointer
                                  by value     UCOL-NORMALIZATION-MODE
                                  by value     UCOL-ON
                                  by reference UErrorCode.
           Perform Check-Call-to-API-sec.
           Call API-Pointer using by value     Collator-Pointer
                                  by value     UCOL-ALTERNATE-HANDLING
                                  by value     UCOL-SHIFTED
                                  by reference UErrorCode.
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
       Prepare-API-Pointers-sec section.
       Prepare-API-Pointers.
      *   ucol_getSortKey and ucnv_toUChars run for every name -
      *   their entry points are looked up once.
           STRING "ucol_getSortKey" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Set  SortKey-API-Pointer    to API-Pointer.
           STRING "ucnv_toUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  ToUChars-API-Pointer   to API-Pointer.
       Prepare-API-Pointers-ex.
           Exit.
      *
       Open-Unicode-Converter-sec section.
       Open-Unicode-Converter.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI UConverter *U_EXPORT2  ucnv_open(
      *                         const char * ConverterName,
      *                         UErrorCode * err )
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by reference Norm-Out-Codepage
                                  by reference UErrorCode
                                  Returning Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Unicode-Converter-ex.
           Exit.
      *
       Convert-to-Unicode-sec section.
       Convert-to-Unicode.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucnv_toUChars(
      *                         UConverter * cnv, UChar * dest,
      *                         int32_t destCapacity,
      *                         const char * src, int32_t srcLength,
      *                         UErrorCode * pErrorCode )
           Move SPACES to UIB-String.
           Call ToUChars-API-Pointer
                            using by value     Converter-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-destCapacity
                                  by reference Input-Buffer
                                  by value     Text-Length
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
           IF  U-Text-Length > U-destCapacity
             Move U-destCapacity to U-Text-Length
           End-if.
       Convert-to-Unicode-ex.
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
      *========================  Candidate File  =======================
      *
       Candidate-Open-sec section.
       Candidate-Open.
           Move ZERO to File-Status-Flag.
           Open Output Candidate-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Candidate-Write-Flag
             Move     Business-Date    to Header-Build-Date
             Move     1                to Header-Build-Gen
             Write    Candidate-Record from Header-Build
           Else
             Move     0                to Candidate-Write-Flag
             Move "Candidate File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Candidate-Open-ex.
           Exit.
      *
       Candidate-Write-sec section.
       Candidate-Write.
      *   Later position first and the later record's text, as the
      *   collision report has it - the block is in master order, so
      *   J is the later record.
           Move    Block-Position (Pair-J) to Candidate-Index.
           Move    Block-Position (Pair-I) to Candidate-Match-Index.
           Move    Block-U-Text   (Pair-J) to Candidate-Text.
           Move    Match-Score             to Candidate-Score.
           IF Candidate-Write-Flag = 1  Then
             Write  Candidate-Record from Candidate-Build
             Add    1 to Count-Candidates
           End-if.
       Candidate-Write-ex.
           Exit.
      *
       Candidate-Close-sec section.
       Candidate-Close.
           IF  Candidate-Write-Flag = 1
             Move    Count-Candidates to Trailer-Build-Count
             Write   Candidate-Record from Trailer-Build
           End-if.
           Close       Candidate-File.
       Candidate-Close-ex.
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
           Move    "Master records  -----------:" to Debug-Text.
           Move    Count-Records-Read    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Names  --------------------:" to Debug-Text.
           Move    Count-Names           to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Blocks  -------------------:" to Debug-Text.
           Move    Count-Blocks          to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Pairs scored  -------------:" to Debug-Text.
           Move    Count-Pairs-Compared  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Candidates written  -------:" to Debug-Text.
           Move    Count-Candidates      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Names past full blocks  ---:" to Debug-Text.
           Move    Count-Block-Overflow  to Debug-Value.
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
           Move "ICU-Match"           to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Records-Read    to History-Input-Count.
           Move Count-Candidates      to History-Output-Count.
           Move ZERO                  to History-Reject-Count.
           Move Count-Block-Overflow  to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Count-Block-Overflow > 0
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
