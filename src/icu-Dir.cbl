      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Dir".
      *
      * Printed alphabetical name directory for the branches
      **
      * The program includes the following steps:
      * - Read the directory control card "ICU_Dir_Control.txt":
      *         columns 1-3 the lines per printed page (020-200,
      *         default 060)
      * - Read the collated master "ICU_Coll_Output.txt" - the sort
      *         stage's output, already in the order of the run's
      *         collation locale (standard HDR supplies the business
      *         date, TRL skipped; in group mode the "A" address
      *         lines print indented under their name).  On a
      *         delta night (ICU_Pipeline_Delta.txt = "Y") the sort
      *         stage saw only the changed records, so the standing
      *         merged master "ICU_Delta_Master.txt" is read instead,
      *         in the normalization stage's codepage
      *         (ICU_Norm_Codepage.txt), and sorted here under the
      *         collation locale before it prints; the directory
      *         prints in iso-8859-8 either way
      * - Find each name's leading letter under the same locale, at
      *         primary strength with spaces and punctuation
      *         ignorable, and start a new section with a letter
      *         heading whenever it changes - alef-bet headings
      *         under Hebrew, each locale its own alphabet elsewhere
      * - Reorder every printed line into visual order with the
      *         Unicode bidi algorithm; under a Hebrew locale the
      *         pages are laid out right-to-left and right-aligned
      * - Write the directory to the print file "ICU_Dir_Report.txt"
      *         with page headers, the business date and page
      *         numbers, and the first and last name of each page
      *         to the thumb-index file "ICU_Dir_Thumb.txt"; the
      *         thumb index prints as the directory's last section
      * - Write debugging information to Display and
      *         log file "ICU_Dir_log.txt"
      *
      * The directory branches used to build by hand from the sort
      * stage's output is what this program replaces.
      *
      * Return code 8 and no directory when tonight's cycle was
      * partitioned and merged (ICU_Pipeline_Partition.txt a
      * coordinator card, ICU_Part_Plan.txt in state "M") - the
      * merged "ICU_Coll_Output.txt" is the partitions' sorted
      * outputs one after the other, not one collated run.
      **
      * The following ICU APIs are used:
      *    ucnv_open
      *    ucnv_toUChars
      *    ucnv_fromUChars
      *    ucol_open
      *    ucol_setAttribute
      *    ucol_setStrength
      *    ucol_getSortKey
      *    u_strToUpper
      *    ubidi_open
      *    ubidi_setPara
      *    ubidi_writeReordered
      *    ubidi_close
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
      * ------------------- Collated Master File  -----------------
      *      Assigned through Input-File-Name: the sort stage's
      *      output, or the standing merged master on a delta night.
             Select Optional Input-File
                    Assign to Input-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Directory Control Card  -----------------
             Select Optional Dir-Control-File
                    Assign to "ICU_Dir_Control.txt"
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
      * ------------------ Delta Stage Control Card  ---------------
             Select Optional Delta-Control-File
                    Assign to "ICU_Pipeline_Delta.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Normalization Codepage Card  ------------
      *      The standing merged master is written in the
      *      normalization stage's output codepage.
             Select Optional Norm-Codepage-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Partitioned Run Cards  -----------------
      *      The pipeline driver's partition card and ICU-Part's
      *      partition plan.
             Select Optional Partition-Control-File
                    Assign to "ICU_Pipeline_Partition.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Plan-File
                    Assign to "ICU_Part_Plan.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Master sort work file  -----------------
             Select Sort-File
                    Assign to "SORTWK1".
      * ------------------- Collation Cards  -----------------
      *      The sort stage's locale and DLL cards - the headings
      *      follow the rules the master was ordered by.
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
      * ------------------- Directory Print File  -----------------
             Select Optional Report-File
                    Assign to "ICU_Dir_Report.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Thumb-Index File  -----------------
      *      Written page by page, then read back to print the
      *      thumb-index section.
             Select Optional Thumb-File
                    Assign to "ICU_Dir_Thumb.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Dir_log.txt"
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
       FD Dir-Control-File.
         01 Dir-Control-Record.
           03  Control-Page-Lines           pic X(3).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Norm-Codepage-File.
         01 Norm-Codepage-Record           pic X(32).
       FD Partition-Control-File.
         01 Partition-Control-Record.
           03  Partition-Control-Method    pic X(1).
           03  Filler                      pic X(3).
      *   Same layout icu-Part.cbl's Plan-Write-sec writes - only the
      *   PLAN line's state is needed here.
       FD Plan-File.
         01 Plan-Record.
           03  Plan-Record-Type            pic X(4).
           03  Filler                      pic X(15).
           03  Plan-Record-State           pic X(1).
           03  Filler                      pic X(15).
      *   Sort work record: the binary collation key leads, with the
      *   master record carried along for the print pass.
       SD Sort-File.
         01 Sort-Record.
           03  Sort-Name-Key               pic X(512).
           03  Sort-Record-Text            pic X(80).
       FD Locale-Control-File.
         01 Locale-Control-Record          pic X(32).
       FD Coll-Version-File.
         01 Coll-Version-Record.
           03  Control-Conv-DLL-Name        pic X(23).
           03  Control-Coll-DLL-Name        pic X(23).
           03  Control-Version-Suffix       pic X(10).
       FD Report-File
                       Record contains 100 characters.
         01 Report-Record                  pic X(100).
      *   Page number, then the page's first and last name as they
      *   stand on the collated master (logical order).
       FD Thumb-File
                       Record contains 166 characters.
         01 Thumb-Record.
           03  Thumb-Page                  pic 9(4).
           03  Filler                      pic X.
           03  Thumb-First                 pic X(80).
           03  Filler                      pic X.
           03  Thumb-Last                  pic X(80).
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
       01  Thumb-Read-Flag                 pic 9    value 0.
       01  Report-Write-Flag               pic 9    value 0.
       01  Thumb-Write-Flag                pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
       01  Sort-Return-Flag                pic 9    value 0.
       01  Input-File-Name                 pic X(64) value
                                             "ICU_Coll_Output.txt".
      * ------------------ Stage control cards  -----------------------
       01  Delta-Stage-sw                  pic 9    value 0.
       01  Partition-Coordinator-sw        pic 9    value 0.
       01  Plan-State                      pic X(1) value SPACE.
      * ------------------ Page layout  ---------------------------------
      *   Four header lines open every page - title and page number,
      *   business date and locale, a rule, a blank line.  The name
      *   column runs from print position 11 to 90: left-to-right
      *   pages start each line at 11, right-to-left pages end it at
      *   90.  Address lines sit four positions further in.
       77  Header-Lines                    pic 9(4) Binary value 4.
       77  Name-Column-Left                pic 9(4) Binary value 11.
       77  Name-Column-Right               pic 9(4) Binary value 90.
       77  Name-Column-Width               pic 9(4) Binary value 80.
       77  Address-Indent                  pic 9(4) Binary value 4.
       01  Lines-Per-Page                  pic 9(3) value 60.
       01  Line-Count                      pic 9(4) Binary value 0.
       01  Page-Number                     pic 9(4) value 0.
       01  Page-Open-sw                    pic 9    value 0.
       01  Page-Names                      pic 9(4) Binary value 0.
       01  Page-First-Name                 pic X(80).
       01  Page-Last-Name                  pic X(80).
      *   Page direction from the collation locale: Hebrew prints
      *   right-to-left.
       01  Page-Direction                  pic X    value "L".
         88  PAGE-RTL                               value "R".
         88  PAGE-LTR                               value "L".
      *   The thumb-index section prints after the directory, on
      *   pages of its own that are not themselves indexed.
       01  Thumb-Section-sw                pic 9    value 0.
       01  Report-Title                    pic X(30).
       01  Report-Line-Work                pic X(100).
       01  Header-Line-1.
           03  Filler                      pic X(10) value "ICU-Dir".
           03  Header-Title                pic X(30).
           03  Filler                      pic X(40) value spaces.
           03  Filler                      pic X(5)  value "PAGE ".
           03  Header-Page                 pic Z(3)9.
           03  Filler                      pic X(11) value spaces.
       01  Header-Line-2.
           03  Filler                      pic X(10) value spaces.
           03  Filler                      pic X(15)
                                           value "BUSINESS DATE: ".
           03  Header-Date                 pic X(10).
           03  Filler                      pic X(5)  value spaces.
           03  Filler                      pic X(8)  value "LOCALE: ".
           03  Header-Locale               pic X(20).
           03  Filler                      pic X(32) value spaces.
       01  Header-Rule                     pic X(100) value all "-".
      * ------------------ Print line build  ----------------------------
      *   Entry-Text holds the logical-order text of the line to be
      *   printed; Print-Text gets it back in visual order in the
      *   master's codepage.
       01  Entry-Text                      pic X(80).
       01  Entry-Length                    pic 9(4) Binary.
       01  Entry-Indent                    pic 9(4) Binary.
       01  Print-Text                      pic X(100).
       01  Print-Length                    pic 9(4) Binary.
       01  Print-Start                     pic 9(4) Binary.
       01  Trim-Sub                        pic 9(4) Binary.
       01  Thumb-Line-Work                 pic X(80).
       01  Thumb-First-Length              pic 9(4) Binary.
       01  Thumb-Last-Length               pic 9(4) Binary.
       01  Thumb-Page-Disp                 pic Z(3)9.
      * ------------------ Letter headings  -----------------------------
      *   A name's leading letter is its first character with a
      *   primary collation weight - leading blanks and punctuation
      *   are ignorable and skipped.  A new section starts whenever
      *   that weight changes, so letters the locale treats as one
      *   (accented or not, upper or lower case) share a heading.
      *   The letter is taken one character at a time; a contraction
      *   the locale sorts as a letter of its own heads under its
      *   first character.
       01  Letter-Key                      pic X(32).
       01  Letter-Key-Length               pic S9(9) Binary.
       01  Current-Letter-Key              pic X(32) value LOW-VALUES.
       01  Letter-Found-sw                 pic 9    value 0.
       01  Letter-Sub                      pic 9(4) Binary.
       01  Letter-Unit                     pic X(2).
       01  Heading-Text                    pic X(8).
       01  Heading-Length                  pic 9(4) Binary.
       01  Heading-Line-Text               pic X(20).
       01  Heading-Line-Length             pic 9(4) Binary.
      * ------------------ Control totals  ---------------------------
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Names                      pic 9(9) Binary value 0.
       01  Count-Addresses                  pic 9(9) Binary value 0.
       01  Count-Headings                   pic 9(9) Binary value 0.
       01  Count-No-Letter                  pic 9(9) Binary value 0.
       01  Count-Thumb-Entries              pic 9(9) Binary value 0.
      * ------------- Business Date  ---------------------------------
      *   From the collated master's HDR record; a headerless master
      *   prints today's date.
       01  Business-Date                   pic X(8).
      * ------------------ Sort key work  -------------------------------
       77  SORT-KEY-CAPACITY               pic 9(9) Binary value 32.
       01  Sort-Key-Work                   pic X(32).
      * ------------------ Master sort key work  ------------------------
      *   On a delta night only: each name's full collation key under
      *   the locale's own rules, padded with low-values so shorter
      *   keys order ahead of longer ones under the byte-wise SORT.
      *   In group mode an "A" address record goes out under the key
      *   of the name it follows.
       77  MASTER-KEY-CAPACITY             pic 9(9) Binary value 512.
       01  Master-Key-Work                 pic X(512).
       01  Master-Key-Length               pic S9(9) Binary.
       01  Group-Parent-Key                pic X(512).
       01  Group-Parent-Seen-sw            pic 9    value 0.
      * ---------------------- Input Buffer  ----------------------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(80).
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
      *   The per-line APIs are resolved once before the first page -
      *   the same economy the sort stage applies.
       01  SortKey-API-Pointer             Usage is Procedure-Pointer.
       01  ToUChars-API-Pointer            Usage is Procedure-Pointer.
       01  FromUChars-API-Pointer          Usage is Procedure-Pointer.
       01  SetPara-API-Pointer             Usage is Procedure-Pointer.
       01  Reorder-API-Pointer             Usage is Procedure-Pointer.
       01  ToUpper-API-Pointer             Usage is Procedure-Pointer.
      *--------------------  Conversion Variables ----------------------
      *   The sort stage writes iso-8859-8; on a delta night the
      *   master read is in the normalization codepage instead, so
      *   Converter-Pointer reads the master on Coll-Out-Codepage.
      *   The directory always prints in iso-8859-8 through Print-
      *   Converter-Pointer - one byte per character, so a byte
      *   count is a print-position count whatever the master's
      *   codepage.
       01  Coll-Out-Codepage               pic X(32) value
                                                    Z"iso-8859-8".
       01  Converter-Pointer               pic S9(9) Binary.
       01  Print-Codepage                  pic X(32) value
                                                    Z"iso-8859-8".
       01  Print-Converter-Pointer         pic S9(9) Binary.
      *--------------------  Collation Variables ----------------------
       01  Collator-Loc                    pic X(32) value Z" ".
       01  Collator-Pointer                pic S9(9) Binary.
      *   The delta night's sort collator - the locale's defaults, as
      *   the sort stage opens it.
       01  Sort-Collator-Pointer           pic S9(9) Binary value 0.
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
      *-------------- Ported from ubidi.h ------------------------------
      *   #define UBIDI_DEFAULT_LTR 0xfe
      *     Paragraph level: base direction from the first strong
      *     character, left-to-right when there is none.
      *   #define UBIDI_RTL 1
      *     Paragraph level: right-to-left throughout - a Hebrew page
      *     keeps a Latin name or a number in its right-to-left flow.
      *   #define UBIDI_DO_MIRRORING 2
      *     ubidi_writeReordered option: replace characters by their
      *     mirror-image pairs (parentheses and the like).
         77  UBIDI-DEFAULT-LTR             pic 9(9)  Binary value 254.
         77  UBIDI-RTL                     pic 9(9)  Binary value 1.
         77  UBIDI-DO-MIRRORING            pic 9(9)  Binary value 2.
       01  Bidi-Para-Level                 pic 9(9)  Binary value 254.
       01  Bidi-Pointer                    pic S9(9) Binary.
      *   Null pointer passed for ubidi_setPara's optional
      *   embeddingLevels argument.
       01  Bidi-Null-Pointer               pic S9(9) Binary value 0.
      *
      *======================== ICU (Unicode) Variables  ===============
      *
      *    --- UTF-16 - UNICODE Format - Logical-order buffer ----------
       01  Unicode-Input-Buffer.
           03  UIB-String                  pic X(400).
      *    --- UTF-16 - UNICODE Format - Visual-order buffer -----------
       01  Unicode-Visual-Buffer.
           03  UVB-String                  pic X(400).
      *    --- UTF-16 - UNICODE Format - Heading letter ----------------
       01  Unicode-Heading-Buffer.
           03  UHB-String                  pic X(8).
       01  Text-Length                     pic S9(9) Binary.
       01  U-Text-Length                   pic S9(9) Binary.
       01  U-Visual-Length                 pic S9(9) Binary.
       01  U-Heading-Length                pic S9(9) Binary.
       01  U-One-Unit                      pic S9(9) Binary value 1.
       01  U-destCapacity                  pic  9(9) Binary value 200.
       01  U-Heading-Capacity              pic  9(9) Binary value 4.
       01  destCapacity                    pic  9(9) Binary value 100.
       01  Heading-Capacity                pic  9(9) Binary value 8.
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
           Move ">>> Program: ICU-Dir - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Business-Date from DATE YYYYMMDD.
           Perform Dir-Control-Read-sec.
           Perform Group-Read-sec.
           Perform Delta-Control-Read-sec.
           Perform Norm-Codepage-Read-sec.
           Perform Partition-Check-sec.
           Perform Locale-Read-sec.
           Perform Version-Read-sec.
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
           IF  Delta-Stage-sw = 1
             Perform Open-Sort-Collator-sec
           End-if.
           Perform Open-Bidi-sec.
           Perform Prepare-API-Pointers-sec.
      *
           Perform Report-Open-sec.
           Perform Thumb-Open-sec.
           Move    "NAME DIRECTORY"  to Report-Title.
           Perform Directory-Print-sec.
           IF  Page-Open-sw = 1
             Perform Page-End-sec
           End-if.
           Perform Thumb-Close-sec.
           Perform Thumb-Print-sec.
           Perform Report-Close-sec.
      *
           Perform Close-Bidi-sec.
           IF  Delta-Stage-sw = 1
             Perform Close-Sort-Collator-sec
           End-if.
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
      *   A master without a single name prints an empty directory -
      *   the run warns.
           IF  Count-Names = 0
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Directory Pages  ==============================
      *
       Directory-Print-sec section.
       Directory-Print.
      *   The sort stage's output is already in collation order; the
      *   standing merged master is sorted here first.
           IF  Delta-Stage-sw = 1
             Sort    Sort-File
                     ascending key Sort-Name-Key
                     with duplicates in order
                     input  procedure is Delta-Sort-Input-sec
                     output procedure is Delta-Sort-Output-sec
             Go to Directory-Print-ex
           End-if.
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
           Perform Directory-Read-sec
                   until Input-Read-Flag = 0.
           Close Input-File.
       Directory-Print-ex.
           Exit.
      *
       Directory-Read-sec section.
       Directory-Read.
           Move  SPACES to Input-Buffer.
           Read  Input-File  into  Input-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 Evaluate True
                   When Input-Buffer-String (1 : 3) = "HDR"
      *              The header precedes the first page, so its date
      *              is in place before any page header prints.
                     IF  Input-Buffer-String (16 : 8) Numeric
                       Move Input-Buffer-String (16 : 8)
                               to Business-Date
                     End-if
                   When Input-Buffer-String (1 : 3) = "TRL"
                     Continue
                   When Other
                     Add  1 to Count-Records-Read
                     Perform Entry-Print-sec
                 End-evaluate
           End-read.
       Directory-Read-ex.
           Exit.
      *
      *-------- Delta night - the standing merged master  --------------
       Delta-Sort-Input-sec section.
       Delta-Sort-Input.
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
           Perform Delta-Sort-Read-sec
                   until Input-Read-Flag = 0.
           Close Input-File.
       Delta-Sort-Input-ex.
           Exit.
      *
       Delta-Sort-Read-sec section.
       Delta-Sort-Read.
      *   The header and trailer do not go through the sort - the
      *   header's date is in place before the first page prints.
           Move  SPACES to Input-Buffer.
           Read  Input-File  into  Input-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 Evaluate True
                   When Input-Buffer-String (1 : 3) = "HDR"
                     IF  Input-Buffer-String (16 : 8) Numeric
                       Move Input-Buffer-String (16 : 8)
                               to Business-Date
                     End-if
                   When Input-Buffer-String (1 : 3) = "TRL"
                     Continue
                   When Other
                     Add  1 to Count-Records-Read
                     Perform Delta-Sort-Release-sec
                 End-evaluate
           End-read.
       Delta-Sort-Read-ex.
           Exit.
      *
       Delta-Sort-Release-sec section.
       Delta-Sort-Release.
           IF  Group-Mode-sw = 1
           and Input-Buffer-String (1 : 1) = "A"
           and Group-Parent-Seen-sw = 1
             Move  Group-Parent-Key to Sort-Name-Key
           Else
             Move    SPACES to Entry-Text
             IF  Group-Mode-sw = 1
               Move  Input-Buffer-String (2 : 79) to Entry-Text
             Else
               Move  Input-Buffer-String          to Entry-Text
             End-if
             Perform Trim-Step-sec
                     Varying Trim-Sub  FROM 80 by -1
                     until   Trim-Sub = 0
                        or   Entry-Text (Trim-Sub : 1) Not = SPACE
             Move    Trim-Sub to Entry-Length
             Move    LOW-VALUES to Master-Key-Work
             IF  Entry-Length > 0
               Perform Convert-to-Unicode-sec
               Perform Master-Key-Build-sec
             End-if
             Move    Master-Key-Work to Sort-Name-Key
             IF  Group-Mode-sw = 1
               Move  1               to Group-Parent-Seen-sw
               Move  Master-Key-Work to Group-Parent-Key
             End-if
           End-if.
           Move    Input-Buffer-String to Sort-Record-Text.
           Release Sort-Record.
       Delta-Sort-Release-ex.
           Exit.
      *
       Master-Key-Build-sec section.
       Master-Key-Build.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucol_getSortKey(
      *                         const UCollator * coll,
      *                         const UChar * source,
      *                         int32_t sourceLength,
      *                         uint8_t * result,
      *                         int32_t resultLength )
      *   Returns: the full length of the key (possibly larger than
      *     resultLength, in which case the stored key is truncated)
           Call SortKey-API-Pointer
                            using by value     Sort-Collator-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-Text-Length
                                  by reference Master-Key-Work
                                  by value     MASTER-KEY-CAPACITY
                                  Returning    Master-Key-Length.
           IF  Master-Key-Length > MASTER-KEY-CAPACITY
             Move  "Sort key truncated at capacity:" to Debug-Text
             Move  MASTER-KEY-CAPACITY                to Debug-Value
             Move  1                           to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Master-Key-Build-ex.
           Exit.
      *
       Delta-Sort-Output-sec section.
       Delta-Sort-Output.
           Move    1 to Sort-Return-Flag.
           Perform Delta-Sort-Return-sec
                   until Sort-Return-Flag = 0.
       Delta-Sort-Output-ex.
           Exit.
      *
       Delta-Sort-Return-sec section.
       Delta-Sort-Return.
           Return Sort-File
               at End  Move 0 to Sort-Return-Flag
               not at End
                 Move    SPACES           to Input-Buffer
                 Move    Sort-Record-Text to Input-Buffer-String
                 Perform Entry-Print-sec
           End-return.
       Delta-Sort-Return-ex.
           Exit.
      *
       Entry-Print-sec section.
       Entry-Print.
      *   In group mode column 1 is the record type and is not
      *   printed; an "A" address line prints under its name.
           Move    SPACES to Entry-Text.
           IF  Group-Mode-sw = 1
             Move  Input-Buffer-String (2 : 79) to Entry-Text
           Else
             Move  Input-Buffer-String          to Entry-Text
           End-if.
           IF  Group-Mode-sw = 1
           and Input-Buffer-String (1 : 1) = "A"
             Add     1              to Count-Addresses
             Move    Address-Indent to Entry-Indent
             Perform Line-Build-sec
             Perform Line-Write-sec
             Go to Entry-Print-ex
           End-if.
           Add     1 to Count-Names.
           Move    0 to Entry-Indent.
           Perform Line-Build-sec.
           Perform Letter-Check-sec.
           Perform Line-Write-sec.
      *   Thumb-index guide names - as they stand on the master.
           IF  Page-Names = 0
             Move  Entry-Text to Page-First-Name
           End-if.
           Add     1          to Page-Names.
           Move    Entry-Text to Page-Last-Name.
       Entry-Print-ex.
           Exit.
      *
      *================= Letter Headings  ==============================
      *
       Letter-Check-sec section.
       Letter-Check.
      *   Line-Build-sec has left the name's logical-order UTF-16
      *   image in Unicode-Input-Buffer.  A name without a single
      *   letter stays in the current section.
           Move    0           to Letter-Found-sw.
           Move    LOW-VALUES  to Letter-Key.
           Perform Letter-Step-sec
                   Varying Letter-Sub FROM 1 by 1
                   until   Letter-Sub > U-Text-Length
                      or   Letter-Found-sw = 1.
           IF  Letter-Found-sw = 0
             Add   1 to Count-No-Letter
             Go to Letter-Check-ex
           End-if.
           IF  Letter-Key = Current-Letter-Key
             Go to Letter-Check-ex
           End-if.
           Move    Letter-Key to Current-Letter-Key.
           Perform Heading-Write-sec.
       Letter-Check-ex.
           Exit.
      *
       Letter-Step-sec section.
       Letter-Step.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucol_getSortKey(
      *                         const UCollator * coll,
      *                         const UChar * source,
      *                         int32_t sourceLength,
      *                         uint8_t * result,
      *                         int32_t resultLength )
      *   Returns: the full length of the key
      *   An ignorable character's key is its closing zero byte
      *   alone.
           Move    UIB-String ((Letter-Sub * 2) - 1 : 2)
                                          to Letter-Unit.
           Move    LOW-VALUES             to Sort-Key-Work.
           Call SortKey-API-Pointer
                            using by value     Collator-Pointer
                                  by reference Letter-Unit
                                  by value     U-One-Unit
                                  by reference Sort-Key-Work
                                  by value     SORT-KEY-CAPACITY
                                  Returning    Letter-Key-Length.
           IF  Letter-Key-Length > 1
             Move  1             to Letter-Found-sw
             Move  Sort-Key-Work to Letter-Key
           End-if.
       Letter-Step-ex.
           Exit.
      *
       Heading-Write-sec section.
       Heading-Write.
      *  --------------------- USTRING.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  u_strToUpper(
      *                         UChar * dest,
      *                         int32_t destCapacity,
      *                         const UChar * src,
      *                         int32_t srcLength,
      *                         const char * locale,
      *                         UErrorCode * pErrorCode )
      *   The heading shows the letter as the locale capitalizes it -
      *   Hebrew has no case and prints the letter itself.
           Move    SPACES to UHB-String.
           Call ToUpper-API-Pointer
                            using by reference Unicode-Heading-Buffer
                                  by value     U-Heading-Capacity
                                  by reference Letter-Unit
                                  by value     U-One-Unit
                                  by reference Collator-Loc
                                  by reference UErrorCode
                                  Returning    U-Heading-Length.
           Perform Check-Call-to-API-sec.
           IF  U-Heading-Length > U-Heading-Capacity
           or  U-Heading-Length < 1
             Move  Letter-Unit to UHB-String (1 : 2)
             Move  1           to U-Heading-Length
           End-if.
           Move    SPACES to Heading-Text.
           Call FromUChars-API-Pointer
                            using by value     Print-Converter-Pointer
                                  by reference Heading-Text
                                  by value     Heading-Capacity
                                  by reference Unicode-Heading-Buffer
                                  by value     U-Heading-Length
                                  by reference UErrorCode
                                  Returning    Text-Length.
           Perform Check-Call-to-API-sec.
           INSPECT Heading-Text replacing all X"00" by SPACE.
           IF  Text-Length > Heading-Capacity
             Move  Heading-Capacity to Heading-Length
           Else
             Move  Text-Length      to Heading-Length
           End-if.
           IF  Heading-Length < 1
             Move  "?" to Heading-Text
             Move  1   to Heading-Length
           End-if.
           Move    SPACES to Heading-Line-Text.
           STRING  "--  " Heading-Text (1 : Heading-Length) "  --"
                   delimited by size into Heading-Line-Text.
           Compute Heading-Line-Length = Heading-Length + 8.
      *   A heading never ends a page - it needs its blank line, its
      *   own line and at least one name below it.
           IF  Page-Open-sw = 1
           and Line-Count + 3 > Lines-Per-Page
             Perform Page-Break-sec
           End-if.
           IF  Page-Open-sw = 1
           and Line-Count > Header-Lines
             Move    SPACES to Report-Line-Work
             Perform Line-Write-sec
           End-if.
           Move    SPACES to Report-Line-Work.
           IF  PAGE-RTL
             Compute Print-Start = Name-Column-Right
                                 - Heading-Line-Length + 1
           Else
             Move    Name-Column-Left to Print-Start
           End-if.
           Move    Heading-Line-Text (1 : Heading-Line-Length)
                     to Report-Line-Work
                                   (Print-Start : Heading-Line-Length).
           Perform Line-Write-sec.
           Add     1 to Count-Headings.
      *   The name line was built before the heading - build it again.
           Perform Line-Build-sec.
       Heading-Write-ex.
           Exit.
      *
      *================= Print Line Build  =============================
      *
       Line-Build-sec section.
       Line-Build.
      *   Entry-Text (logical order) becomes Report-Line-Work (visual
      *   order): converted to UTF-16, reordered by the bidi
      *   algorithm, converted back and placed in the name column -
      *   from the left margin on a left-to-right page, against the
      *   right margin on a right-to-left one.  Trailing blanks are
      *   left out, or a right-to-left line would carry them in
      *   front of the text.
           Move    SPACES to Report-Line-Work.
           Move    0      to U-Text-Length.
           Perform Trim-Step-sec
                   Varying Trim-Sub  FROM 80 by -1
                   until   Trim-Sub = 0
                      or   Entry-Text (Trim-Sub : 1) Not = SPACE.
           Move    Trim-Sub to Entry-Length.
           IF  Entry-Length = 0
             Go to Line-Build-ex
           End-if.
           Perform Convert-to-Unicode-sec.
           Perform Bidi-Reorder-sec.
           IF  Print-Length = 0
             Go to Line-Build-ex
           End-if.
           IF  Print-Length > Name-Column-Width - Entry-Indent
             Compute Print-Length = Name-Column-Width - Entry-Indent
           End-if.
           IF  PAGE-RTL
             Compute Print-Start = Name-Column-Right - Entry-Indent
                                 - Print-Length + 1
           Else
             Compute Print-Start = Name-Column-Left + Entry-Indent
           End-if.
           Move    Print-Text (1 : Print-Length)
                     to Report-Line-Work (Print-Start : Print-Length).
       Line-Build-ex.
           Exit.
      *
       Trim-Step-sec section.
       Trim-Step.
           Continue.
       Trim-Step-ex.
           Exit.
      *
      *================= Page Control  =================================
      *
       Line-Write-sec section.
       Line-Write.
           IF  Page-Open-sw = 0
           or  Line-Count Not < Lines-Per-Page
             Perform Page-Break-sec
           End-if.
           IF  Report-Write-Flag = 1
             Write Report-Record from Report-Line-Work
                   after advancing 1 line
           End-if.
           Add     1 to Line-Count.
       Line-Write-ex.
           Exit.
      *
       Page-Break-sec section.
       Page-Break.
      *   The header lines go straight to the file - Line-Write-sec
      *   would break the page again.  Every page starts on a new
      *   sheet; every print line is written with its carriage
      *   control, so a page skip never runs into a line feed.
           IF  Page-Open-sw = 1
             Perform Page-End-sec
           End-if.
           Add     1              to Page-Number.
           Move    Report-Title   to Header-Title.
           Move    Page-Number    to Header-Page.
           Move    SPACES         to Header-Date.
           STRING  Business-Date (1 : 4) "-" Business-Date (5 : 2) "-"
                   Business-Date (7 : 2)
                   delimited by size into Header-Date.
           Move    SPACES         to Header-Locale.
           STRING  Collator-Loc delimited by X"00"
                   into Header-Locale.
           IF  Report-Write-Flag = 1
             Write Report-Record from Header-Line-1
                   after advancing page
             Write Report-Record from Header-Line-2
                   after advancing 1 line
             Write Report-Record from Header-Rule
                   after advancing 1 line
             Move  SPACES to Report-Record
             Write Report-Record
                   after advancing 1 line
           End-if.
           Move    Header-Lines   to Line-Count.
           Move    0              to Page-Names.
           Move    1              to Page-Open-sw.
       Page-Break-ex.
           Exit.
      *
       Page-End-sec section.
       Page-End.
      *   One thumb-index entry per directory page that carries a
      *   name - a page of address lines only has no guide names.
           Move    0 to Page-Open-sw.
           IF  Thumb-Section-sw = 1
           or  Page-Names = 0
             Go to Page-End-ex
           End-if.
           IF  Thumb-Write-Flag = 1
             Move  SPACES          to Thumb-Record
             Move  Page-Number     to Thumb-Page
             Move  Page-First-Name to Thumb-First
             Move  Page-Last-Name  to Thumb-Last
             Write Thumb-Record
             Add   1               to Count-Thumb-Entries
           End-if.
       Page-End-ex.
           Exit.
      *
      *================= Thumb-Index Section  ==========================
      *
       Thumb-Print-sec section.
       Thumb-Print.
      *   Page number, then "first - last" built in logical order and
      *   reordered like any other line - on a right-to-left page the
      *   first name reads first from the right.  Each name is cut to
      *   38 positions so the pair fits the name column.
           IF  Count-Thumb-Entries = 0
             Go to Thumb-Print-ex
           End-if.
           Move    1               to Thumb-Section-sw.
           Move    "THUMB INDEX"   to Report-Title.
           Move    0               to Page-Open-sw.
           Move ZERO to File-Status-Flag.
           Open Input Thumb-File.
           IF (File-Status-Flag = "00")  Then
             Move 1 to Thumb-Read-Flag
             Perform Thumb-Print-Read-sec
                     until Thumb-Read-Flag = 0
             Close Thumb-File
           Else
             Move "Thumb File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Thumb-Print-ex.
           Exit.
      *
       Thumb-Print-Read-sec section.
       Thumb-Print-Read.
           Read  Thumb-File
               at End  Move 0 to Thumb-Read-Flag
               not at End
                 Perform Thumb-Line-sec
           End-read.
       Thumb-Print-Read-ex.
           Exit.
      *
       Thumb-Line-sec section.
       Thumb-Line.
           Perform Trim-Step-sec
                   Varying Trim-Sub  FROM 38 by -1
                   until   Trim-Sub = 0
                      or   Thumb-First (Trim-Sub : 1) Not = SPACE.
           Move    Trim-Sub to Thumb-First-Length.
           Perform Trim-Step-sec
                   Varying Trim-Sub  FROM 38 by -1
                   until   Trim-Sub = 0
                      or   Thumb-Last (Trim-Sub : 1) Not = SPACE.
           Move    Trim-Sub to Thumb-Last-Length.
           IF  Thumb-First-Length = 0
             Move  1 to Thumb-First-Length
           End-if.
           IF  Thumb-Last-Length = 0
             Move  1 to Thumb-Last-Length
           End-if.
           Move    SPACES to Thumb-Line-Work.
           STRING  Thumb-First (1 : Thumb-First-Length)
                   " - "
                   Thumb-Last  (1 : Thumb-Last-Length)
                   delimited by size into Thumb-Line-Work.
           Move    Thumb-Line-Work to Entry-Text.
           Move    0               to Entry-Indent.
           Perform Line-Build-sec.
      *   The page number stands in the margin the name column
      *   leaves free - left of it on a left-to-right page, right
      *   of it on a right-to-left one.
           Move    Thumb-Page      to Thumb-Page-Disp.
           IF  PAGE-RTL
             Move  Thumb-Page-Disp to Report-Line-Work (93 : 4)
           Else
             Move  Thumb-Page-Disp to Report-Line-Work (3 : 4)
           End-if.
           Perform Line-Write-sec.
       Thumb-Line-ex.
           Exit.
      *
      *================= Control Cards  ================================
      *
       Dir-Control-Read-sec section.
       Dir-Control-Read.
      *   Sixty lines a page unless the card says otherwise; a value
      *   out of range keeps the default and is logged.
           Move ZERO to File-Status-Flag.
           Open Input Dir-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Dir-Control-File
                 at End  Continue
                 not at End
                   IF  Control-Page-Lines Numeric
                   and Control-Page-Lines Not < "020"
                   and Control-Page-Lines Not > "200"
                     Move Control-Page-Lines  to Lines-Per-Page
                   Else
                     Move "Page lines invalid - default kept:"
                                              to Debug-Text
                     Move Control-Page-Lines  to Debug-Value
                     Perform Debug-Display-sec
                   End-if
             End-read
             Close Dir-Control-File
           End-if.
           Move    "Lines per page -------------:" to Debug-Text.
           Move    Lines-Per-Page                   to Debug-Value.
           Perform Debug-Display-sec.
       Dir-Control-Read-ex.
           Exit.
      *
       Group-Read-sec section.
       Group-Read.
      *   In group mode the "A" continuation records are addresses.
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
       Delta-Control-Read-sec section.
       Delta-Control-Read.
      *   The same card icu-Pipeline.cbl reads - "Y" means tonight's
      *   sort stage saw only the delta, and the full name population
      *   lives in the standing merged master.
           Move ZERO to File-Status-Flag.
           Open Input Delta-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Delta-Control-File
                 at End  Continue
                 not at End
                   IF Delta-Control-Record = "Y" or "y"
                     Move 1 to Delta-Stage-sw
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
       Norm-Codepage-Read-sec section.
       Norm-Codepage-Read.
      *   The standing merged master is in the normalization stage's
      *   output codepage, UTF-8 unless its card says otherwise.
           IF  Delta-Stage-sw = 0
             Go to Norm-Codepage-Read-ex
           End-if.
           Move    Z"UTF-8" to Coll-Out-Codepage.
           Move ZERO to File-Status-Flag.
           Open Input Norm-Codepage-File.
           IF File-Status-Flag = "00"  Then
             Read Norm-Codepage-File
                 at End  Continue
                 not at End
                   IF Norm-Codepage-Record Not = SPACES
                     Move   SPACES to Coll-Out-Codepage
                     STRING Norm-Codepage-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Coll-Out-Codepage
                   End-if
             End-read
             Close Norm-Codepage-File
           End-if.
           Move    "Master codepage ------------:" to Debug-Text.
           Move    Coll-Out-Codepage                to Debug-Value.
           Perform Debug-Display-sec.
       Norm-Codepage-Read-ex.
           Exit.
      *
       Partition-Check-sec section.
       Partition-Check.
      *   A coordinator card ("M" by manifest entry / "K" by key
      *   range) with the plan in state "M" means tonight's sorted
      *   master was merged from the partitions by concatenation -
      *   each partition in order, but not the whole.  Delta mode is
      *   never partitioned.
           IF  Delta-Stage-sw = 1
             Go to Partition-Check-ex
           End-if.
           Move ZERO to File-Status-Flag.
           Open Input Partition-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Partition-Control-File
                 at End  Continue
                 not at End
                   IF Partition-Control-Method = "M" or "K"
                     Move 1 to Partition-Coordinator-sw
                   End-if
             End-read
             Close Partition-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Partition-Control-File
             End-if
           End-if.
           IF  Partition-Coordinator-sw = 0
             Go to Partition-Check-ex
           End-if.
           Move ZERO to File-Status-Flag.
           Open Input Plan-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Input-Read-Flag
             Perform Plan-Read-sec
                     until Input-Read-Flag = 0
             Close Plan-File
           Else
             IF  File-Status-Flag = "05"
               Close Plan-File
             End-if
           End-if.
           Move    "Partition plan state -------:" to Debug-Text.
           Move    Plan-State                       to Debug-Value.
           Perform Debug-Display-sec.
           IF  Plan-State = "M"
             Move "Partitioned master not in one collated order"
                                       to Debug-Text
             Move "- no directory - Stop Run"
                                       to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move 8 to Return-Code
             Stop Run
           End-if.
       Partition-Check-ex.
           Exit.
      *
       Plan-Read-sec section.
       Plan-Read.
           Read Plan-File
               at End  Move 0 to Input-Read-Flag
               not at End
                 IF  Plan-Record-Type = "PLAN"
                   Move Plan-Record-State to Plan-State
                 End-if
           End-read.
       Plan-Read-ex.
           Exit.
      *
       Locale-Read-sec section.
       Locale-Read.
      *   The sort stage's own locale card.  A Hebrew locale - "he",
      *   or the older "iw" - lays the pages out right-to-left.
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
           IF  Collator-Loc (1 : 2) = "he" or "HE" or "iw" or "IW"
             Set   PAGE-RTL  to True
             Move  UBIDI-RTL to Bidi-Para-Level
           Else
             Set   PAGE-LTR  to True
             Move  UBIDI-DEFAULT-LTR to Bidi-Para-Level
           End-if.
           Move    "Directory locale -----------:" to Debug-Text.
           Move    Collator-Loc                     to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Page direction (L/R) -------:" to Debug-Text.
           Move    Page-Direction                   to Debug-Value.
           Perform Debug-Display-sec.
       Locale-Read-ex.
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
      *   ignorable, primary strength - a letter's key carries
      *   neither its case nor its accents.
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
       Open-Sort-Collator-sec section.
       Open-Sort-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI UCollator* U_EXPORT2  ucol_open(
      *                         const char * loc,
      *                         UErrorCode * status )
      *   The locale's own strength and attributes - the order the
      *   sort stage itself would have put the master in.
           STRING "ucol_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by reference Collator-Loc
                                  by reference UErrorCode
                                  Returning    Sort-Collator-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Sort-Collator-ex.
           Exit.
      *
       Close-Sort-Collator-sec section.
       Close-Sort-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI void  U_EXPORT2  ucol_close( UCollator * coll )
           STRING "ucol_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by value Sort-Collator-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Sort-Collator-ex.
           Exit.
      *
       Prepare-API-Pointers-sec section.
       Prepare-API-Pointers.
      *   Every printed line is converted, reordered and converted
      *   back, and every name's letter keyed - their entry points
      *   are looked up once.
           STRING "ucol_getSortKey" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Set  SortKey-API-Pointer    to API-Pointer.
           STRING "ucnv_toUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  ToUChars-API-Pointer   to API-Pointer.
           STRING "ucnv_fromUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  FromUChars-API-Pointer to API-Pointer.
           STRING "u_strToUpper" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  ToUpper-API-Pointer    to API-Pointer.
           STRING "ubidi_setPara" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  SetPara-API-Pointer    to API-Pointer.
           STRING "ubidi_writeReordered" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  Reorder-API-Pointer    to API-Pointer.
       Prepare-API-Pointers-ex.
           Exit.
      *
       Open-Unicode-Converter-sec section.
       Open-Unicode-Converter.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI UConverter *U_EXPORT2  ucnv_open(
      *                         const char * ConverterName,
      *                         UErrorCode * err )
      *   The master is read on its own codepage, the print file
      *   written on the fixed print codepage.
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by reference Coll-Out-Codepage
                                  by reference UErrorCode
                                  Returning Converter-Pointer.
           Perform Check-Call-to-API-sec.
           Call API-Pointer using by reference Print-Codepage
                                  by reference UErrorCode
                                  Returning Print-Converter-Pointer.
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
           Move SPACES       to UIB-String.
           Move Entry-Length to Text-Length.
           Call ToUChars-API-Pointer
                            using by value     Converter-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-destCapacity
                                  by reference Entry-Text
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
           Call API-Pointer using by value Print-Converter-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Unicode-Converter-ex.
           Exit.
      *
      *================== Bidi Reordering APIs  ========================
      *
       Open-Bidi-sec section.
       Open-Bidi.
      *  --------------------- UBIDI.H ---------------------------
      *   U_CAPI UBiDi * U_EXPORT2  ubidi_open( void )
      *   Allocates a UBiDi structure.  The object is reused for
      *   every line via ubidi_setPara, and must be disposed of by
      *   calling ubidi_close.
      *
      *   Returns: pointer to a UBiDi, or 0 on error
           STRING "ubidi_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer  Returning Bidi-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Bidi-ex.
           Exit.
      *
       Bidi-Reorder-sec section.
       Bidi-Reorder.
      *  --------------------- UBIDI.H ---------------------------
      *   U_CAPI void U_EXPORT2  ubidi_setPara(
      *                         UBiDi * pBiDi,
      *                         const UChar * text,
      *                         int32_t length,
      *                         UBiDiLevel paraLevel,
      *                         UBiDiLevel * embeddingLevels,
      *                         UErrorCode * pErrorCode )
      *   Performs the Unicode bidi algorithm on the (logical-order)
      *   paragraph text.
      *
      *   U_CAPI int32_t U_EXPORT2  ubidi_writeReordered(
      *                         UBiDi * pBiDi,
      *                         UChar * dest,
      *                         int32_t destSize,
      *                         uint16_t options,
      *                         UErrorCode * pErrorCode )
      *   Writes the text in visual order into dest.
      *   Returns: the length of the output string
      *
      *   The visual-order text is converted to the print codepage
      *   into Print-Text, its length in Print-Length.
           Move    0 to Print-Length.
           Move    SPACES to Print-Text.
           Call SetPara-API-Pointer
                            using by value     Bidi-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-Text-Length
                                  by value     Bidi-Para-Level
                                  by value     Bidi-Null-Pointer
                                  by reference UErrorCode.
           Perform Check-Call-to-API-sec.
      *
           Move    SPACES to Unicode-Visual-Buffer.
           Call Reorder-API-Pointer
                            using by value     Bidi-Pointer
                                  by reference Unicode-Visual-Buffer
                                  by value     U-destCapacity
                                  by value     UBIDI-DO-MIRRORING
                                  by reference UErrorCode
                                  Returning    U-Visual-Length.
           Perform Check-Call-to-API-sec.
           IF  U-Visual-Length > U-destCapacity
             Move U-destCapacity to U-Visual-Length
           End-if.
      *
      *    --- convert the visual-order text to the print codepage ---
           Call FromUChars-API-Pointer
                            using by value     Print-Converter-Pointer
                                  by reference Print-Text
                                  by value     destCapacity
                                  by reference Unicode-Visual-Buffer
                                  by value     U-Visual-Length
                                  by reference UErrorCode
                                  Returning    Text-Length.
           Perform Check-Call-to-API-sec.
           INSPECT Print-Text replacing all X"00" by SPACE.
           IF  Text-Length > destCapacity
             Move destCapacity to Print-Length
           Else
             Move Text-Length  to Print-Length
           End-if.
       Bidi-Reorder-ex.
           Exit.
      *
       Close-Bidi-sec section.
       Close-Bidi.
      *  --------------------- UBIDI.H ---------------------------
      *   U_CAPI void U_EXPORT2  ubidi_close( UBiDi * pBiDi )
      *   Frees the UBiDi structure
           STRING "ubidi_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value Bidi-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Bidi-ex.
           Exit.
      *
      *================= Output Files  =================================
      *
       Report-Open-sec section.
       Report-Open.
           Move ZERO to File-Status-Flag.
           Open Output Report-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Report-Write-Flag
           Else
             Move     0                to Report-Write-Flag
             Move "Directory File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Report-Open-ex.
           Exit.
      *
       Report-Close-sec section.
       Report-Close.
           Close Report-File.
       Report-Close-ex.
           Exit.
      *
       Thumb-Open-sec section.
       Thumb-Open.
      *   Without the thumb file the directory still prints - only
      *   its thumb-index section is missing.
           Move ZERO to File-Status-Flag.
           Open Output Thumb-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Thumb-Write-Flag
           Else
             Move     0                to Thumb-Write-Flag
             Move "Thumb File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Thumb-Open-ex.
           Exit.
      *
       Thumb-Close-sec section.
       Thumb-Close.
           IF  Thumb-Write-Flag = 1
             Close Thumb-File
           End-if.
       Thumb-Close-ex.
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
           Move    "Names printed  ------------:" to Debug-Text.
           Move    Count-Names           to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Address lines printed  ----:" to Debug-Text.
           Move    Count-Addresses       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Letter headings  ----------:" to Debug-Text.
           Move    Count-Headings        to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Names without a letter  ---:" to Debug-Text.
           Move    Count-No-Letter       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Directory pages  ----------:" to Debug-Text.
           Move    Count-Thumb-Entries   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Pages printed in all  -----:" to Debug-Text.
           Move    Page-Number           to Debug-Value.
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
           Move "ICU-Dir"             to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Records-Read    to History-Input-Count.
           Compute History-Output-Count = Count-Names
                                        + Count-Addresses.
           Move ZERO                  to History-Reject-Count.
           Move Count-No-Letter       to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Count-Names = 0
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
