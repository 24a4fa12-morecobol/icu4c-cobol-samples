      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-House".
      *
      * Householding - names sharing a normalized address
      **
      * The program includes the following steps:
      * - Read the normalized name master "ICU_Norm_Output.txt"
      *         (the standing merged master on a delta night), with
      *         its "N" name records and their "A" address
      *         continuation records (ICU_Group_Mode.txt card on)
      * - Take each name's first "A" record as its address, convert
      *         it to UTF-16 and build its collation key under the
      *         run's collation locale at primary strength, with
      *         normalization on and spaces and punctuation
      *         ignorable - so "12 Herzl St." and "12 HERZL ST"
      *         are the same door
      * - Sort the names on the address key and give every name
      *         sharing a key the same household id; a name with no
      *         address record is a household of its own
      * - Write the household cross-reference "ICU_House_Xref.txt":
      *         household id, master position, role and the name
      *         record, under the suite's standard HDR/TRL (id
      *         HOUSEXRF, the master's business date).  Role "P"
      *         marks the one name per household a mail piece or
      *         statement goes to, "M" the other names at the same
      *         address, "U" a name without an address
      * - Write the household summary report "ICU_House_Report.txt"
      * - Write debugging information to Display and
      *         log file "ICU_House_log.txt"
      *
      * Statement and mail extracts select role "P" (and "U") from
      * the cross-reference to send one piece per household instead
      * of one per person at the same door.
      *
      * The locale, codepage and DLL cards are the sort stage's and
      * the normalization stage's own (ICU_Coll_Locale.txt,
      * ICU_Norm_Codepage.txt, ICU_Coll_Version.txt), so addresses
      * are compared under the rules the master was built by.
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
      *      Assigned through Input-File-Name: the nightly normalized
      *      output normally, the standing merged master when the
      *      pipeline ran in delta mode - see Delta-Control-Read-sec.
             Select Optional Input-File
                    Assign to Input-File-Name
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
      * ------------------- Household Cross-Reference File  ---------
             Select Optional Xref-File
                    Assign to "ICU_House_Xref.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Household Summary Report  ---------------
             Select Optional Report-File
                    Assign to "ICU_House_Report.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Address Sort Work File  -----------------
             Select Sort-File
                    Assign to "SORTWK1".
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_House_log.txt"
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
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
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
      *   One line per name: household id, the name's data-record
      *   position in the master (the numbering ICU-Index and
      *   ICU-Search use), role, and the name record itself.
       FD Xref-File
                       Record  varying from 12 to 102 characters.
         01 Xref-Record                    pic X(102).
       FD Report-File
                       Record contains 80 characters.
         01 Report-Record                  pic X(80).
      *   Names with an address sort ahead of those without, then by
      *   address key, then by master position - so the first name
      *   of each household is the earliest one on the master.
       SD Sort-File.
         01 Sort-Record.
           03  Sort-No-Address               pic 9.
           03  Sort-Address-Key              pic X(512).
           03  Sort-Position                 pic 9(9).
           03  Sort-Name-Text                pic X(80).
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
       01  Xref-Write-Flag                 pic 9    value 0.
       01  Report-Write-Flag               pic 9    value 0.
      * ------------------ Dynamic input file name  --------------------
       01  Input-File-Name         pic X(64) value
                                             "ICU_Norm_Output.txt".
      * ------------------ Record-Type Groups  ------------------------
      *   Without group mode the master carries no address records,
      *   and every name is a household of its own - the run warns.
       01  Group-Mode-sw                   pic 9    value 0.
      * ------------------ Name held for its address  -----------------
      *   A name is released to the sort once its first "A" record
      *   is seen, or without an address when the next name (or the
      *   end of the master) arrives first.
       01  Held-Name-sw                    pic 9    value 0.
       01  Held-Name-Position              pic 9(9) value 0.
       01  Held-Name-Text                  pic X(80).
       01  Data-Position                   pic 9(9) Binary value 0.
      * ------------------ Household break  ----------------------------
       01  House-Id                        pic 9(9) value 0.
       01  House-Size                      pic 9(9) Binary value 0.
       01  House-Open-sw                   pic 9    value 0.
       01  Prior-Address-Key               pic X(512).
      * ------------------ Control totals  ---------------------------
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Names                      pic 9(9) Binary value 0.
       01  Count-Addresses                  pic 9(9) Binary value 0.
       01  Count-Extra-Addresses            pic 9(9) Binary value 0.
       01  Count-Orphan-Addresses           pic 9(9) Binary value 0.
       01  Count-No-Address                 pic 9(9) Binary value 0.
       01  Count-Households                 pic 9(9) Binary value 0.
       01  Count-Single-Households          pic 9(9) Binary value 0.
       01  Count-Multi-Households           pic 9(9) Binary value 0.
       01  Count-Multi-Names                pic 9(9) Binary value 0.
       01  Count-Largest-House              pic 9(9) Binary value 0.
       01  Count-Pieces-Saved               pic 9(9) Binary value 0.
       01  Count-Xref-Written               pic 9(9) Binary value 0.
      *   Households by size - 1 through 9 names, the last bucket
      *   10 or more.
       01  Size-Table.
           03  Size-Count                  pic 9(9) Binary occurs 10.
       01  Size-Sub                        pic 99   Binary.
      * ------------------ Cross-reference record build  ---------------
       01  Xref-Build.
           03  Xref-House-Id               pic 9(9).
           03  Filler                      pic X value space.
           03  Xref-Position               pic 9(9).
           03  Filler                      pic X value space.
           03  Xref-Role                   pic X(1).
             88  XREF-PRIMARY                       value "P".
             88  XREF-MEMBER                        value "M".
             88  XREF-UNADDRESSED                   value "U".
           03  Filler                      pic X value space.
           03  Xref-Name-Text              pic X(80).
      * ------------- Batch Header/Trailer Records  -------------------
      *   The cross-reference is a suite data file like any other:
      *   standard HDR with id HOUSEXRF and the master's business
      *   date, TRL with its own count.
       01  Business-Date                   pic X(8).
       01  Header-Build.
           03  Filler                      pic X(3) value "HDR".
           03  Header-Build-Id             pic X(12) value "HOUSEXRF".
           03  Header-Build-Date           pic X(8).
           03  Header-Build-Gen            pic 9(4).
       01  Trailer-Build.
           03  Filler                      pic X(3) value "TRL".
           03  Trailer-Build-Count         pic 9(9).
      * ------------------ Summary report  ------------------------------
       01  Report-Line-Work                pic X(80).
       01  Report-Label                    pic X(30).
       01  Disp-Count                      pic 9(9).
       01  Disp-Size                       pic Z9.
      * ------------------ Sort key work  -------------------------------
       77  SORT-KEY-CAPACITY               pic 9(9) Binary value 512.
       01  Sort-Key-Work                   pic X(512).
       01  Sort-Key-Length                 pic S9(9) Binary.
      * ---------------------- Input Buffer  ----------------------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(80).
       01  Address-Buffer                  pic X(79).
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
       01  Text-Length                     pic S9(9) Binary value 79.
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
           Move ">>> Program: ICU-House - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Business-Date from DATE YYYYMMDD.
           Perform Delta-Control-Read-sec.
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
           Perform Xref-Open-sec.
           Sort    Sort-File
                   ascending key Sort-No-Address
                                 Sort-Address-Key
                                 Sort-Position
                   input  procedure is House-Input-sec
                   output procedure is House-Output-sec.
           Perform Xref-Close-sec.
      *
           Perform Close-Unicode-Collator-sec.
           Perform Close-Unicode-Converter-sec.
           Perform Free-DLL-sec.
           Perform Free-DLL-Coll-sec.
      *
           Perform House-Report-sec.
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   A master without address records still gets its
      *   cross-reference, one household per name, but hands the
      *   scheduler a warning.
           IF  Group-Mode-sw = 0
            or Count-Addresses = 0
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Sort Input Procedure  =========================
      *
       House-Input-sec section.
       House-Input.
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
           Perform House-Input-Read-sec
                   until Input-Read-Flag = 0.
           IF  Held-Name-sw = 1
             Perform Release-No-Address-sec
           End-if.
           Close Input-File.
       House-Input-ex.
           Exit.
      *
       House-Input-Read-sec section.
       House-Input-Read.
           Move  SPACES to Input-Buffer.
           Read  Input-File  into  Input-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 IF  Input-Buffer-String (1 : 3) Not = "HDR"
                 and Input-Buffer-String (1 : 3) Not = "TRL"
                   Add     1 to Count-Records-Read
                   Add     1 to Data-Position
                   Perform House-Record-sec
                 End-if
           End-read.
       House-Input-Read-ex.
           Exit.
      *
       House-Record-sec section.
       House-Record.
      *   Positions count every data record, "A" records included,
      *   so they are the positions ICU-Index and ICU-Search report.
           IF  Group-Mode-sw = 1
           and Input-Buffer-String (1 : 1) = "A"
             Perform House-Address-sec
             Go to House-Record-ex
           End-if.
           IF  Held-Name-sw = 1
             Perform Release-No-Address-sec
           End-if.
           Add     1                   to Count-Names.
           Move    1                   to Held-Name-sw.
           Move    Data-Position       to Held-Name-Position.
           Move    Input-Buffer-String to Held-Name-Text.
       House-Record-ex.
           Exit.
      *
       House-Address-sec section.
       House-Address.
      *   Only a name's first address record places it in a
      *   household - further "A" lines (a second address, an
      *   alias) are counted and left alone.
           Add     1 to Count-Addresses.
           IF  Held-Name-sw = 0
             IF  Count-Names = 0
               Add   1 to Count-Orphan-Addresses
               Move  "Address record before any name:" to Debug-Text
               Move  Data-Position                     to Debug-Value
               Perform Debug-Display-sec
             Else
               Add   1 to Count-Extra-Addresses
             End-if
             Go to House-Address-ex
           End-if.
           Move    Input-Buffer-String (2 : 79) to Address-Buffer.
           IF  Address-Buffer = SPACES
             Perform Release-No-Address-sec
             Go to House-Address-ex
           End-if.
           Perform Convert-to-Unicode-sec.
           Perform Sort-Key-Build-sec.
           Move    0                  to Sort-No-Address.
           Move    Sort-Key-Work      to Sort-Address-Key.
           Move    Held-Name-Position to Sort-Position.
           Move    Held-Name-Text     to Sort-Name-Text.
           Release Sort-Record.
           Move    0                  to Held-Name-sw.
       House-Address-ex.
           Exit.
      *
       Release-No-Address-sec section.
       Release-No-Address.
           Add     1                  to Count-No-Address.
           Move    1                  to Sort-No-Address.
           Move    LOW-VALUES         to Sort-Address-Key.
           Move    Held-Name-Position to Sort-Position.
           Move    Held-Name-Text     to Sort-Name-Text.
           Release Sort-Record.
           Move    0                  to Held-Name-sw.
       Release-No-Address-ex.
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
             Move  "Sort key truncated at capacity:" to Debug-Text
             Move  SORT-KEY-CAPACITY                  to Debug-Value
             Move  1                           to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Sort-Key-Build-ex.
           Exit.
      *
      *================= Sort Output Procedure  ========================
      *
       House-Output-sec section.
       House-Output.
           Move    0 to House-Open-sw.
           Move    1 to Sort-Return-Flag.
           Perform House-Output-Return-sec
                   until Sort-Return-Flag = 0.
           IF  House-Open-sw = 1
             Perform House-Close-sec
           End-if.
       House-Output-ex.
           Exit.
      *
       House-Output-Return-sec section.
       House-Output-Return.
           Return Sort-File
               at End  Move 0 to Sort-Return-Flag
               not at End
                 Perform House-Assign-sec
           End-return.
       House-Output-Return-ex.
           Exit.
      *
       House-Assign-sec section.
       House-Assign.
      *   A new household starts on every change of address key, and
      *   on every name without an address.
           IF  House-Open-sw = 1
           and Sort-No-Address = 0
           and Sort-Address-Key = Prior-Address-Key
             Add   1 to House-Size
             Move  "M" to Xref-Role
           Else
             IF  House-Open-sw = 1
               Perform House-Close-sec
             End-if
             Add   1 to House-Id
             Move  1 to House-Open-sw
             Move  1 to House-Size
             Move  Sort-Address-Key to Prior-Address-Key
             IF  Sort-No-Address = 1
               Move "U" to Xref-Role
             Else
               Move "P" to Xref-Role
             End-if
           End-if.
           Move    House-Id        to Xref-House-Id.
           Move    Sort-Position   to Xref-Position.
           Move    Sort-Name-Text  to Xref-Name-Text.
           Perform Xref-Write-sec.
       House-Assign-ex.
           Exit.
      *
       House-Close-sec section.
       House-Close.
           Add     1 to Count-Households.
           IF  House-Size = 1
             Add   1 to Count-Single-Households
           Else
             Add   1          to Count-Multi-Households
             Add   House-Size to Count-Multi-Names
             Compute Count-Pieces-Saved
                   = Count-Pieces-Saved + House-Size - 1
           End-if.
           IF  House-Size > Count-Largest-House
             Move  House-Size to Count-Largest-House
           End-if.
           IF  House-Size > 9
             Move  10         to Size-Sub
           Else
             Move  House-Size to Size-Sub
           End-if.
           Add     1 to Size-Count (Size-Sub).
           Move    0 to House-Open-sw.
       House-Close-ex.
           Exit.
      *
      *================= Master Header Pre-Scan  =======================
      *
       Master-Scan-sec section.
       Master-Scan.
      *   Reads as far as the header and stops at the first data
      *   record - the business date must be known before the
      *   cross-reference HDR is written.  A headerless master keeps
      *   today's date from the ACCEPT above.
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
       Delta-Control-Read-sec section.
       Delta-Control-Read.
      *   The same card icu-Pipeline.cbl reads - "Y" means tonight's
      *   ICU_Norm_Output.txt holds only the delta, and the full
      *   name population lives in the standing merged master.
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
       Group-Read-sec section.
       Group-Read.
      *   Addresses only exist on the master in group mode.
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
           IF  Group-Mode-sw = 0
             Move  "Group mode off - no addresses on master"
                                            to Debug-Text
             Move  1                        to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Group-Read-ex.
           Exit.
      *
       Locale-Read-sec section.
       Locale-Read.
      *   The sort stage's own locale card - addresses collate under
      *   the rules the master was ordered by.
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
           Move    "Household locale -----------:" to Debug-Text.
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
      *   ignorable, primary strength - case, accents and layout
      *   differences in an address do not make a different door.
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
      *   ucol_getSortKey and ucnv_toUChars run for every address -
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
      *   The address text after the record-type byte.
           Move SPACES to UIB-String.
           Call ToUChars-API-Pointer
                            using by value     Converter-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-destCapacity
                                  by reference Address-Buffer
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
      *========================  Cross-Reference File  =================
      *
       Xref-Open-sec section.
       Xref-Open.
           Move ZERO to File-Status-Flag.
           Open Output Xref-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Xref-Write-Flag
             Move     Business-Date    to Header-Build-Date
             Move     1                to Header-Build-Gen
             Write    Xref-Record from Header-Build
           Else
             Move     0                to Xref-Write-Flag
             Move "Xref File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Xref-Open-ex.
           Exit.
      *
       Xref-Write-sec section.
       Xref-Write.
           IF Xref-Write-Flag = 1  Then
             Write  Xref-Record from Xref-Build
             Add    1 to Count-Xref-Written
           End-if.
       Xref-Write-ex.
           Exit.
      *
       Xref-Close-sec section.
       Xref-Close.
      *   Stamp the trailer with the cross-reference's own count.
           IF  Xref-Write-Flag = 1
             Move    Count-Xref-Written to Trailer-Build-Count
             Write   Xref-Record from Trailer-Build
           End-if.
           Close       Xref-File.
       Xref-Close-ex.
           Exit.
      *
      *================= Household Summary Report  =====================
      *
       House-Report-sec section.
       House-Report.
           Move ZERO to File-Status-Flag.
           Open Output Report-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Report-Write-Flag
           Else
             Move     0                to Report-Write-Flag
             Move "Report File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Go to House-Report-ex
           End-if.
           Move "ICU HOUSEHOLD SUMMARY"  to Report-Line-Work.
           Perform Report-Write-sec.
           Move "====================="  to Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES to Report-Line-Work.
           STRING "BUSINESS DATE " Business-Date
                  "  MASTER " Input-File-Name
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES to Report-Line-Work.
           Perform Report-Write-sec.
           Move "NAME RECORDS"               to Report-Label.
           Move Count-Names                  to Disp-Count.
           Perform Report-Count-sec.
           Move "ADDRESS RECORDS"            to Report-Label.
           Move Count-Addresses              to Disp-Count.
           Perform Report-Count-sec.
           Move "  FURTHER ADDRESSES IGNORED" to Report-Label.
           Move Count-Extra-Addresses        to Disp-Count.
           Perform Report-Count-sec.
           Move "  ADDRESSES WITHOUT A NAME" to Report-Label.
           Move Count-Orphan-Addresses       to Disp-Count.
           Perform Report-Count-sec.
           Move "NAMES WITHOUT AN ADDRESS"   to Report-Label.
           Move Count-No-Address             to Disp-Count.
           Perform Report-Count-sec.
           Move "HOUSEHOLDS"                 to Report-Label.
           Move Count-Households             to Disp-Count.
           Perform Report-Count-sec.
           Move "  SINGLE-NAME HOUSEHOLDS"   to Report-Label.
           Move Count-Single-Households      to Disp-Count.
           Perform Report-Count-sec.
           Move "  MULTI-NAME HOUSEHOLDS"    to Report-Label.
           Move Count-Multi-Households       to Disp-Count.
           Perform Report-Count-sec.
           Move "  NAMES IN MULTI-NAME"      to Report-Label.
           Move Count-Multi-Names            to Disp-Count.
           Perform Report-Count-sec.
           Move "LARGEST HOUSEHOLD"          to Report-Label.
           Move Count-Largest-House          to Disp-Count.
           Perform Report-Count-sec.
           Move "MAIL PIECES SAVED"          to Report-Label.
           Move Count-Pieces-Saved           to Disp-Count.
           Perform Report-Count-sec.
           Move SPACES to Report-Line-Work.
           Perform Report-Write-sec.
           Move "HOUSEHOLDS BY NUMBER OF NAMES" to Report-Line-Work.
           Perform Report-Write-sec.
           Perform Report-Size-sec
                   varying Size-Sub from 1 by 1
                   until Size-Sub > 10.
           Close Report-File.
       House-Report-ex.
           Exit.
      *
       Report-Count-sec section.
       Report-Count.
           Move SPACES to Report-Line-Work.
           STRING Report-Label " " Disp-Count
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
       Report-Count-ex.
           Exit.
      *
       Report-Size-sec section.
       Report-Size.
           Move Size-Sub             to Disp-Size.
           Move Size-Count (Size-Sub) to Disp-Count.
           Move SPACES to Report-Line-Work.
           IF  Size-Sub = 10
             STRING "  10 OR MORE NAMES           " Disp-Count
                    delimited by size into Report-Line-Work
           Else
             STRING "  " Disp-Size " NAMES" "                  "
                    "    " Disp-Count
                    delimited by size into Report-Line-Work
           End-if.
           Perform Report-Write-sec.
       Report-Size-ex.
           Exit.
      *
       Report-Write-sec section.
       Report-Write.
           IF Report-Write-Flag = 1  Then
             Write  Report-Record from Report-Line-Work
           End-if.
       Report-Write-ex.
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
           Move    "Households  ---------------:" to Debug-Text.
           Move    Count-Households      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Names without address  ----:" to Debug-Text.
           Move    Count-No-Address      to Debug-Value.
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
           Move "ICU-House"           to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Records-Read    to History-Input-Count.
           Move Count-Households      to History-Output-Count.
           Move ZERO                  to History-Reject-Count.
           Move Count-No-Address      to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Group-Mode-sw = 0
            or Count-Addresses = 0
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
