      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Screen".
      *
      * Nightly sanctions / watchlist screening of the name master
      **
      * The program includes the following steps:
      * - Load the Latin-script watchlist "ICU_Watchlist.txt" (one
      *         line per list entry: entry id and name, codepage
      *         iso-8859-1, standard HDR/TRL batch records excluded)
      * - Load the analysts' decisions file
      *         "ICU_Screen_Decisions.txt": name/list-entry pairs
      *         already investigated and CLEARED
      * - Load the standing hit file "ICU_Screen_Hits.txt" the
      *         previous run left behind
      * - Read every record of the indexed name master
      *         "ICU_Name_Master.dat" and romanize the name through
      *         the same transliterator ICU-Trans runs (the same
      *         ICU_Trans_Id.txt card - Hebrew-Latin by default; a
      *         Latin name passes through it unchanged)
      * - In record-type group mode ("ICU_Group_Mode.txt") screen
      *         the "N" name records only, without their type byte -
      *         the "A" address records are not names
      * - Reduce both sides to a screening key: decomposed (NFD),
      *         accents and marks dropped, upper case, split into
      *         words - and screen every master name against every
      *         list entry: EXACT when the keys are equal, WORDS when
      *         every word of a multi-word list name appears in the
      *         master name in any order
      * - A hit on a CLEARED pair stays quiet unless the list entry
      *         has changed since it was cleared; a hit already
      *         raised on an earlier night stays quiet unless the
      *         list entry has changed since - only NEW and CHANGED
      *         hits reach the daily alert file
      *         "ICU_Screen_Alerts.txt"
      * - Rewrite the standing hit file "ICU_Screen_Hits.txt" with
      *         tonight's full hit list for the next run
      * - Write debugging information to Display and
      *         log file "ICU_Screen_log.txt"
      *
      * A renamed master record screens under its new name, so a
      * name change after clearance raises a NEW hit for the new
      * name - the clearance covered the old one only.
      **
      * The following ICU APIs are used:
      *    ucnv_open
      *    ucnv_toUChars
      *    utrans_open
      *    utrans_transUChars
      *    utrans_close
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
      * ------------------- Watchlist File  --------------------------
             Select Optional Watch-File
                    Assign to "ICU_Watchlist.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Analyst Decisions File  ------------------
             Select Optional Decision-File
                    Assign to "ICU_Screen_Decisions.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Standing Hit File  -----------------------
      *      Read at the start of the run, rewritten at the end.
             Select Optional Hit-File
                    Assign to "ICU_Screen_Hits.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Daily Alert File  ------------------------
             Select Optional Alert-File
                    Assign to "ICU_Screen_Alerts.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Indexed Name Master  -----------------
             Select Optional Master-File
                    Assign to "ICU_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Sequential
                    Record Key is Master-Name.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Screen_log.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------- Transliterator Id Control Card  ---------------
      *      The same card ICU-Trans reads.
             Select Optional Trans-Id-Control-File
                    Assign to "ICU_Trans_Id.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Master Codepage Control Card  --------------
      *      The same card ICU-Norm and ICU-Maint read - the codepage
      *      the master keys were normalized into.
             Select Optional Codepage-Control-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ ICU DLL / Version Control Card  ------------
      *      The same card ICU-Trans reads.
             Select Optional Version-Control-File
                    Assign to "ICU_Trans_Version.txt"
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
       FD Watch-File
                       Record  varying from 1 to  97 characters.
         01 Watch-Record.
           03  Watch-Entry-Id              pic X(16).
           03  Filler                      pic X.
           03  Watch-Name                  pic X(80).
      *   Maintained by the screening analysts - one line per pair
      *   investigated.  Only CLEARED lines suppress a hit; the list
      *   entry name is kept as it stood when the pair was cleared.
       FD Decision-File
                       Record  varying from 1 to 211 characters.
         01 Decision-Record.
           03  Decision-Entry-Id           pic X(16).
           03  Filler                      pic X.
           03  Decision-Code               pic X(8).
           03  Filler                      pic X.
           03  Decision-Date               pic X(8).
           03  Filler                      pic X.
           03  Decision-User               pic X(8).
           03  Filler                      pic X.
           03  Decision-Watch-Name         pic X(80).
           03  Filler                      pic X.
           03  Decision-Master-Name        pic X(80).
       FD Hit-File
                       Record contains 203 characters.
         01 Hit-Record.
           03  Hit-Entry-Id                pic X(16).
           03  Filler                      pic X.
           03  Hit-Match                   pic X(6).
           03  Filler                      pic X.
           03  Hit-First-Date              pic X(8).
           03  Filler                      pic X.
           03  Hit-Master-Name             pic X(80).
           03  Filler                      pic X.
           03  Hit-Watch-Name              pic X(80).
      *   Hit-File layout plus the alert status (NEW / CHANGED).
       FD Alert-File
                       Record contains 221 characters.
         01 Alert-Record.
           03  Alert-Date                  pic X(8).
           03  Filler                      pic X.
           03  Alert-Status                pic X(8).
           03  Filler                      pic X.
           03  Alert-Entry-Id              pic X(16).
           03  Filler                      pic X.
           03  Alert-Match                 pic X(6).
           03  Filler                      pic X.
           03  Alert-Master-Name           pic X(80).
           03  Filler                      pic X.
           03  Alert-Watch-Name            pic X(80).
      *   Same layout ICU-MastLoad writes and ICU-Maint maintains.
       FD Master-File.
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
       FD Trans-Id-Control-File.
         01 Trans-Id-Control-Record        pic X(32).
       FD Codepage-Control-File.
         01 Codepage-Control-Record        pic X(32).
       FD Version-Control-File.
         01 Version-Control-Record.
           03  Control-Conv-DLL-Name        pic X(23).
           03  Control-Trans-DLL-Name       pic X(23).
           03  Control-Version-Suffix       pic X(10).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
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
       01  Watch-Read-Flag                 pic 9    value 0.
       01  Decision-Read-Flag              pic 9    value 0.
       01  Hit-Read-Flag                   pic 9    value 0.
       01  Decision-Open-Flag              pic 9    value 0.
       01  Prior-Open-Flag                 pic 9    value 0.
       01  Master-Read-Flag                pic 9    value 0.
       01  Hit-Write-Flag                  pic 9    value 0.
       01  Alert-Write-Flag                pic 9    value 0.
       01  Reject-Record-sw                pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Master-Read                pic 9(9) Binary value 0.
       01  Count-Hits                       pic 9(9) Binary value 0.
       01  Count-Alerts-New                 pic 9(9) Binary value 0.
       01  Count-Alerts-Changed             pic 9(9) Binary value 0.
       01  Count-Hits-Cleared               pic 9(9) Binary value 0.
       01  Count-Hits-Standing              pic 9(9) Binary value 0.
       01  Count-Master-Unscreened          pic 9(9) Binary value 0.
       01  Count-Master-Addresses           pic 9(9) Binary value 0.
       01  Current-Run-Date                 pic X(8).
      * ------------------ Watchlist table  ---------------------------
      *   Each list entry is keyed once at load time, so the master
      *   pass compares prepared words only.
       77  WATCH-TABLE-MAX-ENTRIES          pic 9(5) value 5000.
       01  Watch-Count                      pic 9(9) Binary value 0.
       01  Watch-Sub                        pic 9(9) Binary value 0.
       01  Watch-Table.
           03  Watch-Item    occurs 5000.
               05  Watch-Item-Id            pic X(16).
               05  Watch-Item-Name          pic X(80).
               05  Watch-Item-Compact       pic X(80).
               05  Watch-Item-Word-Count    pic 9(4) Binary.
               05  Watch-Item-Word          pic X(20) occurs 10.
      * ------------------ Cleared decisions table  -------------------
       77  DECISION-TABLE-MAX-ENTRIES       pic 9(5) value 20000.
       01  Decision-Count                   pic 9(9) Binary value 0.
       01  Decision-Sub                     pic 9(9) Binary value 0.
       01  Decision-Table.
           03  Decision-Item occurs 20000.
               05  Decision-Item-Id         pic X(16).
               05  Decision-Item-Watch      pic X(80).
               05  Decision-Item-Master     pic X(80).
      * ------------------ Previous night's hits table  ---------------
       77  PRIOR-TABLE-MAX-ENTRIES          pic 9(5) value 20000.
       01  Prior-Count                      pic 9(9) Binary value 0.
       01  Prior-Sub                        pic 9(9) Binary value 0.
       01  Prior-Table.
           03  Prior-Item    occurs 20000.
               05  Prior-Item-Id            pic X(16).
               05  Prior-Item-First-Date    pic X(8).
               05  Prior-Item-Watch         pic X(80).
               05  Prior-Item-Master        pic X(80).
      * ------------------ Screening key work fields  -----------------
      *   Screen-Key-sec reduces the converted Latin-1 text in
      *   Output-Buffer to upper-case words (A-Z only; blanks and
      *   - , . / separate words, everything else - the marks NFD
      *   split off, apostrophes, the substitution byte - is dropped)
      *   and the same letters run together as one compact key.
       77  KEY-MAX-WORDS                    pic 9(4) Binary value 10.
       77  KEY-MAX-WORD-LENGTH              pic 9(4) Binary value 20.
       01  Key-Pos                          pic 9(4) Binary value 0.
       01  Key-Char                         pic X.
       01  Key-Word-Length                  pic 9(4) Binary value 0.
       01  Key-Compact-Length               pic 9(4) Binary value 0.
       01  Key-Word-Work                    pic X(20).
       01  Key-Compact                      pic X(80).
       01  Key-Word-Count                   pic 9(4) Binary value 0.
       01  Key-Word-Table.
           03  Key-Word                     pic X(20) occurs 10.
      *   Romanize the text (master names) or take it as it stands
      *   (watchlist names, already Latin).
       01  Screen-Source-sw                 pic X    value "M".
         88  SCREEN-SOURCE-MASTER                    value "M".
         88  SCREEN-SOURCE-WATCH                     value "W".
      * ------------------ Match work fields  -------------------------
       01  Word-Sub                         pic 9(4) Binary value 0.
       01  Word-Find-Sub                    pic 9(4) Binary value 0.
       01  Word-Missing-sw                  pic 9    value 0.
       01  Word-Found-sw                    pic 9    value 0.
       01  Match-Type                       pic X(6).
       01  Decision-Found-sw                pic 9    value 0.
       01  Prior-Found-sw                   pic 9    value 0.
       01  Alert-Status-Work                pic X(8).
       01  Hit-First-Date-Work              pic X(8).
      * ---------------------- Input / Output Buffers  -----------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(80).
       01  Output-Buffer.
           03  Output-Buffer-String        pic X(320).
             03  Filler Redefines Output-Buffer-String.
               05  Output-Buffer-Array     pic X occurs 320.
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      *-------------------- Libraries / DLLs Variables  ----------------
       01  DLL-Conv-Name                 pic X(23) value Z"ICUUC20.DLL".
       01  DLL-Trans-Name                pic X(23) value Z"ICUIN20.DLL".
       01  DLL-Name                        pic X(23).
       01  DLL-Handle                      pic 9(9) Binary.
       01  DLL-Trans-Handle                pic 9(9) Binary.
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
       01  Unicode-Input-Buffer.
           03  UIB-String                  pic X(160).
             03  Filler Redefines UIB-String.
               05  UIB-Array               pic 9(4) Binary occurs  80.
      *    --- UTF-16 - Transliteration buffer ---------------------------
      *    Sized double the input, as in ICU-Trans - romanization can
      *    lengthen the text.
       01  Unicode-Output-Buffer.
           03  UOB-String                  pic X(320).
             03  Filler Redefines UOB-String.
               05  UOB-Array               pic  9(4) Binary occurs 160.
      *    --- UTF-16 - Decomposed (NFD) buffer ---------------------------
      *    Double again - decomposition splits every accented letter
      *    the romanization produced into letter plus mark.
       01  Unicode-Norm-Buffer.
           03  UNB-String                  pic X(640).
             03  Filler Redefines UNB-String.
               05  UNB-Array               pic  9(4) Binary occurs 320.
       01  Text-Length                     pic S9(9) Binary.
       01  U-Text-Length                   pic S9(9) Binary value   80.
       01  destCapacity                    pic  9(9) Binary value  320.
       01  U-destCapacity                  pic  9(9) Binary value   80.
       01  U-Trans-Capacity                pic  9(9) Binary value  160.
       01  U-Norm-Capacity                 pic  9(9) Binary value  320.
      *
      *---------------  Transliteration  API Variables  ----------------
      *-------------- Ported from utrans.h -----------------------------
         77  UTRANS-FORWARD                pic 9(9)  Binary value 0.
       01  Transliterator-Pointer          pic S9(9) Binary.
       01  Null-Pointer                    pic S9(9) Binary value 0.
       01  Trans-Rules-Length              pic S9(9) Binary value 0.
       01  Trans-Start                     pic S9(9) Binary value 0.
       01  Trans-Text-Length               pic S9(9) Binary.
       01  Trans-Text-Limit                pic S9(9) Binary.
      *---------------  Configurable transliterator id  ----------------
      *   Read from Trans-Id-Control-File - the same default and
      *   override as ICU-Trans's Trans-Id-Read-sec.
       01  Transliterator-Id           pic X(32) value Z"Hebrew-Latin".
      *-------------------------- Ported  from unorm.h -----------------
      *   See icu-Norm.cbl for the full UNormalizationMode commentary.
         77  UNORM-NFD                     pic 9     Binary value 2.
       01  UNormalizationMode              pic 9(9)  Binary Value 0.
       01  Norm-Options                    pic 9(9)  Binary.
      *-------------------  Conversion  Variables ----------------------
      *   The master converter reads the keys in the codepage they
      *   were normalized into; the Latin-1 converter reads the
      *   watchlist and writes every screening key.
       01  Master-Codepage-Name        pic X(32) value Z"UTF-8".
       01  Converter-Master-Pointer        pic S9(9) Binary.
       01  Converter-Latin-Pointer         pic S9(9) Binary.
       01  Converter-toU-Pointer           pic S9(9) Binary.
         77  CONVERTER-LATIN-1      pic X(32) value Z"iso-8859-1".
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
           Move ">>> Program: ICU-Screen - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Trans-Id-Read-sec.
           Perform Codepage-Read-sec.
           Perform Version-Read-sec.
           Perform Group-Read-sec.
      *
      *==========================   ICU Libraries  =====================
      *
           Move    DLL-Trans-Name to DLL-Name.
           Perform Load-DLL-sec.
           Move    DLL-Handle      to DLL-Trans-Handle.
      *
           Move    DLL-Conv-Name to DLL-Name.
           Perform Load-DLL-sec.
      *
           Perform Open-Unicode-Converters-sec.
           Perform Open-Transliterator-sec.
           IF U-FAILURE
             Display "Transliterator could not be opened - Stop Run."
             Move     8 to Return-Code
             Stop Run
           End-if.
           Perform Clear-Error-sec.
      *
      *==========================   Screening  =========================
      *
           Perform Watch-Open-sec.
           Perform Watch-Load-sec
                   until Watch-Read-Flag = 0.
           Perform Watch-Close-sec.
           Perform Decision-Open-sec.
           Perform Decision-Load-sec
                   until Decision-Read-Flag = 0.
           Perform Decision-Close-sec.
           Perform Prior-Open-sec.
           Perform Prior-Load-sec
                   until Hit-Read-Flag = 0.
           Perform Prior-Close-sec.
      *
           Perform Hit-Open-sec.
           Perform Alert-Open-sec.
           Perform Master-Open-sec.
           Perform Screen-Main-Loop-sec
                   until Master-Read-Flag = 0.
           Perform Master-Close-sec.
           Perform Alert-Close-sec.
           Perform Hit-Close-sec.
      *
      *----------------- Close and Free buffers ------------------------
      *
           Perform Close-Transliterator-sec.
           Perform Close-Unicode-Converters-sec.
           Perform Free-DLL-sec.
           Perform Free-DLL-Trans-sec.
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
      *================= Screening Main Loop ===========================
      *
       Screen-Main-Loop-sec  section.
       Screen-Main-Loop.
           Read Master-File next record
               at End
                 Move 0 to Master-Read-Flag
           End-read.
      *   A group-mode master keys "N" names and "A" addresses - only
      *   the name, less its type byte, is screened.
           IF  Master-Read-Flag = 1
           and Group-Mode-sw = 1
           and Master-Name (1 : 1) Not = "N"
             Add       1                to Count-Master-Addresses
             Go to Screen-Main-Loop-ex
           End-if.
           IF  Master-Read-Flag = 1
             Add       1                to Count-Master-Read
             Move      SPACES           to Input-Buffer
             IF  Group-Mode-sw = 1
               Move    Master-Name (2 : 79) to Input-Buffer-String
             Else
               Move    Master-Name      to Input-Buffer-String
             End-if
             Move      "M"              to Screen-Source-sw
             Perform   Screen-Key-sec
             IF  Reject-Record-sw = 1 or Key-Word-Count = 0
      *          A key the converters cannot read is reported, never
      *          silently passed as "no hit".
               Add     1 to Count-Master-Unscreened
               Move    "Master name not screened ---:" to Debug-Text
               Move    Master-Name (1 : 35)            to Debug-Value
               Move    1                        to Error-Display-sw
               Perform Debug-Display-sec
             Else
               Perform Screen-Entry-sec
                       Varying Watch-Sub FROM 1 by 1
                       until   Watch-Sub > Watch-Count
             End-if
           End-if.
       Screen-Main-Loop-ex.
           Exit.
      *
      *================= Screen One Name Against One Entry  ============
      *
       Screen-Entry-sec section.
       Screen-Entry.
           Move    SPACES to Match-Type.
           IF  Key-Compact = Watch-Item-Compact (Watch-Sub)
             Move  "EXACT"  to Match-Type
           Else
      *      A one-word list name is matched exactly only - on its
      *      own a single common word would hit half the master.
             IF  Watch-Item-Word-Count (Watch-Sub) > 1
               Move    0 to Word-Missing-sw
               Perform Word-Check-sec
                       Varying Word-Sub FROM 1 by 1
                       until   Word-Sub >
                                 Watch-Item-Word-Count (Watch-Sub)
                            or Word-Missing-sw = 1
               IF  Word-Missing-sw = 0
                 Move  "WORDS"  to Match-Type
               End-if
             End-if
           End-if.
           IF  Match-Type Not = SPACES
             Perform Hit-Decide-sec
           End-if.
       Screen-Entry-ex.
           Exit.
      *
       Word-Check-sec section.
       Word-Check.
      *   Is list word Word-Sub anywhere among the master's words?
           Move    0 to Word-Found-sw.
           Perform Word-Find-sec
                   Varying Word-Find-Sub FROM 1 by 1
                   until   Word-Find-Sub > Key-Word-Count
                        or Word-Found-sw = 1.
           IF  Word-Found-sw = 0
             Move  1 to Word-Missing-sw
           End-if.
       Word-Check-ex.
           Exit.
      *
       Word-Find-sec section.
       Word-Find.
           IF  Key-Word (Word-Find-Sub)
                 = Watch-Item-Word (Watch-Sub, Word-Sub)
             Move  1 to Word-Found-sw
           End-if.
       Word-Find-ex.
           Exit.
      *
      *================= Decide What a Hit Raises  =====================
      *
       Hit-Decide-sec section.
       Hit-Decide.
      *   Every hit goes to tonight's standing hit file; only a pair
      *   nobody has seen before (NEW) or whose list entry changed
      *   since it was cleared or first raised (CHANGED) is alerted.
           Add     1 to Count-Hits.
           Move    SPACES           to Alert-Status-Work.
           Move    Current-Run-Date to Hit-First-Date-Work.
           Move    0 to Decision-Found-sw.
           Perform Decision-Find-sec
                   Varying Decision-Sub FROM 1 by 1
                   until   Decision-Sub > Decision-Count
                        or Decision-Found-sw > 0.
           Move    0 to Prior-Found-sw.
           Perform Prior-Find-sec
                   Varying Prior-Sub FROM 1 by 1
                   until   Prior-Sub > Prior-Count
                        or Prior-Found-sw > 0.
           Evaluate True
             When Decision-Found-sw = 1
               Add  1 to Count-Hits-Cleared
      *      A change already alerted last night stands - CHANGED
      *      is raised once per list change, not once per run.
             When Decision-Found-sw = 2 and Prior-Found-sw = 1
               Add  1 to Count-Hits-Standing
             When Decision-Found-sw = 2
               Move "CHANGED"  to Alert-Status-Work
             When Prior-Found-sw = 1
               Add  1 to Count-Hits-Standing
             When Prior-Found-sw = 2
               Move "CHANGED"  to Alert-Status-Work
             When Other
               Move "NEW"      to Alert-Status-Work
           End-evaluate.
           Perform Hit-Write-sec.
           IF  Alert-Status-Work Not = SPACES
             Perform Alert-Write-sec
           End-if.
       Hit-Decide-ex.
           Exit.
      *
       Decision-Find-sec section.
       Decision-Find.
      *   1 - cleared and the list entry is unchanged since;
      *   2 - cleared, but the list entry has changed since.
           IF  Decision-Item-Id (Decision-Sub)
                 = Watch-Item-Id (Watch-Sub)
           and Decision-Item-Master (Decision-Sub) = Master-Name
             IF  Decision-Item-Watch (Decision-Sub)
                   = Watch-Item-Name (Watch-Sub)
               Move  1 to Decision-Found-sw
             Else
               Move  2 to Decision-Found-sw
             End-if
           End-if.
       Decision-Find-ex.
           Exit.
      *
       Prior-Find-sec section.
       Prior-Find.
      *   1 - raised before against the same list entry text;
      *   2 - raised before, but the list entry has changed since.
      *   Either way the pair keeps the date it was first raised.
           IF  Prior-Item-Id (Prior-Sub) = Watch-Item-Id (Watch-Sub)
           and Prior-Item-Master (Prior-Sub) = Master-Name
             Move  Prior-Item-First-Date (Prior-Sub)
                                       to Hit-First-Date-Work
             IF  Prior-Item-Watch (Prior-Sub)
                   = Watch-Item-Name (Watch-Sub)
               Move  1 to Prior-Found-sw
             Else
               Move  2 to Prior-Found-sw
             End-if
           End-if.
       Prior-Find-ex.
           Exit.
      *
      *================= Screening Key  ================================
      *
       Screen-Key-sec section.
       Screen-Key.
      *   Input-Buffer in, Key-Word-Table / Key-Compact out.  Master
      *   names are converted from the master codepage and romanized;
      *   list names are converted from Latin-1 as they stand.  Both
      *   are then decomposed and converted back to Latin-1, where
      *   the split-off marks have no mapping and drop out.
           Move    0      to Reject-Record-sw.
           Move    0      to Key-Word-Count.
           Move    SPACES to Key-Word-Table.
           Move    SPACES to Key-Compact.
           Move    0      to Key-Compact-Length.
           Move    0      to Key-Word-Length.
           Move    SPACES to Key-Word-Work.
           Move    80     to Text-Length.
           IF  SCREEN-SOURCE-MASTER
             Move  Converter-Master-Pointer to Converter-toU-Pointer
           Else
             Move  Converter-Latin-Pointer  to Converter-toU-Pointer
           End-if.
           Perform Convert-to-Unicode-sec.
           IF  Reject-Record-sw = 0
             Move    SPACES               to Unicode-Output-Buffer
             Move    Unicode-Input-Buffer to UOB-String (1 : 160)
             IF  SCREEN-SOURCE-MASTER
               Perform Transliterate-sec
             End-if
           End-if.
           IF  Reject-Record-sw = 0
             Perform Normalization-sec
           End-if.
           IF  Reject-Record-sw = 0
             Perform Convert-from-Unicode-sec
           End-if.
           IF  Reject-Record-sw = 0
             Perform Key-Char-sec
                     Varying Key-Pos FROM 1 by 1
                     until   Key-Pos > 320
             Perform Key-Word-End-sec
           End-if.
       Screen-Key-ex.
           Exit.
      *
       Key-Char-sec section.
       Key-Char-Step.
           Move    Output-Buffer-Array (Key-Pos) to Key-Char.
           INSPECT Key-Char converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           Evaluate True
             When Key-Char Not < "A" and Key-Char Not > "Z"
               IF  Key-Word-Length < KEY-MAX-WORD-LENGTH
                 Add  1 to Key-Word-Length
                 Move Key-Char to Key-Word-Work (Key-Word-Length : 1)
               End-if
               IF  Key-Compact-Length < 80
                 Add  1 to Key-Compact-Length
                 Move Key-Char to Key-Compact (Key-Compact-Length : 1)
               End-if
             When Key-Char = SPACE or "-" or "," or "." or "/"
                          or X"00"
               Perform Key-Word-End-sec
             When Other
               Continue
           End-evaluate.
       Key-Char-ex.
           Exit.
      *
       Key-Word-End-sec section.
       Key-Word-End.
           IF  Key-Word-Length > 0
             IF  Key-Word-Count < KEY-MAX-WORDS
               Add  1 to Key-Word-Count
               Move Key-Word-Work to Key-Word (Key-Word-Count)
             End-if
             Move 0      to Key-Word-Length
             Move SPACES to Key-Word-Work
           End-if.
       Key-Word-End-ex.
           Exit.
      *
      *================= Watchlist  ====================================
      *
       Watch-Open-sec section.
       Watch-Open.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Watch-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Watch-Read-Flag
           Else
      *      Screening against no list would report a clean night -
      *      a missing list is an operator stop, not an empty one.
             Move     0                to Watch-Read-Flag
             Move "Watchlist File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Watch-Open-ex.
           Exit.
      *
       Watch-Load-sec section.
       Watch-Load.
           Move  SPACES to Watch-Record.
           Read  Watch-File
               at End
                 Move 0 to Watch-Read-Flag
           End-read.
      *   The standard HDR/TRL batch records, blank lines and "*"
      *   comment lines are skipped.
           IF  Watch-Read-Flag = 1
           and Watch-Record (1 : 3) Not = "HDR"
           and Watch-Record (1 : 3) Not = "TRL"
           and Watch-Record (1 : 1) Not = "*"
           and Watch-Name Not = SPACES
             IF  Watch-Count Not < WATCH-TABLE-MAX-ENTRIES
               Move "Watchlist entries over -----:" to Debug-Text
               Move WATCH-TABLE-MAX-ENTRIES      to Debug-Value
               Move 1                            to Error-Display-sw
               Perform Debug-Display-sec
               Display "Watchlist has more entries than the table"
                       " holds - Stop Run."
               Move     8 to Return-Code
               Stop Run
             End-if
             Move    SPACES          to Input-Buffer
             Move    Watch-Name      to Input-Buffer-String
             Move    "W"             to Screen-Source-sw
             Perform Screen-Key-sec
             IF  Reject-Record-sw = 1 or Key-Word-Count = 0
               Move    "Watchlist entry not keyed --:" to Debug-Text
               Move    Watch-Entry-Id                  to Debug-Value
               Move    1                        to Error-Display-sw
               Perform Debug-Display-sec
               Display "Watchlist entry cannot be keyed - fix the"
                       " list - Stop Run."
               Move     8 to Return-Code
               Stop Run
             End-if
             Add  1 to Watch-Count
             Move Watch-Entry-Id to Watch-Item-Id (Watch-Count)
             Move Watch-Name     to Watch-Item-Name (Watch-Count)
             Move Key-Compact    to Watch-Item-Compact (Watch-Count)
             Move Key-Word-Count to Watch-Item-Word-Count (Watch-Count)
             Perform Watch-Word-Store-sec
                     Varying Word-Sub FROM 1 by 1
                     until   Word-Sub > KEY-MAX-WORDS
           End-if.
       Watch-Load-ex.
           Exit.
      *
       Watch-Word-Store-sec section.
       Watch-Word-Store.
           Move Key-Word (Word-Sub)
                         to Watch-Item-Word (Watch-Count, Word-Sub).
       Watch-Word-Store-ex.
           Exit.
      *
       Watch-Close-sec section.
       Watch-Close.
           Close Watch-File.
           Move    "Watchlist entries loaded ---:" to Debug-Text.
           Move    Watch-Count                      to Debug-Value.
           Perform Debug-Display-sec.
       Watch-Close-ex.
           Exit.
      *
      *================= Analyst Decisions  ============================
      *
       Decision-Open-sec section.
       Decision-Open.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Decision-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Decision-Read-Flag
             Move     1                to Decision-Open-Flag
           Else
             Move     0                to Decision-Read-Flag
           End-if.
       Decision-Open-ex.
           Exit.
      *
       Decision-Load-sec section.
       Decision-Load.
           Move  SPACES to Decision-Record.
           Read  Decision-File
               at End
                 Move 0 to Decision-Read-Flag
           End-read.
           IF  Decision-Read-Flag = 1
           and Decision-Code = "CLEARED"
             IF  Decision-Count Not < DECISION-TABLE-MAX-ENTRIES
               Display "Decisions file has more cleared pairs than"
                       " the table holds - Stop Run."
               Move     8 to Return-Code
               Stop Run
             End-if
             Add  1 to Decision-Count
             Move Decision-Entry-Id    to Decision-Item-Id
                                                   (Decision-Count)
             Move Decision-Watch-Name  to Decision-Item-Watch
                                                   (Decision-Count)
             Move Decision-Master-Name to Decision-Item-Master
                                                   (Decision-Count)
           End-if.
       Decision-Load-ex.
           Exit.
      *
       Decision-Close-sec section.
       Decision-Close.
           IF  Decision-Open-Flag = 1
             Close Decision-File
           End-if.
           Move    "Cleared pairs loaded -------:" to Debug-Text.
           Move    Decision-Count                   to Debug-Value.
           Perform Debug-Display-sec.
       Decision-Close-ex.
           Exit.
      *
      *================= Standing Hit File  ============================
      *
       Prior-Open-sec section.
       Prior-Open.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Hit-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Hit-Read-Flag
             Move     1                to Prior-Open-Flag
           Else
             Move     0                to Hit-Read-Flag
      *      First run - an absent optional file opens with status
      *      05 and must be closed before Hit-Open writes it.
             IF  File-Status-Flag = "05"
               Close Hit-File
             End-if
           End-if.
       Prior-Open-ex.
           Exit.
      *
       Prior-Load-sec section.
       Prior-Load.
           Move  SPACES to Hit-Record.
           Read  Hit-File
               at End
                 Move 0 to Hit-Read-Flag
           End-read.
           IF  Hit-Read-Flag = 1
             IF  Prior-Count Not < PRIOR-TABLE-MAX-ENTRIES
               Display "Standing hit file has more hits than the"
                       " table holds - Stop Run."
               Move     8 to Return-Code
               Stop Run
             End-if
             Add  1 to Prior-Count
             Move Hit-Entry-Id    to Prior-Item-Id (Prior-Count)
             Move Hit-First-Date  to Prior-Item-First-Date
                                                   (Prior-Count)
             Move Hit-Watch-Name  to Prior-Item-Watch (Prior-Count)
             Move Hit-Master-Name to Prior-Item-Master (Prior-Count)
           End-if.
       Prior-Load-ex.
           Exit.
      *
       Prior-Close-sec section.
       Prior-Close.
           IF  Prior-Open-Flag = 1
             Close Hit-File
           End-if.
           Move    "Standing hits loaded -------:" to Debug-Text.
           Move    Prior-Count                      to Debug-Value.
           Perform Debug-Display-sec.
       Prior-Close-ex.
           Exit.
      *
       Hit-Open-sec section.
       Hit-Open.
           Move ZERO to File-Status-Flag.
           Open Output Hit-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Hit-Write-Flag
           Else
             Move     0                to Hit-Write-Flag
             Move "Hit File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Hit-Open-ex.
           Exit.
      *
       Hit-Write-sec section.
       Hit-Write.
           Move    SPACES                     to Hit-Record.
           Move    Watch-Item-Id (Watch-Sub)  to Hit-Entry-Id.
           Move    Match-Type                 to Hit-Match.
           Move    Hit-First-Date-Work        to Hit-First-Date.
           Move    Master-Name                to Hit-Master-Name.
           Move    Watch-Item-Name (Watch-Sub) to Hit-Watch-Name.
           IF Hit-Write-Flag = 1  Then
             Write  Hit-Record
           End-if.
       Hit-Write-ex.
           Exit.
      *
       Hit-Close-sec section.
       Hit-Close.
           Close       Hit-File.
       Hit-Close-ex.
           Exit.
      *
      *================= Daily Alert File  =============================
      *
       Alert-Open-sec section.
       Alert-Open.
           Move ZERO to File-Status-Flag.
           Open Output Alert-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Alert-Write-Flag
           Else
             Move     0                to Alert-Write-Flag
             Move "Alert File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Alert-Open-ex.
           Exit.
      *
       Alert-Write-sec section.
       Alert-Write.
           IF  Alert-Status-Work = "NEW"
             Add  1 to Count-Alerts-New
           Else
             Add  1 to Count-Alerts-Changed
           End-if.
           Move    SPACES                     to Alert-Record.
           Move    Current-Run-Date           to Alert-Date.
           Move    Alert-Status-Work          to Alert-Status.
           Move    Watch-Item-Id (Watch-Sub)  to Alert-Entry-Id.
           Move    Match-Type                 to Alert-Match.
           Move    Master-Name                to Alert-Master-Name.
           Move    Watch-Item-Name (Watch-Sub) to Alert-Watch-Name.
           IF Alert-Write-Flag = 1  Then
             Write  Alert-Record
           End-if.
           Move    "Screening alert ------------:" to Debug-Text.
           Move    Alert-Status-Work                to Debug-Value.
           Perform Debug-Display-sec.
           Move    Alert-Record (1 : 80)            to Debug-Buffer.
           Perform Debug-Display-sec.
       Alert-Write-ex.
           Exit.
      *
       Alert-Close-sec section.
       Alert-Close.
           Close       Alert-File.
       Alert-Close-ex.
           Exit.
      *
      *========================  Indexed Name Master  ==================
      *
       Master-Open-sec section.
       Master-Open.
           Move ZERO to File-Status-Flag.
           Open Input Master-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Master-Read-Flag
           Else
             Move     0                to Master-Read-Flag
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
       Master-Close-sec section.
       Master-Close.
           Close Master-File.
       Master-Close-ex.
           Exit.
      *
      *============== Transliterator Id Control Card  ===================
      *
       Trans-Id-Read-sec section.
       Trans-Id-Read.
      *    Transliterator-Id defaults to Hebrew-Latin above and the
      *    card overrides it, exactly as in ICU-Trans - a screened
      *    name romanizes the way the address labels do.
           Move ZERO to File-Status-Flag.
           Open Input Trans-Id-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Trans-Id-Control-File
                 at End  Continue
                 not at End
                   IF Trans-Id-Control-Record Not = SPACES
                     Move   SPACES to Transliterator-Id
                     STRING Trans-Id-Control-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Transliterator-Id
                   End-if
             End-read
             Close Trans-Id-Control-File
           End-if.
           Move    "Transliterator id ----------:" to Debug-Text.
           Move    Transliterator-Id               to Debug-Value.
           Perform Debug-Display-sec.
       Trans-Id-Read-ex.
           Exit.
      *
      *============== Master Codepage Control Card  =====================
      *
       Codepage-Read-sec section.
       Codepage-Read.
      *    Master-Codepage-Name defaults to UTF-8 and the card
      *    overrides it, exactly as in ICU-Maint - null-terminated
      *    since ucnv_open takes a C string.
           Move ZERO to File-Status-Flag.
           Open Input Codepage-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Codepage-Control-File
                 at End  Continue
                 not at End
                   IF Codepage-Control-Record Not = SPACES
                     Move   SPACES to Master-Codepage-Name
                     STRING Codepage-Control-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Master-Codepage-Name
                   End-if
             End-read
             Close Codepage-Control-File
           End-if.
           Move    "Master codepage ------------:" to Debug-Text.
           Move    Master-Codepage-Name             to Debug-Value.
           Perform Debug-Display-sec.
       Codepage-Read-ex.
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
      *============== ICU DLL / Version Control Card  ===================
      *
       Version-Read-sec section.
       Version-Read.
      *   DLL-Conv-Name / DLL-Trans-Name / ICU-VERSION-SUFFIX default
      *   to ICU 2.0 above; a control card lets the same binary load a
      *   different ICU build without a recompile.
           Move ZERO to File-Status-Flag.
           Open Input Version-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Version-Control-File
                 at End  Continue
                 not at End
                   IF Control-Conv-DLL-Name Not = SPACES
                     Move Control-Conv-DLL-Name  to DLL-Conv-Name
                   End-if
                   IF Control-Trans-DLL-Name Not = SPACES
                     Move Control-Trans-DLL-Name to DLL-Trans-Name
                   End-if
                   IF Control-Version-Suffix Not = SPACES
                     Move Control-Version-Suffix to ICU-VERSION-SUFFIX
                   End-if
             End-read
             Close Version-Control-File
           End-if.
           Move    "Conv DLL name --------------:" to Debug-Text.
           Move    DLL-Conv-Name                    to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Trans DLL name -------------:" to Debug-Text.
           Move    DLL-Trans-Name                   to Debug-Value.
           Perform Debug-Display-sec.
           Move    "ICU version suffix ---------:" to Debug-Text.
           Move    ICU-VERSION-SUFFIX               to Debug-Value.
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
           Move    DLL-Conv-Name           to Debug-Value
           Perform Debug-Display-sec
           Call    "FreeLibrary"        using DLL-Handle.
       Free-DLL-ex.
           Exit.
      *
       Free-DLL-Trans-sec section.
       Free-DLL-Trans.
           Move    "Call :    FreeLibrary" to Debug-Text.
           Move    DLL-Trans-Name          to Debug-Value
           Perform Debug-Display-sec
           Call    "FreeLibrary"        using DLL-Trans-Handle.
       Free-DLL-Trans-ex.
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
       Get-API-Trans-Pointer-sec section.
       Get-API-Trans-Pointer.
           Move    "Call API Function :" to Debug-Text.
           Move    API-Name              to Debug-Value.
           Perform Debug-Display-sec.
           Call    "GetProcAddress" using by value DLL-Trans-Handle
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
       Get-API-Trans-Pointer-ex.
           Exit.
      *
       Check-Call-to-API-sec section.
       Check-Call-to-API.
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
       Check-Call-to-API-ex.
           Exit.
      *
      *   Check-Call-to-API-sec leaves UErrorCode set, so the caller
      *   can still test U-FAILURE after an open; it is cleared here
      *   before the next call.
       Clear-Error-sec section.
       Clear-Error.
           Move        0   to  UErrorCode.
       Clear-Error-ex.
           Exit.
      *
      *====================== Convert to Unicode APIs  =================
      *
       Open-Unicode-Converters-sec section.
       Open-Unicode-Converters.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI UConverter *U_EXPORT2  ucnv_open(
      *                         const char * ConverterName,
      *                         UErrorCode * err )
      *   Creates a UConverter object with the names
      *         specified as a C String.
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
      *    --- the master keys, in the normalization codepage -------
           Call API-Pointer using by reference Master-Codepage-Name
                                  by reference UErrorCode
                                  Returning    Converter-Master-Pointer.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
      *    --- the watchlist in, every screening key out ------------
           Call API-Pointer using by reference CONVERTER-LATIN-1
                                  by reference UErrorCode
                                  Returning    Converter-Latin-Pointer.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
       Open-Unicode-Converters-ex.
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
           Call API-Pointer using by value     Converter-toU-Pointer
                                  by reference Unicode-Input-Buffer
                                  by value     U-destCapacity
                                  by reference Input-Buffer
                                  by value     Text-Length
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
       Convert-to-Unicode-ex.
           Exit.
      *
      *====================== Transliteration APIs  ====================
      *
       Open-Transliterator-sec section.
       Open-Transliterator.
      *  --------------------- UTRANS.H ---------------------------
      *   U_CAPI UTransliterator* U_EXPORT2  utrans_open(
      *                         const char * id,
      *                         UTransDirection dir,
      *                         const UChar * rules,
      *                         int32_t rulesLength,
      *                         UParseError * parseError,
      *                         UErrorCode * status )
      *   Opens a transliterator by system id, as ICU-Trans does -
      *   NULL rules and parse-error arguments.
           STRING "utrans_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Trans-Pointer-sec.
           Call API-Pointer using by reference Transliterator-Id
                                  by value     UTRANS-FORWARD
                                  by value     Null-Pointer
                                  by value     Trans-Rules-Length
                                  by value     Null-Pointer
                                  by reference UErrorCode
                                  Returning    Transliterator-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Transliterator-ex.
           Exit.
      *
       Transliterate-sec section.
       Transliterate.
      *  --------------------- UTRANS.H ---------------------------
      *   U_CAPI void U_EXPORT2  utrans_transUChars(
      *                         const UTransliterator * trans,
      *                         UChar * text,
      *                         int32_t * textLength,
      *                         int32_t textCapacity,
      *                         int32_t start,
      *                         int32_t * limit,
      *                         UErrorCode * status )
      *   Transliterates the name in place in the (larger) output
      *   buffer, which Screen-Key-sec has already loaded.
           Move    U-Text-Length        to Trans-Text-Length.
           Move    U-Text-Length        to Trans-Text-Limit.
           STRING "utrans_transUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Trans-Pointer-sec.
           Call API-Pointer using by value   Transliterator-Pointer
                                  by reference Unicode-Output-Buffer
                                  by reference Trans-Text-Length
                                  by value     U-Trans-Capacity
                                  by value     Trans-Start
                                  by reference Trans-Text-Limit
                                  by reference UErrorCode.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
           Move    Trans-Text-Length    to U-Text-Length.
       Transliterate-ex.
           Exit.
      *
       Close-Transliterator-sec section.
       Close-Transliterator.
      *  --------------------- UTRANS.H ---------------------------
      *   U_CAPI void U_EXPORT2  utrans_close( UTransliterator * trans )
           STRING "utrans_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Trans-Pointer-sec.
           Call API-Pointer using by value Transliterator-Pointer.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
       Close-Transliterator-ex.
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
      *   Always NFD here, whatever ICU_Norm_Mode.txt says - the
      *   screening key wants every accent split off its letter.
           STRING "unorm_normalize" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Move 0          to Norm-Options.
           Move UNORM-NFD  to UNormalizationMode.
           Move SPACES     to Unicode-Norm-Buffer.
           Call API-Pointer using by reference Unicode-Output-Buffer
                                  by value     U-Text-Length
                                  by value     UNormalizationMode
                                  by value     Norm-Options
                                  by reference Unicode-Norm-Buffer
                                  by value     U-Norm-Capacity
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
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
           Move SPACES to Output-Buffer.
           STRING "ucnv_fromUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer
                       using by value      Converter-Latin-Pointer
                             by reference  Output-Buffer
                             by value      destCapacity
                             by reference  Unicode-Norm-Buffer
                             by value      U-Text-Length
                             by reference  UErrorCode
                             Returning     Text-Length.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
       Convert-from-Unicode-ex.
           Exit.
      *
       Close-Unicode-Converters-sec section.
       Close-Unicode-Converters.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI void  U_EXPORT2  ucnv_close( UConverter * converter )
      *   Deletes the unicode converter and releases associated resources
           STRING "ucnv_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value Converter-Master-Pointer.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
           Call API-Pointer using by value Converter-Latin-Pointer.
           Perform Check-Call-to-API-sec.
           Perform Clear-Error-sec.
       Close-Unicode-Converters-ex.
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
           Move    "Watchlist entries  --------:" to Debug-Text.
           Move    Watch-Count           to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Master names screened  ----:" to Debug-Text.
           Move    Count-Master-Read     to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Master names not screened  :" to Debug-Text.
           Move    Count-Master-Unscreened to Debug-Value.
           Perform Debug-Display-sec.
           IF  Group-Mode-sw = 1
             Move    1                   to Error-Display-sw
             Move    "Address records passed over:" to Debug-Text
             Move    Count-Master-Addresses to Debug-Value
             Perform Debug-Display-sec
           End-if.
           Move    1                     to Error-Display-sw.
           Move    "Hits  ---------------------:" to Debug-Text.
           Move    Count-Hits            to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Hits cleared (quiet)  -----:" to Debug-Text.
           Move    Count-Hits-Cleared    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Hits already raised  ------:" to Debug-Text.
           Move    Count-Hits-Standing   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Alerts NEW  ---------------:" to Debug-Text.
           Move    Count-Alerts-New      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Alerts CHANGED  -----------:" to Debug-Text.
           Move    Count-Alerts-Changed  to Debug-Value.
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
           Move "ICU-Screen"          to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Master-Read     to History-Input-Count.
           Move Count-Hits            to History-Output-Count.
           Move Count-Master-Unscreened to History-Reject-Count.
           Compute History-Exception-Count
                     = Count-Alerts-New + Count-Alerts-Changed.
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
