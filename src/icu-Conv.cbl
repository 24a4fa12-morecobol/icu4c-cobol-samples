      * - Write debugging information to Display and
      *         log file "ICU_Conv_Log.txt" (File in ANSI Format)
      * - Repeat for all lines in Input file
      * - For each batch manifest entry, profile the characters read:
      *         counts by Unicode block and script, and every code
      *         point never before received from that partner, to
      *         "ICU_Conv_Profile.txt"; first-seen code points are
      *         kept per partner in "ICU_Conv_Repertoire.txt"
      **
      * The following ICU APIs are used:
      *    ucnv_countAvailable
      *    ucsdet_getName
      *    ucsdet_getConfidence
      *    ucsdet_close
      *    uscript_getScript
      **
      * This program was developed on a Windows2000 platform.
      *
                    Assign to "ICU_Conv_Visual.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Character-Repertoire Profile  ---------------
      *      One block of lines per batch manifest entry: counts by
      *      Unicode block and script, and the code points that
      *      partner has never sent before - see Profile-Finish-sec.
             Select Optional Profile-File
                    Assign to "ICU_Conv_Profile.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Per-Partner Repertoire History  -------------
      *      Every code point each partner has ever sent, with the
      *      date it was first seen - read at start, appended as new
      *      characters arrive - see Repertoire-Load-sec.
             Select Optional Repertoire-File
                    Assign to "ICU_Conv_Repertoire.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      *=================================================================
      *
       DATA DIVISION.
           03  Manifest-Input-Name         pic X(64).
           03  Manifest-Source-Converter   pic X(32).
           03  Manifest-Target-Converter   pic X(32).
      *   Optional - names the sending partner, so that partner's
      *   repertoire history follows it whatever the file is called.
           03  Manifest-Partner-Id         pic X(16).
       FD History-File.
         01 History-Record                 pic X(89).
       FD Status-File.
                       Recording Mode is F
                       Record contains 200 characters.
         01 Visual-Record                  pic X(200).
       FD Profile-File
                       Record contains 132 characters.
         01 Profile-Record                 pic X(132).
       FD Repertoire-File
                       Record contains 88 characters.
         01 Repertoire-Record.
           03  Repertoire-Partner          pic X(64).
           03  Filler                      pic X value space.
           03  Repertoire-Codepoint        pic 9(7).
           03  Filler                      pic X value space.
           03  Repertoire-Hex              pic X(6).
           03  Filler                      pic X value space.
           03  Repertoire-First-Date       pic X(8).
      *
       FD Params-File.
         01 Params-Record                  pic X(80).
             05  Manifest-Name              pic X(64).
             05  Manifest-Source            pic X(32).
             05  Manifest-Target            pic X(32).
             05  Manifest-Partner           pic X(16).
       01  Manifest-Read-Flag               pic 9   value 0.
       01  Batch-Sub                        pic 99  Binary.
       01  Current-File-Number              pic 999 Binary value 1.
           03  Status-Out-Count            pic 9(9).
           03  Filler                      pic X value space.
           03  Status-Checkpoint           pic 9(9).
      * ------------- Character-Repertoire Profile  -------------------
      *   Each batch manifest entry is profiled as it converts -
      *   every UTF-16 character of the text read is classified by
      *   Unicode block (the range table below) and by script
      *   (uscript_getScript), and checked against the code points
      *   that partner has sent before - see Profile-Start-sec /
      *   Profile-Text-sec / Profile-Finish-sec.  The partner is the
      *   manifest's partner id, or the input file name without one.
       01  Profile-Write-Flag              pic 9    value 0.
       01  Profile-Active-sw               pic 9    value 0.
       01  Profile-Partner                 pic X(64).
       01  Profile-Records                 pic 9(9) Binary value 0.
       01  Profile-Chars                   pic 9(9) Binary value 0.
       01  Profile-Known                   pic 9(7) Binary value 0.
       01  Profile-Length                  pic 9(4) Binary.
       01  Profile-Sub                     pic 9(4) Binary.
       01  Profile-Trim-sw                 pic 9.
       01  Profile-Codepoint               pic 9(9) Binary.
       01  Profile-Low-Unit                pic 9(7) Binary.
       01  Profile-Script-Code             pic S9(9) Binary.
       01  Profile-Script-Hit              pic 99   Binary.
       01  Profile-Block-Hit               pic 99   Binary.
       01  Profile-Block-Sub               pic 99   Binary.
       01  Profile-Script-Sub              pic 99   Binary.
       01  Profile-Found-sw                pic 9.
       01  GetScript-API-Pointer           Usage is Procedure-Pointer.
      *   Unicode blocks the partners' feeds are expected to touch -
      *   start and end code point (decimal) and the block name.
      *   Anything outside every range counts under the last entry,
      *   "Other" - it is not searched, so BLOCK-TABLE-ENTRIES stops
      *   one short of it.
       77  BLOCK-TABLE-ENTRIES             pic 99   value 48.
       01  Block-Range-Values.
           03  Filler  pic 9(7) value 0000000.
           03  Filler  pic 9(7) value 0000127.
           03  Filler  pic X(30) value "Basic Latin".
           03  Filler  pic 9(7) value 0000128.
           03  Filler  pic 9(7) value 0000255.
           03  Filler  pic X(30) value "Latin-1 Supplement".
           03  Filler  pic 9(7) value 0000256.
           03  Filler  pic 9(7) value 0000383.
           03  Filler  pic X(30) value "Latin Extended-A".
           03  Filler  pic 9(7) value 0000384.
           03  Filler  pic 9(7) value 0000591.
           03  Filler  pic X(30) value "Latin Extended-B".
           03  Filler  pic 9(7) value 0000592.
           03  Filler  pic 9(7) value 0000687.
           03  Filler  pic X(30) value "IPA Extensions".
           03  Filler  pic 9(7) value 0000688.
           03  Filler  pic 9(7) value 0000767.
           03  Filler  pic X(30) value "Spacing Modifier Letters".
           03  Filler  pic 9(7) value 0000768.
           03  Filler  pic 9(7) value 0000879.
           03  Filler  pic X(30) value "Combining Diacritical Marks".
           03  Filler  pic 9(7) value 0000880.
           03  Filler  pic 9(7) value 0001023.
           03  Filler  pic X(30) value "Greek and Coptic".
           03  Filler  pic 9(7) value 0001024.
           03  Filler  pic 9(7) value 0001279.
           03  Filler  pic X(30) value "Cyrillic".
           03  Filler  pic 9(7) value 0001280.
           03  Filler  pic 9(7) value 0001327.
           03  Filler  pic X(30) value "Cyrillic Supplement".
           03  Filler  pic 9(7) value 0001328.
           03  Filler  pic 9(7) value 0001423.
           03  Filler  pic X(30) value "Armenian".
           03  Filler  pic 9(7) value 0001424.
           03  Filler  pic 9(7) value 0001535.
           03  Filler  pic X(30) value "Hebrew".
           03  Filler  pic 9(7) value 0001536.
           03  Filler  pic 9(7) value 0001791.
           03  Filler  pic X(30) value "Arabic".
           03  Filler  pic 9(7) value 0001792.
           03  Filler  pic 9(7) value 0001871.
           03  Filler  pic X(30) value "Syriac".
           03  Filler  pic 9(7) value 0001920.
           03  Filler  pic 9(7) value 0001983.
           03  Filler  pic X(30) value "Thaana".
           03  Filler  pic 9(7) value 0002304.
           03  Filler  pic 9(7) value 0002431.
           03  Filler  pic X(30) value "Devanagari".
           03  Filler  pic 9(7) value 0003584.
           03  Filler  pic 9(7) value 0003711.
           03  Filler  pic X(30) value "Thai".
           03  Filler  pic 9(7) value 0004256.
           03  Filler  pic 9(7) value 0004351.
           03  Filler  pic X(30) value "Georgian".
           03  Filler  pic 9(7) value 0004352.
           03  Filler  pic 9(7) value 0004607.
           03  Filler  pic X(30) value "Hangul Jamo".
           03  Filler  pic 9(7) value 0007680.
           03  Filler  pic 9(7) value 0007935.
           03  Filler  pic X(30) value "Latin Extended Additional".
           03  Filler  pic 9(7) value 0007936.
           03  Filler  pic 9(7) value 0008191.
           03  Filler  pic X(30) value "Greek Extended".
           03  Filler  pic 9(7) value 0008192.
           03  Filler  pic 9(7) value 0008303.
           03  Filler  pic X(30) value "General Punctuation".
           03  Filler  pic 9(7) value 0008304.
           03  Filler  pic 9(7) value 0008351.
           03  Filler  pic X(30) value "Superscripts and Subscripts".
           03  Filler  pic 9(7) value 0008352.
           03  Filler  pic 9(7) value 0008399.
           03  Filler  pic X(30) value "Currency Symbols".
           03  Filler  pic 9(7) value 0008448.
           03  Filler  pic 9(7) value 0008527.
           03  Filler  pic X(30) value "Letterlike Symbols".
           03  Filler  pic 9(7) value 0008528.
           03  Filler  pic 9(7) value 0008591.
           03  Filler  pic X(30) value "Number Forms".
           03  Filler  pic 9(7) value 0008592.
           03  Filler  pic 9(7) value 0008703.
           03  Filler  pic X(30) value "Arrows".
           03  Filler  pic 9(7) value 0008704.
           03  Filler  pic 9(7) value 0008959.
           03  Filler  pic X(30) value "Mathematical Operators".
           03  Filler  pic 9(7) value 0009472.
           03  Filler  pic 9(7) value 0009599.
           03  Filler  pic X(30) value "Box Drawing".
           03  Filler  pic 9(7) value 0009632.
           03  Filler  pic 9(7) value 0009727.
           03  Filler  pic X(30) value "Geometric Shapes".
           03  Filler  pic 9(7) value 0009728.
           03  Filler  pic 9(7) value 0009983.
           03  Filler  pic X(30) value "Miscellaneous Symbols".
           03  Filler  pic 9(7) value 0012288.
           03  Filler  pic 9(7) value 0012351.
           03  Filler  pic X(30) value "CJK Symbols and Punctuation".
           03  Filler  pic 9(7) value 0012352.
           03  Filler  pic 9(7) value 0012447.
           03  Filler  pic X(30) value "Hiragana".
           03  Filler  pic 9(7) value 0012448.
           03  Filler  pic 9(7) value 0012543.
           03  Filler  pic X(30) value "Katakana".
           03  Filler  pic 9(7) value 0019968.
           03  Filler  pic 9(7) value 0040959.
           03  Filler  pic X(30) value "CJK Unified Ideographs".
           03  Filler  pic 9(7) value 0044032.
           03  Filler  pic 9(7) value 0055215.
           03  Filler  pic X(30) value "Hangul Syllables".
           03  Filler  pic 9(7) value 0055296.
           03  Filler  pic 9(7) value 0057343.
           03  Filler  pic X(30) value "Surrogates (unpaired)".
           03  Filler  pic 9(7) value 0057344.
           03  Filler  pic 9(7) value 0063743.
           03  Filler  pic X(30) value "Private Use Area".
           03  Filler  pic 9(7) value 0063744.
           03  Filler  pic 9(7) value 0064255.
           03  Filler  pic X(30) value "CJK Compatibility Ideographs".
           03  Filler  pic 9(7) value 0064256.
           03  Filler  pic 9(7) value 0064335.
           03  Filler  pic X(30) value "Alphabetic Presentation Forms".
           03  Filler  pic 9(7) value 0064336.
           03  Filler  pic 9(7) value 0065023.
           03  Filler  pic X(30) value "Arabic Presentation Forms-A".
           03  Filler  pic 9(7) value 0065024.
           03  Filler  pic 9(7) value 0065039.
           03  Filler  pic X(30) value "Variation Selectors".
           03  Filler  pic 9(7) value 0065056.
           03  Filler  pic 9(7) value 0065071.
           03  Filler  pic X(30) value "Combining Half Marks".
           03  Filler  pic 9(7) value 0065136.
           03  Filler  pic 9(7) value 0065279.
           03  Filler  pic X(30) value "Arabic Presentation Forms-B".
           03  Filler  pic 9(7) value 0065280.
           03  Filler  pic 9(7) value 0065519.
           03  Filler  pic X(30) value "Halfwidth and Fullwidth Forms".
           03  Filler  pic 9(7) value 0065520.
           03  Filler  pic 9(7) value 0065535.
           03  Filler  pic X(30) value "Specials".
           03  Filler  pic 9(7) value 0065536.
           03  Filler  pic 9(7) value 0983039.
           03  Filler  pic X(30) value "Supplementary Planes".
           03  Filler  pic 9(7) value 0983040.
           03  Filler  pic 9(7) value 1114111.
           03  Filler  pic X(30) value "Supplementary Private Use".
           03  Filler  pic 9(7) value 9999999.
           03  Filler  pic 9(7) value 9999999.
           03  Filler  pic X(30) value "Other (unassigned blocks)".
       01  Block-Range-Table Redefines Block-Range-Values.
           03  Block-Range                 occurs 49.
             05  Block-Start               pic 9(7).
             05  Block-End                 pic 9(7).
             05  Block-Name                pic X(30).
       01  Block-Count-Table.
           03  Block-Count                 pic 9(9) Binary occurs 49.
      *-------------- Ported from uscript.h ----------------------------
      *    typedef enum UScriptCode { USCRIPT_COMMON = 0, ...
      *      USCRIPT_YI = 41, USCRIPT_CODE_LIMIT }
      *    Script names in enum order, code + 1 as the subscript;
      *    a code past the table counts as "Other", a failed lookup
      *    as "Unknown".
       77  SCRIPT-TABLE-ENTRIES            pic 99   value 44.
       77  SCRIPT-OTHER-SUB                pic 99   value 43.
       77  SCRIPT-UNKNOWN-SUB              pic 99   value 44.
       01  Script-Name-Values.
           03  Filler  pic X(20) value "Common".
           03  Filler  pic X(20) value "Inherited".
           03  Filler  pic X(20) value "Arabic".
           03  Filler  pic X(20) value "Armenian".
           03  Filler  pic X(20) value "Bengali".
           03  Filler  pic X(20) value "Bopomofo".
           03  Filler  pic X(20) value "Cherokee".
           03  Filler  pic X(20) value "Coptic".
           03  Filler  pic X(20) value "Cyrillic".
           03  Filler  pic X(20) value "Deseret".
           03  Filler  pic X(20) value "Devanagari".
           03  Filler  pic X(20) value "Ethiopic".
           03  Filler  pic X(20) value "Georgian".
           03  Filler  pic X(20) value "Gothic".
           03  Filler  pic X(20) value "Greek".
           03  Filler  pic X(20) value "Gujarati".
           03  Filler  pic X(20) value "Gurmukhi".
           03  Filler  pic X(20) value "Han".
           03  Filler  pic X(20) value "Hangul".
           03  Filler  pic X(20) value "Hebrew".
           03  Filler  pic X(20) value "Hiragana".
           03  Filler  pic X(20) value "Kannada".
           03  Filler  pic X(20) value "Katakana".
           03  Filler  pic X(20) value "Khmer".
           03  Filler  pic X(20) value "Lao".
           03  Filler  pic X(20) value "Latin".
           03  Filler  pic X(20) value "Malayalam".
           03  Filler  pic X(20) value "Mongolian".
           03  Filler  pic X(20) value "Myanmar".
           03  Filler  pic X(20) value "Ogham".
           03  Filler  pic X(20) value "Old Italic".
           03  Filler  pic X(20) value "Oriya".
           03  Filler  pic X(20) value "Runic".
           03  Filler  pic X(20) value "Sinhala".
           03  Filler  pic X(20) value "Syriac".
           03  Filler  pic X(20) value "Tamil".
           03  Filler  pic X(20) value "Telugu".
           03  Filler  pic X(20) value "Thaana".
           03  Filler  pic X(20) value "Thai".
           03  Filler  pic X(20) value "Tibetan".
           03  Filler  pic X(20) value "Canadian Aboriginal".
           03  Filler  pic X(20) value "Yi".
           03  Filler  pic X(20) value "Other".
           03  Filler  pic X(20) value "Unknown".
       01  Script-Name-Table Redefines Script-Name-Values.
           03  Script-Name                 pic X(20) occurs 44.
       01  Script-Count-Table.
           03  Script-Count                pic 9(9) Binary occurs 44.
      *   Code points already known from the current partner: one
      *   byte per BMP code point ("1" = seen), and a short list for
      *   the supplementary planes.
       01  Seen-Map                        pic X(65536).
       77  SUPP-SEEN-MAX-ENTRIES           pic 9(4) value 500.
       01  Supp-Seen-Count                 pic 9(4) Binary value 0.
       01  Supp-Seen-Table.
           03  Supp-Seen-Value             pic 9(7) Binary occurs 500.
       01  Supp-Seen-Sub                   pic 9(4) Binary.
      *   Code points first seen in the current entry, in the order
      *   they turned up.  Past the table's end they are still
      *   counted, but neither listed nor kept in the history file -
      *   they come up as new again on the next run, and the
      *   profile's NOT KEPT total says how many.
       77  NEW-TABLE-MAX-ENTRIES           pic 9(4) value 2000.
       01  New-Count                       pic 9(4) Binary value 0.
       01  New-Overflow                    pic 9(9) Binary value 0.
       01  New-Table.
           03  New-Item                    occurs 2000.
             05  New-Codepoint             pic 9(7) Binary.
             05  New-Record-Number         pic 9(9) Binary.
             05  New-Block-Hit             pic 99   Binary.
             05  New-Script-Hit            pic 99   Binary.
       01  New-Sub                         pic 9(4) Binary.
      *   The whole repertoire history, all partners - loaded at
      *   start, extended as each entry finishes so a partner listed
      *   twice on one manifest is not flagged twice.
       77  REPERTOIRE-TABLE-MAX-ENTRIES    pic 9(5) value 20000.
       01  Repertoire-Count                pic 9(5) Binary value 0.
       01  Repertoire-Read-Flag            pic 9    value 0.
       01  Repertoire-Table.
           03  Repertoire-Item             occurs 20000.
             05  Repertoire-Item-Partner   pic X(64).
             05  Repertoire-Item-Codepoint pic 9(7) Binary.
       01  Repertoire-Sub                  pic 9(5) Binary.
      *   Code point to hex for the profile and the history file.
       01  Hex-Digits                      pic X(16)
                                           value "0123456789ABCDEF".
       01  Hex-Value                       pic 9(7) Binary.
       01  Hex-Remainder                   pic 99   Binary.
       01  Hex-Position                    pic 9    Binary.
       01  Hex-Text                        pic X(6).
      *   Profile print lines.
       01  Profile-Head-1.
           03  Filler                      pic X(25)
                                  value "REPERTOIRE PROFILE  FILE ".
           03  Profile-Head-File           pic 99.
           03  Filler                      pic X(11)
                                  value "  RUN DATE ".
           03  Profile-Head-Date           pic X(8).
           03  Filler                      pic X(8) value "  INPUT ".
           03  Profile-Head-Input          pic X(64).
       01  Profile-Head-2.
           03  Filler                      pic X(10) value "  PARTNER ".
           03  Profile-Head-Partner        pic X(64).
           03  Filler                      pic X(20)
                                  value "  KNOWN CODE POINTS ".
           03  Profile-Head-Known          pic Z(6)9.
           03  Filler                      pic X(2) value SPACES.
           03  Profile-Head-Note           pic X(29).
       01  Profile-Count-Line.
           03  Filler                      pic X(2) value SPACES.
           03  Profile-Count-Kind          pic X(8).
           03  Profile-Count-Name          pic X(30).
           03  Filler                      pic X value SPACE.
           03  Profile-Count-Value         pic Z(8)9.
       01  Profile-New-Line.
           03  Filler                      pic X(12)
                                  value "  NEW     U+".
           03  Profile-New-Hex             pic X(6).
           03  Filler                      pic X(2) value SPACES.
           03  Profile-New-Block           pic X(30).
           03  Filler                      pic X value SPACE.
           03  Profile-New-Script          pic X(20).
           03  Filler                      pic X(15)
                                  value " FIRST RECORD ".
           03  Profile-New-Record          pic Z(8)9.
       01  Profile-Total-Line.
           03  Filler                      pic X(18)
                                  value "  TOTALS  RECORDS ".
           03  Profile-Total-Records       pic Z(8)9.
           03  Filler                      pic X(13)
                                  value "  CHARACTERS ".
           03  Profile-Total-Chars         pic Z(8)9.
           03  Filler                      pic X(18)
                                  value "  NEW CODE POINTS ".
           03  Profile-Total-New           pic Z(8)9.
           03  Filler                      pic X(13)
                                  value "  NOT KEPT   ".
           03  Profile-Total-Overflow      pic Z(8)9.
      * ------------- Machine-Readable Run History  -------------------
      *   One record per run, appended to the shared run-history
      *   file at end of job - see History-Write-sec.  ICU-RunReport
           Perform     Bidi-Read-sec.
           Perform     Header-Mode-Read-sec.
           Perform     Manifest-Read-sec.
           IF  Manifest-Count > 0
             Perform   Repertoire-Load-sec
           End-if.
           Perform     Interval-Read-sec.
           Perform Params-Read-sec.
           Perform     Load-DLL-sec.
      *
           Perform     Checkpoint-Read-sec.
           Perform     Lineage-Open-sec.
           IF  Manifest-Count > 0
             Perform   Profile-Open-sec
           End-if.
           IF  Bidi-Enabled-sw = 1
             Perform   Visual-Open-sec
             Perform   Open-Bidi-sec
             Perform Visual-Close-sec
           End-if.
           Perform Lineage-Close-sec.
           IF  Manifest-Count > 0
             Perform Profile-Close-sec
           End-if.
           Perform Report-Trailer-sec.
      *   Run completed normally - clear the checkpoint so the next
      *   invocation starts fresh instead of being mistaken for a
               Move 0 to Restart-Point
             End-if
             Perform Batch-Setup-sec
             Perform Profile-Start-sec
             IF  Source-Auto-sw = 1
               Perform   Detect-Source-sec
             End-if
             Perform Input-Close-sec
             Perform Output-Close-sec
             Perform Exceptions-Close-sec
             Perform Profile-Finish-sec
             Compute Batch-File-Read    (Batch-Sub)
                       = Count-Input-Read   - Batch-Prev-Read
             Compute Batch-File-Written (Batch-Sub)
       Convert-Main-Loop.
             Perform   Input-Read-sec.
             IF    Input-Read-Flag = 1 and Main-index > Restart-Point
               IF  Profile-Active-sw = 1
                 Add       1 to Profile-Records
               End-if
               IF  Field-Count > 0
                 Perform   Field-Convert-Record-sec
               Else
                 Perform   Convert-to-Unicode-sec
                 IF  Profile-Active-sw = 1
                   Perform   Profile-Text-sec
                 End-if
                 Move      Unicode-Input-Buffer
                        to Unicode-Output-Buffer
                 Perform   Convert-from-Unicode-sec
                  to Input-Buffer-String (1 : Field-Work-Length).
           Move      Field-Work-Length   to Text-Length.
           Perform   Convert-to-Unicode-sec.
           IF  Profile-Active-sw = 1
             Perform   Profile-Text-sec
           End-if.
           Move      Unicode-Input-Buffer
                  to Unicode-Output-Buffer.
           Perform   Convert-from-Unicode-sec.
                           to Manifest-Source (Manifest-Count)
                   Move Manifest-Target-Converter
                           to Manifest-Target (Manifest-Count)
                   Move Manifest-Partner-Id
                           to Manifest-Partner (Manifest-Count)
                 End-if
           End-read.
       Manifest-Read-Line-ex.
       Lineage-Close-ex.
           Exit.
      *
      *===================  Character-Repertoire Profile  ==============
      *
      *-------- Load every partner's known repertoire ------------------
       Repertoire-Load-sec section.
       Repertoire-Load.
           Move 0    to Repertoire-Count.
           Move ZERO to File-Status-Flag.
           Open Input Repertoire-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Repertoire-Read-Flag
             Perform Repertoire-Read-Line-sec
                     until Repertoire-Read-Flag = 0
                        or Repertoire-Count
                           = REPERTOIRE-TABLE-MAX-ENTRIES
             IF  Repertoire-Read-Flag = 1
               Move "Repertoire history full - rest ignored:"
                                         to Debug-Text
               Move REPERTOIRE-TABLE-MAX-ENTRIES to Debug-Value
               Move 1                    to Error-Display-sw
               Perform Debug-Display-sec
             End-if
             Close Repertoire-File
           Else
      *      No history yet - an absent optional file opens with
      *      status 05 and must be closed before it is extended.
             IF  File-Status-Flag = "05"
               Close Repertoire-File
             End-if
           End-if.
           Move    "Repertoire history entries -:" to Debug-Text.
           Move    Repertoire-Count                 to Debug-Value.
           Perform Debug-Display-sec.
       Repertoire-Load-ex.
           Exit.
      *
       Repertoire-Read-Line-sec section.
       Repertoire-Read-Line.
           Read Repertoire-File
               at End  Move 0 to Repertoire-Read-Flag
               not at End
                 IF  Repertoire-Partner Not = SPACES
                 and Repertoire-Codepoint Numeric
                   Add  1 to Repertoire-Count
                   Move Repertoire-Partner
                     to Repertoire-Item-Partner   (Repertoire-Count)
                   Move Repertoire-Codepoint
                     to Repertoire-Item-Codepoint (Repertoire-Count)
                 End-if
           End-read.
       Repertoire-Read-Line-ex.
           Exit.
      *
      *-------- Open the profile file, resolve the script API ----------
       Profile-Open-sec section.
       Profile-Open.
      *   One profile file per run; a restart reopens it for extend
      *   so the profiles of the entries already finished survive,
      *   mirroring Lineage-Open-sec.
           Move ZERO to File-Status-Flag.
           IF  Restart-Point > 0 or File-Restart-Point > 0
             Open Extend Profile-File
           Else
             Open Output Profile-File
           End-if.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Profile-Write-Flag
           Else
             Move     0                to Profile-Write-Flag
             Move "Profile File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
      *   uscript_getScript runs for every character profiled - its
      *   entry point is looked up once here, as the script stage
      *   does, instead of a GetProcAddress per character.
           IF  Profile-Write-Flag = 1
             STRING "uscript_getScript" ICU-VERSION-SUFFIX
                 delimited by size into API-Name
             Perform Get-API-Pointer-sec
             Set  GetScript-API-Pointer  to API-Pointer
           End-if.
       Profile-Open-ex.
           Exit.
      *
       Profile-Close-sec section.
       Profile-Close.
           IF  Profile-Write-Flag = 1
             Close Profile-File
           End-if.
       Profile-Close-ex.
           Exit.
      *
      *-------- Start one manifest entry's profile ---------------------
       Profile-Start-sec section.
       Profile-Start.
           Move 0 to Profile-Active-sw.
           IF  Profile-Write-Flag = 0
             Go to Profile-Start-ex
           End-if.
           IF  Manifest-Partner (Batch-Sub) Not = SPACES
             Move Manifest-Partner (Batch-Sub) to Profile-Partner
           Else
             Move Manifest-Name    (Batch-Sub) to Profile-Partner
           End-if.
           Move 0             to Profile-Records.
           Move 0             to Profile-Chars.
           Move 0             to Profile-Known.
           Move 0             to New-Count.
           Move 0             to New-Overflow.
           Move 0             to Supp-Seen-Count.
           Initialize         Block-Count-Table.
           Initialize         Script-Count-Table.
           Move ALL "0"       to Seen-Map.
      *    Mark everything this partner has sent before.
           Perform Profile-Mark-Known-sec
                   Varying Repertoire-Sub FROM 1 by 1
                   until   Repertoire-Sub > Repertoire-Count.
           Move 1             to Profile-Active-sw.
       Profile-Start-ex.
           Exit.
      *
       Profile-Mark-Known-sec section.
       Profile-Mark-Known.
           IF  Repertoire-Item-Partner (Repertoire-Sub)
                                          = Profile-Partner
             Add  1 to Profile-Known
             Move Repertoire-Item-Codepoint (Repertoire-Sub)
                                          to Profile-Codepoint
             IF  Profile-Codepoint < 65536
               Move "1" to Seen-Map (Profile-Codepoint + 1 : 1)
             Else
               IF  Supp-Seen-Count < SUPP-SEEN-MAX-ENTRIES
                 Add  1 to Supp-Seen-Count
                 Move Profile-Codepoint
                                 to Supp-Seen-Value (Supp-Seen-Count)
               End-if
             End-if
           End-if.
       Profile-Mark-Known-ex.
           Exit.
      *
      *-------- Profile one converted text (record or field) -----------
       Profile-Text-sec section.
       Profile-Text.
      *   Works on the UTF-16 image Convert-to-Unicode-sec just
      *   built.  The input buffer is blank-padded to its full width,
      *   so trailing blanks are dropped before counting.
           IF  U-FAILURE or U-Text-Length Not > 0
             Go to Profile-Text-ex
           End-if.
           IF  U-Text-Length > 200
             Move 200           to Profile-Length
           Else
             Move U-Text-Length to Profile-Length
           End-if.
           Move 0 to Profile-Trim-sw.
           Perform Profile-Trim-sec
                   until Profile-Trim-sw = 1.
           Move 1 to Profile-Sub.
           Perform Profile-Char-sec
                   until Profile-Sub > Profile-Length.
       Profile-Text-ex.
           Exit.
      *
       Profile-Trim-sec section.
       Profile-Trim.
           IF  Profile-Length = 0
             Move 1 to Profile-Trim-sw
           Else
             IF  UIB-Array (Profile-Length) Not = 32
               Move 1 to Profile-Trim-sw
             Else
               Subtract 1 from Profile-Length
             End-if
           End-if.
       Profile-Trim-ex.
           Exit.
      *
       Profile-Char-sec section.
       Profile-Char.
      *   A high surrogate followed by a low one is a single
      *   supplementary-plane code point; an unpaired surrogate is
      *   counted as itself.
           Move UIB-Array (Profile-Sub) to Profile-Codepoint.
           Add  1                       to Profile-Sub.
           IF  Profile-Codepoint Not < 55296
           and Profile-Codepoint Not > 56319
           and Profile-Sub       Not > Profile-Length
             Move UIB-Array (Profile-Sub) to Profile-Low-Unit
             IF  Profile-Low-Unit Not < 56320
             and Profile-Low-Unit Not > 57343
               Compute Profile-Codepoint
                         = (Profile-Codepoint - 55296) * 1024
                         + (Profile-Low-Unit  - 56320) + 65536
               Add 1 to Profile-Sub
             End-if
           End-if.
           Add 1 to Profile-Chars.
      *    Block from the range table.
           Move 0 to Profile-Found-sw.
           Perform Profile-Block-Test-sec
                   Varying Profile-Block-Sub FROM 1 by 1
                   until   Profile-Block-Sub > BLOCK-TABLE-ENTRIES
                      or   Profile-Found-sw  = 1.
           IF  Profile-Found-sw = 0
             Compute Profile-Block-Hit = BLOCK-TABLE-ENTRIES + 1
           End-if.
           Add 1 to Block-Count (Profile-Block-Hit).
      *    Script from the ICU script service.
           Perform Profile-Get-Script-sec.
           Add 1 to Script-Count (Profile-Script-Hit).
      *    First time from this partner?
           IF  Profile-Codepoint < 65536
             IF  Seen-Map (Profile-Codepoint + 1 : 1) = "0"
               Move "1" to Seen-Map (Profile-Codepoint + 1 : 1)
               Perform Profile-New-sec
             End-if
           Else
             Move 0 to Profile-Found-sw
             Perform Profile-Supp-Test-sec
                     Varying Supp-Seen-Sub FROM 1 by 1
                     until   Supp-Seen-Sub > Supp-Seen-Count
                        or   Profile-Found-sw = 1
             IF  Profile-Found-sw = 0
               IF  Supp-Seen-Count < SUPP-SEEN-MAX-ENTRIES
                 Add  1 to Supp-Seen-Count
                 Move Profile-Codepoint
                                 to Supp-Seen-Value (Supp-Seen-Count)
               End-if
               Perform Profile-New-sec
             End-if
           End-if.
       Profile-Char-ex.
           Exit.
      *
       Profile-Block-Test-sec section.
       Profile-Block-Test.
           IF  Profile-Codepoint
                         Not < Block-Start (Profile-Block-Sub)
           and Profile-Codepoint
                         Not > Block-End   (Profile-Block-Sub)
             Move 1                 to Profile-Found-sw
             Move Profile-Block-Sub to Profile-Block-Hit
           End-if.
       Profile-Block-Test-ex.
           Exit.
      *
       Profile-Supp-Test-sec section.
       Profile-Supp-Test.
           IF  Supp-Seen-Value (Supp-Seen-Sub) = Profile-Codepoint
             Move 1 to Profile-Found-sw
           End-if.
       Profile-Supp-Test-ex.
           Exit.
      *
       Profile-Get-Script-sec section.
       Profile-Get-Script.
      *  --------------------- USCRIPT.H ---------------------------
      *   U_CAPI UScriptCode U_EXPORT2  uscript_getScript(
      *                         UChar32 codepoint,
      *                         UErrorCode * err )
      *   Returns the script code of the code point.
           Call GetScript-API-Pointer
                            using by value     Profile-Codepoint
                                  by reference UErrorCode
                                  Returning    Profile-Script-Code.
           IF U-FAILURE
             Perform Check-Call-to-API-sec
             Move ZERO               to UErrorCode
             Move SCRIPT-UNKNOWN-SUB to Profile-Script-Hit
           Else
             IF  Profile-Script-Code < 0
             or  Profile-Script-Code > SCRIPT-OTHER-SUB - 2
               Move SCRIPT-OTHER-SUB to Profile-Script-Hit
             Else
               Compute Profile-Script-Hit = Profile-Script-Code + 1
             End-if
           End-if.
       Profile-Get-Script-ex.
           Exit.
      *
       Profile-New-sec section.
       Profile-New.
           IF  New-Count < NEW-TABLE-MAX-ENTRIES
             Add  1                  to New-Count
             Move Profile-Codepoint  to New-Codepoint     (New-Count)
             Move Main-index         to New-Record-Number (New-Count)
             Move Profile-Block-Hit  to New-Block-Hit     (New-Count)
             Move Profile-Script-Hit to New-Script-Hit    (New-Count)
           Else
             Add  1                  to New-Overflow
           End-if.
       Profile-New-ex.
           Exit.
      *
      *-------- Write the profile and extend the partner history -------
       Profile-Finish-sec section.
       Profile-Finish.
           IF  Profile-Active-sw = 0
             Go to Profile-Finish-ex
           End-if.
           Move 0 to Profile-Active-sw.
           Move Current-File-Number      to Profile-Head-File.
           Move Current-Run-Date         to Profile-Head-Date.
           Move Manifest-Name (Batch-Sub) to Profile-Head-Input.
           Move Profile-Head-1           to Profile-Record.
           Write Profile-Record.
           Move Profile-Partner          to Profile-Head-Partner.
           Move Profile-Known            to Profile-Head-Known.
      *    A partner with no history yet gets its baseline - every
      *    character it sends the first time is "new".
           Evaluate True
             When Restart-Point > 0
               Move "RESTARTED - PARTIAL PROFILE" to Profile-Head-Note
             When Profile-Known = 0
               Move "FIRST PROFILE - BASELINE"    to Profile-Head-Note
             When Other
               Move SPACES                        to Profile-Head-Note
           End-evaluate.
           Move Profile-Head-2           to Profile-Record.
           Write Profile-Record.
           Perform Profile-Block-Print-sec
                   Varying Profile-Block-Sub FROM 1 by 1
                   until   Profile-Block-Sub > BLOCK-TABLE-ENTRIES + 1.
           Perform Profile-Script-Print-sec
                   Varying Profile-Script-Sub FROM 1 by 1
                   until   Profile-Script-Sub > SCRIPT-TABLE-ENTRIES.
           Perform Profile-New-Print-sec
                   Varying New-Sub FROM 1 by 1
                   until   New-Sub > New-Count.
           Move Profile-Records          to Profile-Total-Records.
           Move Profile-Chars            to Profile-Total-Chars.
           Compute Profile-Total-New = New-Count + New-Overflow.
           Move New-Overflow             to Profile-Total-Overflow.
           Move Profile-Total-Line       to Profile-Record.
           Write Profile-Record.
           Move SPACES                   to Profile-Record.
           Write Profile-Record.
           IF  New-Count > 0
             Perform Repertoire-Extend-sec
           End-if.
           IF  New-Overflow > 0
             Move "Repertoire new code points not kept:"
                                         to Debug-Text
             Move New-Overflow           to Debug-Value
             Move 1                      to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Profile-Finish-ex.
           Exit.
      *
       Profile-Block-Print-sec section.
       Profile-Block-Print.
           IF  Block-Count (Profile-Block-Sub) > 0
             Move "BLOCK"                          to Profile-Count-Kind
             Move Block-Name  (Profile-Block-Sub)  to Profile-Count-Name
             Move Block-Count (Profile-Block-Sub)
                                                to Profile-Count-Value
             Move Profile-Count-Line               to Profile-Record
             Write Profile-Record
           End-if.
       Profile-Block-Print-ex.
           Exit.
      *
       Profile-Script-Print-sec section.
       Profile-Script-Print.
           IF  Script-Count (Profile-Script-Sub) > 0
             Move "SCRIPT"                         to Profile-Count-Kind
             Move Script-Name (Profile-Script-Sub) to Profile-Count-Name
             Move Script-Count (Profile-Script-Sub)
                                                to Profile-Count-Value
             Move Profile-Count-Line               to Profile-Record
             Write Profile-Record
           End-if.
       Profile-Script-Print-ex.
           Exit.
      *
       Profile-New-Print-sec section.
       Profile-New-Print.
           Move New-Codepoint (New-Sub)  to Hex-Value.
           Perform Hex-Format-sec.
           Move Hex-Text                 to Profile-New-Hex.
           Move Block-Name  (New-Block-Hit  (New-Sub))
                                         to Profile-New-Block.
           Move Script-Name (New-Script-Hit (New-Sub))
                                         to Profile-New-Script.
           Move New-Record-Number (New-Sub)
                                         to Profile-New-Record.
           Move Profile-New-Line         to Profile-Record.
           Write Profile-Record.
       Profile-New-Print-ex.
           Exit.
      *
      *-------- Append this entry's first-seen code points -------------
       Repertoire-Extend-sec section.
       Repertoire-Extend.
           Move ZERO to File-Status-Flag.
           Open Extend Repertoire-File.
           IF  File-Status-Flag = "00" or "05"
             Perform Repertoire-Append-sec
                     Varying New-Sub FROM 1 by 1
                     until   New-Sub > New-Count
             Close Repertoire-File
           Else
             Move "Repertoire File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Repertoire-Extend-ex.
           Exit.
      *
       Repertoire-Append-sec section.
       Repertoire-Append.
           Move SPACES                   to Repertoire-Record.
           Move Profile-Partner          to Repertoire-Partner.
           Move New-Codepoint (New-Sub)  to Repertoire-Codepoint.
           Move New-Codepoint (New-Sub)  to Hex-Value.
           Perform Hex-Format-sec.
           Move Hex-Text                 to Repertoire-Hex.
           Move Current-Run-Date         to Repertoire-First-Date.
           Write Repertoire-Record.
      *    Kept in memory too, for a later entry from the same
      *    partner on this manifest.
           IF  Repertoire-Count < REPERTOIRE-TABLE-MAX-ENTRIES
             Add  1 to Repertoire-Count
             Move Profile-Partner
                     to Repertoire-Item-Partner   (Repertoire-Count)
             Move New-Codepoint (New-Sub)
                     to Repertoire-Item-Codepoint (Repertoire-Count)
           End-if.
       Repertoire-Append-ex.
           Exit.
      *
      *-------- Code point to hex: four digits, six past the BMP -------
       Hex-Format-sec section.
       Hex-Format.
           Move SPACES to Hex-Text.
           IF  Hex-Value < 65536
             Move 4 to Hex-Position
           Else
             Move 6 to Hex-Position
           End-if.
           Perform Hex-Digit-sec
                   until Hex-Position = 0.
       Hex-Format-ex.
           Exit.
      *
       Hex-Digit-sec section.
       Hex-Digit-P.
           Divide  Hex-Value by 16 giving Hex-Value
                                remainder Hex-Remainder.
           Move    Hex-Digits (Hex-Remainder + 1 : 1)
                                to Hex-Text (Hex-Position : 1).
           Subtract 1 from Hex-Position.
       Hex-Digit-ex.
           Exit.
      *
      *===================  Visual-Order Print File  ====================
      *
       Visual-Open-sec section.
