      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Erase".
      *
      * Right-to-erasure processing across the suite's name files
      **
      * The program includes the following steps:
      * - Read the erasure request file "ICU_Erasure_Request.txt":
      *         one line per customer - the name as ICU-Maint's
      *         transaction file carries it, and the request
      *         reference the certificate is filed under
      * - Normalize every requested name through the same ICU
      *         normalization ICU-Maint applies (ICU_Norm_Mode.txt /
      *         ICU_Norm_Codepage.txt / ICU_Norm_Version.txt), so the
      *         erased name is the master's own key
      * - Append every normalized name to the permanent block list
      *         "ICU_Erasure_Block.txt" first - ICU-Maint rejects an
      *         ADD or CHANGE to a blocked name (reason ERASED) and
      *         ICU-MastLoad drops it from the monthly resync, so
      *         the name cannot come back in
      * - Delete the name from the indexed name master
      *         "ICU_Name_Master.dat" and append an ERASE marker (no
      *         before or after image) to "ICU_Maint_Journal.txt"
      * - Delete the name, and in group mode its "A" continuation
      *         records, from the standing merged master
      *         "ICU_Delta_Master.txt", trailer count corrected
      * - Mask the same records in every subscriber cut
      *         "ICU_Extract_NN.txt" (the subscribers on
      *         "ICU_Extract_Subs.txt") - a cut line is the master
      *         record at the same position, so the positions are
      *         taken from the cut's source master before the delta
      *         master is touched; a cut whose header date is not
      *         the source master's is not touched and is reported
      * - Mask the name, as requested and as normalized, wherever
      *         it fills one of the name fields of the working files
      *         ICU-Archive keeps, of the change journal, and of every
      *         generation still on the archive catalog
      *         "ICU_Archive_Catalog.txt" - masking keeps every line,
      *         position and count, so the generations still balance
      * - Write the erasure certificate "ICU_Erasure_Certificate.txt":
      *         one line per file, generation and position changed,
      *         and one NOT REMOVED line per place the name could not
      *         be removed from
      * - Write debugging information to Display and
      *         log file "ICU_Erase_log.txt"
      *
      * The certificate identifies each customer by request sequence
      * and reference only - it never repeats the name.  A cut
      * already delivered to a subscriber is outside the suite's
      * reach; the masked cut on file is the evidence of what went.
      * Return code 4 when anything is reported NOT REMOVED.
      **
      * The following ICU APIs are used:
      *    ucnv_open
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
      * ------------------- Erasure Request File  -----------------
             Select Optional Request-File
                    Assign to "ICU_Erasure_Request.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Erased Name Block List  -----------------
      *      Permanent - opened Extend, never rewritten.  ICU-Maint
      *      and ICU-MastLoad read it.
             Select Optional Block-File
                    Assign to "ICU_Erasure_Block.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Erasure Certificate  -----------------
             Select Optional Cert-File
                    Assign to "ICU_Erasure_Certificate.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Indexed Name Master  -----------------
             Select Optional Master-File
                    Assign to "ICU_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Random
                    Record Key is Master-Name.
      * ------------------- Before/After Change Journal  --------------
      *      ICU-Maint's journal - opened Extend for the markers.
             Select Optional Journal-File
                    Assign to "ICU_Maint_Journal.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Extract Source Master  -----------------
      *      The file ICU-Extract cut from - ICU_Norm_Output.txt, or
      *      the standing merged master on delta nights.
             Select Optional Source-File
                    Assign to Source-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Delta Mode Control Card  -----------------
             Select Optional Delta-Control-File
                    Assign to "ICU_Pipeline_Delta.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Type Group Control Card  ---------
             Select Optional Group-Control-File
                    Assign to "ICU_Group_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Subscriber Card  -----------------
      *      ICU-Extract's own card - one cut per subscriber line.
             Select Optional Subs-Control-File
                    Assign to "ICU_Extract_Subs.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Archive Catalog  -----------------
             Select Optional Catalog-File
                    Assign to "ICU_Archive_Catalog.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- File Being Erased  -----------------
      *      Every file the run changes is copied through the work
      *      file and then copied back over itself.
             Select Optional Scan-File
                    Assign to Scan-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
             Select Optional Work-File
                    Assign to "ICU_Erase_Work.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Normalization Mode Control Card  ---------
      *      The same card ICU-Norm and ICU-Maint read.
             Select Optional Norm-Mode-Control-File
                    Assign to "ICU_Norm_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Codepage Control Card  --------------------
      *      The same card ICU-Norm and ICU-Maint read.
             Select Optional Codepage-Control-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ ICU DLL / Version Control Card  ------------
      *      The same card ICU-Norm and ICU-Maint read.
             Select Optional Version-Control-File
                    Assign to "ICU_Norm_Version.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Erase_log.txt"
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
      *   The name in ICU-Maint's transaction layout, then the
      *   reference the request was logged under.
       FD Request-File
                       Record  varying from 1 to  89 characters.
         01 Request-Record.
           03  Request-Name                pic X(70).
           03  Filler                      pic X.
           03  Request-Ref                 pic X(18).
      *   One normalized name per line - the master key - and the
      *   business date it was blocked.
       FD Block-File
                       Record contains 89 characters.
         01 Block-Record.
           03  Block-Name                  pic X(80).
           03  Filler                      pic X.
           03  Block-Date                  pic X(8).
       FD Cert-File
                       Record contains 147 characters.
         01 Cert-Record                    pic X(147).
      *   Same layout ICU-MastLoad and ICU-Maint write.
       FD Master-File.
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
      *   Same layout ICU-Maint writes; an ERASE marker carries no
      *   before or after image.
       FD Journal-File
                       Record contains 229 characters.
         01 Journal-Record.
           03  Journal-Business-Date       pic X(8).
           03  Filler                      pic X value space.
           03  Journal-Time                pic X(6).
           03  Filler                      pic X value space.
           03  Journal-Seq                 pic 9(5).
           03  Filler                      pic X value space.
           03  Journal-Action              pic X(6).
           03  Filler                      pic X value space.
           03  Journal-Source              pic X(20).
           03  Filler                      pic X value space.
           03  Journal-Before-Name         pic X(80).
           03  Filler                      pic X value space.
           03  Journal-Before-Stamp        pic X(8).
           03  Filler                      pic X value space.
           03  Journal-After-Name          pic X(80).
           03  Filler                      pic X value space.
           03  Journal-After-Stamp         pic X(8).
       FD Source-File
                       Record  varying from 1 to  80 characters.
         01 Source-Record                  pic X(80).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Subs-Control-File.
         01 Subs-Control-Record.
           03  Control-Sub-Number          pic 99.
           03  Filler                      pic X.
           03  Control-Sub-Id              pic X(12).
       FD Catalog-File
                       Record contains 120 characters.
         01 Catalog-Record.
           03  Catalog-Generation          pic 9(4).
           03  Filler                      pic X value space.
           03  Catalog-Date                pic X(8).
           03  Filler                      pic X value space.
           03  Catalog-Working-Name        pic X(40).
           03  Filler                      pic X value space.
           03  Catalog-Archive-Name        pic X(64).
           03  Filler                      pic X value space.
           03  Catalog-Status              pic X(1).
       FD Scan-File
                       Record  varying from 1 to 512 characters
                               depending on Scan-Length.
         01 Scan-Record                    pic X(512).
       FD Work-File
                       Record  varying from 1 to 512 characters
                               depending on Work-Length.
         01 Work-Record                    pic X(512).
       FD Norm-Mode-Control-File.
         01 Norm-Mode-Control-Record        pic X(8).
       FD Codepage-Control-File.
         01 Codepage-Control-Record         pic X(32).
       FD Version-Control-File.
         01 Version-Control-Record.
           03  Control-DLL-Name            pic X(23).
           03  Control-Version-Suffix      pic X(10).
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
       01  Request-Read-Flag               pic 9    value 0.
       01  Block-Read-Flag                 pic 9    value 0.
       01  Source-Read-Flag                pic 9    value 0.
       01  Subs-Read-Flag                  pic 9    value 0.
       01  Catalog-Read-Flag               pic 9    value 0.
       01  Scan-Read-Flag                  pic 9    value 0.
       01  Work-Read-Flag                  pic 9    value 0.
       01  Cert-Write-Flag                 pic 9    value 0.
       01  Journal-Write-Flag              pic 9    value 0.
       01  Reject-Record-sw                pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
       01  Source-File-Name        pic X(64) value
                                             "ICU_Norm_Output.txt".
       01  Scan-File-Name                  pic X(64).
       01  Work-File-Name          pic X(64) value
                                             "ICU_Erase_Work.txt".
       01  Scan-Length                     pic 9(4) Binary.
       01  Work-Length                     pic 9(4) Binary.
      * ------------------ Control totals  ---------------------------
       01  Count-Requests-Read              pic 9(9) Binary value 0.
       01  Count-Requests-Valid             pic 9(9) Binary value 0.
       01  Count-Names-Blocked              pic 9(9) Binary value 0.
       01  Count-Keys-Deleted               pic 9(9) Binary value 0.
       01  Count-Records-Deleted            pic 9(9) Binary value 0.
       01  Count-Lines-Masked               pic 9(9) Binary value 0.
       01  Count-Files-Changed              pic 9(9) Binary value 0.
       01  Count-Not-Removed                pic 9(9) Binary value 0.
       01  Count-Not-Found                  pic 9(9) Binary value 0.
       01  Count-Cert-Written               pic 9(9) Binary value 0.
       01  Current-Run-Date                 pic X(8).
       01  Journal-Run-Time                 pic X(8).
      * ------------------ Erasure request table  -----------------------
      *   Each requested name in the four forms a file may hold it:
      *   as requested and as normalized, each in the codepage and
      *   in UTF-16 (the collision report's text).  Lengths are
      *   trimmed of trailing blanks.
       77  Erase-Table-Max-Entries         pic 9(4) value 100.
       01  Erase-Count                     pic 9(4) Binary value 0.
       01  Erase-Table.
           03  Erase-Entry                 occurs 100.
             05  Erase-Seq                 pic 9(5).
             05  Erase-Ref                 pic X(18).
             05  Erase-Raw-Text            pic X(80).
             05  Erase-Raw-Length          pic 9(4) Binary.
             05  Erase-Norm-Text           pic X(80).
             05  Erase-Norm-Length         pic 9(4) Binary.
             05  Erase-RawU-Text           pic X(160).
             05  Erase-RawU-Length         pic 9(4) Binary.
             05  Erase-NormU-Text          pic X(160).
             05  Erase-NormU-Length        pic 9(4) Binary.
             05  Erase-Hit-Count           pic 9(9) Binary.
             05  Erase-Position-Count      pic 9(9) Binary.
       01  Erase-Sub                       pic 9(4) Binary.
       01  Request-Seq                     pic 9(5) value 0.
      * ------------------ Block list  ----------------------------------
      *   The names already blocked, so a repeated request does not
      *   add a second line.
       77  Block-Table-Max-Entries         pic 9(4) value 2000.
       01  Block-Count                     pic 9(4) Binary value 0.
       01  Block-Table.
           03  Block-Entry                 pic X(80) occurs 2000.
       01  Block-Sub                       pic 9(4) Binary.
       01  Block-Found-sw                  pic 9    value 0.
      * ------------------ Extract positions  ---------------------------
      *   Data positions (HDR/TRL excluded) of the erased records in
      *   the extract source master - the line numbers of the same
      *   records in every cut ICU-Extract wrote from it.
       77  Position-Table-Max-Entries      pic 9(4) value 1000.
       01  Position-Count                  pic 9(4) Binary value 0.
       01  Position-Table.
           03  Position-Entry              occurs 1000.
             05  Position-Data-Position    pic 9(9) Binary.
             05  Position-Request          pic 9(4) Binary.
       01  Position-Sub                    pic 9(4) Binary.
       01  Position-Found-Sub              pic 9(4) Binary.
       01  Source-Business-Date            pic X(8) value SPACES.
       01  Source-Available-sw             pic 9    value 0.
       01  Data-Position                   pic 9(9) Binary value 0.
      * ------------------ Record match  --------------------------------
      *   A master record is the requested name when the whole
      *   record is the normalized name - or, in group mode, an "N"
      *   record whose text after the record type is.
       01  Match-Text                      pic X(80).
       01  Match-Request                   pic 9(4) Binary value 0.
       01  Match-Sub                       pic 9(4) Binary.
       01  Group-Hit-Request               pic 9(4) Binary value 0.
      * ------------------ File scan  -----------------------------------
       01  Scan-Mode                       pic X(1) value "N".
         88  SCAN-BY-NAME                           value "N".
         88  SCAN-BY-POSITION                       value "P".
         88  SCAN-DELETE                            value "D".
       01  Scan-Unicode-sw                 pic 9    value 0.
       01  Scan-Journal-sw                 pic 9    value 0.
       01  Scan-Abort-sw                   pic 9    value 0.
       01  Scan-Required-sw                pic 9    value 0.
       01  Scan-Generation                 pic X(4).
       01  Scan-Line-Number                pic 9(9) Binary value 0.
       01  Scan-Changed-Count              pic 9(9) Binary value 0.
       01  Scan-Data-Written               pic 9(9) Binary value 0.
       01  Scan-Text                       pic X(512).
       01  Line-Changed-sw                 pic 9    value 0.
       01  Line-Write-sw                   pic 9    value 0.
       01  Name-Hit-sw                     pic 9    value 0.
       01  Form-Text                       pic X(160).
       01  Form-Length                     pic 9(4) Binary.
       01  Form-At                         pic 9(4) Binary.
       01  Field-Sub                       pic 9    Binary.
       01  Field-Start                     pic 9(4) Binary.
       01  Field-Length                    pic 9(4) Binary.
       01  Field-Offset                    pic 9(4) Binary.
       01  Rest-Length                     pic S9(4) Binary.
       01  Rest-Work                       pic X(200).
       01  Mask-Fill                       pic X(512).
       01  Trim-Work                       pic X(160).
       01  Trim-Length                     pic 9(4) Binary.
       01  Delete-File-Name                pic X(64).
      * ------------------ Name-bearing file layouts  ------------------
      *   Where each file keeps its name text: ICU-Archive's managed
      *   working files (last night's names, until tonight's cycle
      *   replaces them) and ICU-Maint's journal (every image the
      *   master ever had).  Up to two fields per line - start and
      *   length - and "1" where the text is UTF-16.  A name is
      *   erased only where it fills a field on its own, so "ANN"
      *   never eats into "ANN LEE".  ICU_Recon_Report.txt holds
      *   counts only and is not listed.
       77  Layout-Table-Max-Entries        pic 99 value 10.
       01  Layout-Table-Values.
           03  Filler pic X(53) value
               "ICU_Conv_Output.txt                     0001080000000".
           03  Filler pic X(53) value
               "ICU_Coll_Audit.txt                      0021080000000".
           03  Filler pic X(53) value
               "ICU_Coll_Output.txt                     0001080000000".
           03  Filler pic X(53) value
               "ICU_Norm_Output.txt                     0001080000000".
           03  Filler pic X(53) value
               "ICU_Norm_Collisions.txt                 1021160000000".
           03  Filler pic X(53) value
               "ICU_Norm_Reject.txt                     0031070000000".
           03  Filler pic X(53) value
               "ICU_Conv_Exceptions.txt                 0021200000000".
           03  Filler pic X(53) value
               "ICU_Dedup_Output.txt                    0001080000000".
           03  Filler pic X(53) value
               "ICU_Dedup_Merged.txt                    0029080000000".
           03  Filler pic X(53) value
               "ICU_Maint_Journal.txt                   0051080141080".
       01  Filler Redefines Layout-Table-Values.
           03  Layout-Entry                occurs 10.
             05  Layout-File-Name          pic X(40).
             05  Layout-Unicode            pic 9.
             05  Layout-Field              occurs 2.
               07  Layout-Field-Start      pic 999.
               07  Layout-Field-Length     pic 999.
       01  Layout-Sub                      pic 99  Binary.
       01  Scan-Layout-Sub                 pic 99  Binary value 0.
       01  Layout-Find-Name                pic X(40).
      * ------------------ Subscriber cuts  -----------------------------
       01  Sub-File-NN                     pic 99.
      * ------------------ Certificate  ---------------------------------
       01  Cert-Build.
           03  Cert-Seq                    pic 9(5).
           03  Filler                      pic X value space.
           03  Cert-Ref                    pic X(18).
           03  Filler                      pic X value space.
           03  Cert-Action                 pic X(11).
             88  CERT-DELETED                       value "DELETED".
             88  CERT-MASKED                        value "MASKED".
             88  CERT-BLOCKED                       value "BLOCKED".
             88  CERT-NOT-FOUND                     value "NOT FOUND".
             88  CERT-NOT-REMOVED                   value "NOT REMOVED".
           03  Filler                      pic X value space.
           03  Cert-Generation             pic X(4).
           03  Filler                      pic X value space.
           03  Cert-Position               pic X(9).
           03  Filler                      pic X value space.
           03  Cert-File-Name              pic X(64).
           03  Filler                      pic X value space.
           03  Cert-Note                   pic X(30).
       01  Cert-Line-Display               pic 9(9).
       01  Cert-Note-Work                  pic X(30).
      * ------------- Batch Header/Trailer Records  -------------------
      *   The certificate is a suite data file like any other:
      *   standard HDR with id ERASECRT and the run's business date,
      *   TRL with its own count.
       01  Header-Build.
           03  Filler                      pic X(3) value "HDR".
           03  Header-Build-Id             pic X(12) value "ERASECRT".
           03  Header-Build-Date           pic X(8).
           03  Header-Build-Gen            pic 9(4).
       01  Trailer-Build.
           03  Filler                      pic X(3) value "TRL".
           03  Trailer-Build-Count         pic 9(9).
      * ------------------ Normalized name work fields  ---------------
      *   Normalize-Name-sec works through these, as in ICU-Maint:
      *   the raw name in, the normalized master key out.
       01  Normalize-Work-Name              pic X(70).
       01  Normalize-Work-Result            pic X(80).
      *   The same name in UTF-16, as converted and as normalized.
       01  Raw-Unicode-Work                 pic X(160).
       01  Raw-Unicode-Length               pic 9(4) Binary.
       01  Norm-Unicode-Work                pic X(160).
       01  Norm-Unicode-Length              pic 9(4) Binary.
      * ---------------------- Input / Output Buffers  -----------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(70).
       01  Output-Buffer.
           03  Output-Buffer-String        pic X(80).
       01  Source-Buffer.
           03  Source-Buffer-String        pic X(80).
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
      *   and override behavior as ICU-Norm's Norm-Mode-Read-sec.
       01  Configured-Norm-Mode            pic 9     Binary value 2.
      *-------------------  Conversion  Variables ----------------------
       01  CODEPAGE-Name               pic X(32) value Z"UTF-8".
       01  Converter-Pointer               pic S9(9) Binary.
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
           Move ">>> Program: ICU-Erase - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Accept  Journal-Run-Time from TIME.
           Perform Norm-Mode-Read-sec.
           Perform Codepage-Read-sec.
           Perform Version-Read-sec.
           Perform Delta-Control-Read-sec.
           Perform Group-Read-sec.
      *
      *    The certificate opens first - a run that cannot certify
      *    what it removed must not remove anything.
           Perform Cert-Open-sec.
      *
           Perform Load-DLL-sec.
           Perform Open-Unicode-Converter-sec.
           Perform Request-Load-sec.
           Perform Close-Unicode-Converter-sec.
           Perform Free-DLL-sec.
      *
           IF  Erase-Count = 0
             Move  "No valid erasure requests - nothing done"
                                            to Debug-Text
             Move  1                        to Error-Display-sw
             Perform Debug-Display-sec
           Else
      *      Blocked before anything is removed, so a run that stops
      *      part way can never let the name back in.  The cut
      *      positions are taken before the delta master loses its
      *      records.
             Perform Block-Update-sec
             Perform Source-Scan-sec
             Perform Master-Erase-sec
             Perform Delta-Erase-sec
             Perform Extract-Erase-sec
             Perform Working-Erase-sec
             Perform Archive-Erase-sec
             Perform Not-Found-Check-sec
                     Varying Erase-Sub  FROM 1 by 1
                     until   Erase-Sub  > Erase-Count
           End-if.
           Perform Cert-Close-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   Return code 4 sends the certificate's NOT REMOVED lines
      *   (or an empty request file) to the operator.
           IF  Count-Not-Removed > 0
            or Erase-Count = 0
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Erasure Requests ==============================
      *
       Request-Load-sec section.
       Request-Load.
           Move ZERO to File-Status-Flag.
           Open Input Request-File.
           IF  File-Status-Flag = "00"
             Move    1 to Request-Read-Flag
             Perform Request-Read-sec
                     until Request-Read-Flag = 0
             Close Request-File
           Else
             IF  File-Status-Flag = "05"
               Close Request-File
             Else
               Move "Request File Open Error - code: "
                                         to Debug-Text
               Move     File-Status-Flag to Debug-Value
               Move     1                to Error-Display-sw
               Perform  Debug-Display-sec
             End-if
           End-if.
           Move    "Erasure requests read ------:" to Debug-Text.
           Move    Count-Requests-Read              to Debug-Value.
           Perform Debug-Display-sec.
       Request-Load-ex.
           Exit.
      *
       Request-Read-sec section.
       Request-Read.
           Move  SPACES to Request-Record.
           Read  Request-File
               at End  Move 0 to Request-Read-Flag
               not at End
                 IF  Request-Name Not = SPACES
                   Add     1 to Count-Requests-Read
                   Add     1 to Request-Seq
                   Perform Request-Add-sec
                 End-if
           End-read.
       Request-Read-ex.
           Exit.
      *
       Request-Add-sec section.
       Request-Add.
           IF  Erase-Count Not < Erase-Table-Max-Entries
             Move    "REQUEST TABLE FULL"  to Cert-Note-Work
             Perform Request-Refused-sec
             Go to Request-Add-ex
           End-if.
           Move    Request-Name to Normalize-Work-Name.
           Perform Normalize-Name-sec.
           IF  Reject-Record-sw = 1
             Move    "NAME WILL NOT NORMALIZE" to Cert-Note-Work
             Perform Request-Refused-sec
             Go to Request-Add-ex
           End-if.
      *
           Add  1 to Erase-Count.
           Add  1 to Count-Requests-Valid.
           Move Request-Seq            to Erase-Seq (Erase-Count).
           Move Request-Ref            to Erase-Ref (Erase-Count).
           Move 0                   to Erase-Hit-Count (Erase-Count).
           Move 0              to Erase-Position-Count (Erase-Count).
      *
           Move    SPACES                to Trim-Work.
           Move    Request-Name          to Trim-Work.
           Move    Request-Name   to Erase-Raw-Text (Erase-Count).
           Move    70                    to Trim-Length.
           Perform Trim-Text-sec.
           Move    Trim-Length    to Erase-Raw-Length (Erase-Count).
      *
           Move    SPACES                to Trim-Work.
           Move    Normalize-Work-Result to Trim-Work.
           Move    Normalize-Work-Result
                                      to Erase-Norm-Text (Erase-Count).
           Move    80                    to Trim-Length.
           Perform Trim-Text-sec.
           Move    Trim-Length    to Erase-Norm-Length (Erase-Count).
      *
           Move    Raw-Unicode-Work      to Trim-Work.
           Move    Raw-Unicode-Work   to Erase-RawU-Text (Erase-Count).
           Move    Raw-Unicode-Length    to Trim-Length.
           Perform Trim-Unicode-sec.
           Move    Trim-Length    to Erase-RawU-Length (Erase-Count).
      *
           Move    Norm-Unicode-Work     to Trim-Work.
           Move    Norm-Unicode-Work
                                     to Erase-NormU-Text (Erase-Count).
           Move    Norm-Unicode-Length   to Trim-Length.
           Perform Trim-Unicode-sec.
           Move    Trim-Length    to Erase-NormU-Length (Erase-Count).
       Request-Add-ex.
           Exit.
      *
       Request-Refused-sec section.
       Request-Refused.
           Perform Cert-Clear-sec.
           Move    Request-Seq              to Cert-Seq.
           Move    Request-Ref              to Cert-Ref.
           Move    "NOT REMOVED"            to Cert-Action.
           Move    "ICU_Erasure_Request.txt" to Cert-File-Name.
           Move    Cert-Note-Work           to Cert-Note.
           Perform Cert-Write-sec.
       Request-Refused-ex.
           Exit.
      *
      *================= Trim Trailing Blanks ==========================
      *
       Trim-Text-sec section.
       Trim-Text.
      *   Trim-Work / Trim-Length in, Trim-Length out - the length
      *   without trailing blanks (or nulls left by the converter).
           Perform Trim-Back-sec
                   until Trim-Length = 0
                      or (Trim-Work (Trim-Length : 1) Not = SPACE
                     and  Trim-Work (Trim-Length : 1) Not = X"00").
       Trim-Text-ex.
           Exit.
      *
       Trim-Back-sec section.
       Trim-Back.
           Subtract 1 from Trim-Length.
       Trim-Back-ex.
           Exit.
      *
       Trim-Unicode-sec section.
       Trim-Unicode.
      *   The same, a UTF-16 character (two bytes) at a time - a
      *   blank is U+0020 in either byte order.
           Perform Trim-Pair-Back-sec
                   until Trim-Length < 2
                      or (Trim-Work (Trim-Length - 1 : 2) Not = X"2000"
                     and  Trim-Work (Trim-Length - 1 : 2) Not = X"0020"
                     and  Trim-Work (Trim-Length - 1 : 2)
                                                     Not = X"0000").
           IF  Trim-Length < 2
             Move 0 to Trim-Length
           End-if.
       Trim-Unicode-ex.
           Exit.
      *
       Trim-Pair-Back-sec section.
       Trim-Pair-Back.
           Subtract 2 from Trim-Length.
       Trim-Pair-Back-ex.
           Exit.
      *
      *================= Normalize One Name ============================
      *
       Normalize-Name-sec section.
       Normalize-Name.
      *   ICU-Maint's own ucnv_toUChars / unorm_normalize /
      *   ucnv_fromUChars path under the same cards, so the erased
      *   name is exactly the key ICU-Maint and the nightly build
      *   file it under.  The UTF-16 forms are kept on the way
      *   through for the collision report.
           Move    0                   to Reject-Record-sw.
           Move    SPACES              to Raw-Unicode-Work.
           Move    SPACES              to Norm-Unicode-Work.
           Move    0                   to Raw-Unicode-Length.
           Move    0                   to Norm-Unicode-Length.
           Move    SPACES              to Input-Buffer.
           Move    Normalize-Work-Name to Input-Buffer-String.
           Compute Text-Length = Function Length (Input-Buffer).
           Perform Convert-to-Unicode-sec.
           IF  Reject-Record-sw = 0
           and U-Text-Length > 80
             Move 1 to Reject-Record-sw
           End-if.
           IF  Reject-Record-sw = 0
             Move    UIB-String          to Raw-Unicode-Work
             Compute Raw-Unicode-Length = U-Text-Length * 2
             Perform Normalization-sec
           End-if.
           IF  Reject-Record-sw = 0
           and U-Text-Length > 80
             Move 1 to Reject-Record-sw
           End-if.
           IF  Reject-Record-sw = 0
             Move    UOB-String          to Norm-Unicode-Work
             Compute Norm-Unicode-Length = U-Text-Length * 2
             Perform Convert-from-Unicode-sec
             INSPECT Output-Buffer replacing all X"00" by SPACE
             Move    Output-Buffer-String to Normalize-Work-Result
           Else
             Move    SPACES               to Normalize-Work-Result
           End-if.
       Normalize-Name-ex.
           Exit.
      *
      *================= Erased Name Block List ========================
      *
       Block-Update-sec section.
       Block-Update.
           Move ZERO to File-Status-Flag.
           Open Input Block-File.
           IF  File-Status-Flag = "00"
             Move    1 to Block-Read-Flag
             Perform Block-Read-sec
                     until Block-Read-Flag = 0
             Close Block-File
           Else
             IF  File-Status-Flag = "05"
               Close Block-File
             End-if
           End-if.
      *   An erased name that is not blocked would come straight
      *   back with the next resync - no block, no erasure.
           Move ZERO to File-Status-Flag.
           Open Extend Block-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "Block File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Perform Block-Add-sec
                   Varying Erase-Sub  FROM 1 by 1
                   until   Erase-Sub  > Erase-Count.
           Close Block-File.
           Move    "Names blocked --------------:" to Debug-Text.
           Move    Count-Names-Blocked              to Debug-Value.
           Perform Debug-Display-sec.
       Block-Update-ex.
           Exit.
      *
       Block-Read-sec section.
       Block-Read.
           Move  SPACES to Block-Record.
           Read  Block-File
               at End  Move 0 to Block-Read-Flag
               not at End
                 IF  Block-Name Not = SPACES
                 and Block-Count < Block-Table-Max-Entries
                   Add  1          to Block-Count
                   Move Block-Name to Block-Entry (Block-Count)
                 End-if
           End-read.
       Block-Read-ex.
           Exit.
      *
       Block-Add-sec section.
       Block-Add.
           Move    Erase-Norm-Text (Erase-Sub) to Match-Text.
           Perform Block-Find-sec.
           Perform Cert-Clear-sec.
           Perform Cert-Request-sec.
           Move    "BLOCKED"                to Cert-Action.
           Move    "ICU_Erasure_Block.txt"  to Cert-File-Name.
           IF  Block-Found-sw = 1
             Move  "ALREADY BLOCKED"        to Cert-Note
           Else
             Move  SPACES                   to Block-Record
             Move  Match-Text               to Block-Name
             Move  Current-Run-Date         to Block-Date
             Write Block-Record
             Add   1 to Count-Names-Blocked
             IF  Block-Count < Block-Table-Max-Entries
               Add  1          to Block-Count
               Move Match-Text to Block-Entry (Block-Count)
             End-if
           End-if.
           Perform Cert-Write-sec.
       Block-Add-ex.
           Exit.
      *
       Block-Find-sec section.
       Block-Find.
           Move    0 to Block-Found-sw.
           Perform Block-Compare-sec
                   Varying Block-Sub  FROM 1 by 1
                   until   Block-Sub  > Block-Count
                      or   Block-Found-sw = 1.
       Block-Find-ex.
           Exit.
      *
       Block-Compare-sec section.
       Block-Compare.
           IF  Block-Entry (Block-Sub) = Match-Text
             Move 1 to Block-Found-sw
           End-if.
       Block-Compare-ex.
           Exit.
      *
      *================= Master Record Match ===========================
      *
       Record-Match-sec section.
       Record-Match.
      *   Match-Text in, Match-Request out - the request whose name
      *   the record is, zero when none.
           Move    0 to Match-Request.
           Perform Record-Match-One-sec
                   Varying Match-Sub  FROM 1 by 1
                   until   Match-Sub  > Erase-Count
                      or   Match-Request > 0.
       Record-Match-ex.
           Exit.
      *
       Record-Match-One-sec section.
       Record-Match-One.
           Evaluate True
             When Match-Text = Erase-Norm-Text (Match-Sub)
               Move Match-Sub to Match-Request
             When Group-Mode-sw = 1
              and Match-Text (1 : 1) = "N"
              and Match-Text (2 : 79)
                             = Erase-Norm-Text (Match-Sub) (1 : 79)
               Move Match-Sub to Match-Request
             When Other
               Continue
           End-evaluate.
       Record-Match-One-ex.
           Exit.
      *
      *================= Extract Source Positions ======================
      *
       Source-Scan-sec section.
       Source-Scan.
      *   The master the cuts were taken from, read before anything
      *   is deleted from it: the data position of every erased
      *   record (and, in group mode, of its "A" records) is the line
      *   of the same record in every cut.
           Move    0 to Data-Position.
           Move    0 to Group-Hit-Request.
           Move ZERO to File-Status-Flag.
           Open Input Source-File.
           IF  File-Status-Flag = "00"
             Move    1 to Source-Available-sw
             Move    1 to Source-Read-Flag
             Perform Source-Read-sec
                     until Source-Read-Flag = 0
             Close Source-File
           Else
             IF  File-Status-Flag = "05"
               Close Source-File
             End-if
             Move "Extract source not available:" to Debug-Text
             Move Source-File-Name (1 : 35)       to Debug-Value
             Move 1                               to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
           Move    "Cut positions to mask ------:" to Debug-Text.
           Move    Position-Count                   to Debug-Value.
           Perform Debug-Display-sec.
       Source-Scan-ex.
           Exit.
      *
       Source-Read-sec section.
       Source-Read.
           Move  SPACES to Source-Buffer.
           Read  Source-File  into  Source-Buffer
               at End  Move 0 to Source-Read-Flag
               not at End
                 Evaluate True
                   When Source-Buffer-String (1 : 3) = "HDR"
                     Move Source-Buffer-String (16 : 8)
                                         to Source-Business-Date
                   When Source-Buffer-String (1 : 3) = "TRL"
                     Continue
                   When Other
                     Add     1 to Data-Position
                     Perform Source-Entry-sec
                 End-evaluate
           End-read.
       Source-Read-ex.
           Exit.
      *
       Source-Entry-sec section.
       Source-Entry.
           IF  Group-Mode-sw = 1
           and Source-Buffer-String (1 : 1) = "A"
             IF  Group-Hit-Request > 0
               Move    Group-Hit-Request to Match-Request
               Perform Position-Add-sec
             End-if
             Go to Source-Entry-ex
           End-if.
           Move    Source-Buffer-String to Match-Text.
           Perform Record-Match-sec.
           Move    Match-Request        to Group-Hit-Request.
           IF  Match-Request > 0
             Perform Position-Add-sec
           End-if.
       Source-Entry-ex.
           Exit.
      *
       Position-Add-sec section.
       Position-Add.
           IF  Position-Count < Position-Table-Max-Entries
             Add  1             to Position-Count
             Move Data-Position to Position-Data-Position
                                                   (Position-Count)
             Move Match-Request to Position-Request (Position-Count)
             Add  1 to Erase-Position-Count (Match-Request)
           Else
             Move    Match-Request          to Erase-Sub
             Perform Cert-Clear-sec
             Perform Cert-Request-sec
             Move    "NOT REMOVED"          to Cert-Action
             Move    "ICU_Extract_NN.txt"   to Cert-File-Name
             Move    "CUT POSITION TABLE FULL" to Cert-Note
             Perform Cert-Write-sec
           End-if.
       Position-Add-ex.
           Exit.
      *
      *================= Indexed Name Master ===========================
      *
       Master-Erase-sec section.
       Master-Erase.
           Move ZERO to File-Status-Flag.
           Open I-O Master-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "Master File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     SPACES           to Cert-Note-Work
             STRING   "OPEN ERROR " File-Status-Flag
                      delimited by size into Cert-Note-Work
             Perform Master-Refused-sec
                     Varying Erase-Sub  FROM 1 by 1
                     until   Erase-Sub  > Erase-Count
             Go to Master-Erase-ex
           End-if.
      *   The journal records that the key went, never what it was -
      *   the same rule ICU-Maint follows: a change that cannot be
      *   journaled is not made.
           Move ZERO to File-Status-Flag.
           Open Extend Journal-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Journal-Write-Flag
           Else
             Move "Journal File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Perform Master-Erase-One-sec
                   Varying Erase-Sub  FROM 1 by 1
                   until   Erase-Sub  > Erase-Count.
           Close Master-File.
           Close Journal-File.
           Move    "Master keys deleted --------:" to Debug-Text.
           Move    Count-Keys-Deleted               to Debug-Value.
           Perform Debug-Display-sec.
       Master-Erase-ex.
           Exit.
      *
       Master-Erase-One-sec section.
       Master-Erase-One.
      *   ICU-Maint keys the name itself; a group-mode load keys the
      *   whole "N" record - both are tried.
           Move    Erase-Norm-Text (Erase-Sub) to Master-Name.
           Perform Master-Delete-sec.
           IF  Group-Mode-sw = 1
             Move    SPACES                  to Master-Name
             Move    "N"                     to Master-Name (1 : 1)
             Move    Erase-Norm-Text (Erase-Sub) (1 : 79)
                                             to Master-Name (2 : 79)
             Perform Master-Delete-sec
           End-if.
       Master-Erase-One-ex.
           Exit.
      *
       Master-Delete-sec section.
       Master-Delete.
           Delete Master-File record
               invalid key
                 Continue
               not invalid key
                 Add     1 to Count-Keys-Deleted
                 Add     1 to Erase-Hit-Count (Erase-Sub)
                 Perform Journal-Mark-sec
                 Perform Cert-Clear-sec
                 Perform Cert-Request-sec
                 Move    "DELETED"              to Cert-Action
                 Move    "ICU_Name_Master.dat"  to Cert-File-Name
                 Move    "KEY DELETED"          to Cert-Note
                 Perform Cert-Write-sec
           End-delete.
       Master-Delete-ex.
           Exit.
      *
       Master-Refused-sec section.
       Master-Refused.
           Perform Cert-Clear-sec.
           Perform Cert-Request-sec.
           Move    "NOT REMOVED"          to Cert-Action.
           Move    "ICU_Name_Master.dat"  to Cert-File-Name.
           Move    Cert-Note-Work         to Cert-Note.
           Perform Cert-Write-sec.
       Master-Refused-ex.
           Exit.
      *
       Journal-Mark-sec section.
       Journal-Mark.
      *   An ERASE marker carries no image - ICU-AsOf passes over
      *   it, so no as-of rebuild can put the name back.
           IF  Journal-Write-Flag = 1
             Move    SPACES             to Journal-Record
             Move    Current-Run-Date   to Journal-Business-Date
             Move    Journal-Run-Time (1 : 6) to Journal-Time
             Move    Erase-Seq (Erase-Sub) to Journal-Seq
             Move    "ERASE"            to Journal-Action
             Move    "ICU-Erase"        to Journal-Source
             Write   Journal-Record
           End-if.
       Journal-Mark-ex.
           Exit.
      *
      *================= Standing Merged Master ========================
      *
       Delta-Erase-sec section.
       Delta-Erase.
      *   Records come out of the merged master outright - it is a
      *   master, not a history - and its trailer is recounted.
           Move    "ICU_Delta_Master.txt" to Scan-File-Name.
           Move    "D"                    to Scan-Mode.
           Move    SPACES                 to Scan-Generation.
           Move    0                      to Scan-Unicode-sw.
           Move    0                      to Scan-Journal-sw.
           Move    0                      to Scan-Required-sw.
           Perform Erase-File-sec.
       Delta-Erase-ex.
           Exit.
      *
      *================= Subscriber Cuts ===============================
      *
       Extract-Erase-sec section.
       Extract-Erase.
           IF  Source-Available-sw = 1
           and Position-Count = 0
             Move  "No erased record in the cuts' source" to Debug-Text
             Perform Debug-Display-sec
             Go to Extract-Erase-ex
           End-if.
           Move ZERO to File-Status-Flag.
           Open Input Subs-Control-File.
           IF  File-Status-Flag = "00"
             Move    1 to Subs-Read-Flag
             Perform Subs-Read-sec
                     until Subs-Read-Flag = 0
             Close Subs-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Subs-Control-File
             End-if
           End-if.
       Extract-Erase-ex.
           Exit.
      *
       Subs-Read-sec section.
       Subs-Read.
           Move  SPACES to Subs-Control-Record.
           Read  Subs-Control-File
               at End  Move 0 to Subs-Read-Flag
               not at End
                 IF  Control-Sub-Number Numeric
                 and Control-Sub-Number > 0
                   Move    Control-Sub-Number to Sub-File-NN
                   Move    SPACES             to Scan-File-Name
                   STRING  "ICU_Extract_" Sub-File-NN ".txt"
                           delimited by size into Scan-File-Name
                   Move    "P"                to Scan-Mode
                   Move    SPACES             to Scan-Generation
                   Move    0                  to Scan-Unicode-sw
                   Move    0                  to Scan-Journal-sw
                   Move    0                  to Scan-Required-sw
                   Perform Erase-File-sec
                 End-if
           End-read.
       Subs-Read-ex.
           Exit.
      *
      *================= Working Files and Journal =====================
      *
       Working-Erase-sec section.
       Working-Erase.
           Perform Working-One-sec
                   Varying Layout-Sub  FROM 1 by 1
                   until   Layout-Sub  > Layout-Table-Max-Entries.
       Working-Erase-ex.
           Exit.
      *
       Working-One-sec section.
       Working-One.
           Move    Layout-File-Name (Layout-Sub) to Scan-File-Name.
           Move    "N"                        to Scan-Mode.
           Move    SPACES                     to Scan-Generation.
           Move    Layout-Sub                 to Scan-Layout-Sub.
           Move    Layout-Unicode (Layout-Sub) to Scan-Unicode-sw.
           Move    0                          to Scan-Journal-sw.
           Move    0                          to Scan-Required-sw.
           IF  Layout-File-Name (Layout-Sub) = "ICU_Maint_Journal.txt"
             Move  1 to Scan-Journal-sw
           End-if.
           Perform Erase-File-sec.
       Working-One-ex.
           Exit.
      *
      *================= Archive Generations ===========================
      *
       Archive-Erase-sec section.
       Archive-Erase.
      *   Every generation the catalog still holds - purged ("P")
      *   entries are gone from disk already.  A catalogued file that
      *   cannot be found is reported, since nothing proves the name
      *   is not in it.
           Move ZERO to File-Status-Flag.
           Open Input Catalog-File.
           IF  File-Status-Flag = "00"
             Move    1 to Catalog-Read-Flag
             Perform Catalog-Read-sec
                     until Catalog-Read-Flag = 0
             Close Catalog-File
           Else
             IF  File-Status-Flag = "05"
               Close Catalog-File
             End-if
           End-if.
       Archive-Erase-ex.
           Exit.
      *
       Catalog-Read-sec section.
       Catalog-Read.
           Move  SPACES to Catalog-Record.
           Read  Catalog-File
               at End  Move 0 to Catalog-Read-Flag
               not at End
                 IF  Catalog-Status       Not = "P"
                 and Catalog-Archive-Name Not = SPACES
                   Move    Catalog-Working-Name to Layout-Find-Name
                   Perform Layout-Find-sec
                   IF  Scan-Layout-Sub > 0
                     Move  Catalog-Archive-Name to Scan-File-Name
                     Move  "N"                  to Scan-Mode
                     Move  Catalog-Generation   to Scan-Generation
                     Move  Layout-Unicode (Scan-Layout-Sub)
                                                to Scan-Unicode-sw
                     Move  0                    to Scan-Journal-sw
                     Move  1                    to Scan-Required-sw
                     Perform Erase-File-sec
                   End-if
                 End-if
           End-read.
       Catalog-Read-ex.
           Exit.
      *
       Layout-Find-sec section.
       Layout-Find.
      *   Layout-Find-Name in, Scan-Layout-Sub out - zero for a file
      *   that keeps no name text.
           Move    0 to Scan-Layout-Sub.
           Perform Layout-Compare-sec
                   Varying Layout-Sub  FROM 1 by 1
                   until   Layout-Sub  > Layout-Table-Max-Entries
                      or   Scan-Layout-Sub > 0.
       Layout-Find-ex.
           Exit.
      *
       Layout-Compare-sec section.
       Layout-Compare.
           IF  Layout-File-Name (Layout-Sub) = Layout-Find-Name
             Move Layout-Sub to Scan-Layout-Sub
           End-if.
       Layout-Compare-ex.
           Exit.
      *
      *================= Requests Found Nowhere ========================
      *
       Not-Found-Check-sec section.
       Not-Found-Check.
      *   Blocked all the same - the certificate says so.
           IF  Erase-Hit-Count (Erase-Sub) = 0
             Add     1 to Count-Not-Found
             Perform Cert-Clear-sec
             Perform Cert-Request-sec
             Move    "NOT FOUND"            to Cert-Action
             Move    "NO OCCURRENCE - BLOCKED ONLY" to Cert-Note
             Perform Cert-Write-sec
           End-if.
       Not-Found-Check-ex.
           Exit.
      *
      *================= Erase One File ================================
      *
       Erase-File-sec section.
       Erase-File.
      *   Scan-File-Name, Scan-Mode and the switches in.  The file is
      *   copied through the work file with the erased names masked
      *   (or their records dropped), then copied back over itself -
      *   only when something changed, and never after an abort.
           Move    0 to Scan-Abort-sw.
           Move    0 to Scan-Line-Number.
           Move    0 to Scan-Changed-Count.
           Move    0 to Scan-Data-Written.
           Move    0 to Data-Position.
           Move    0 to Group-Hit-Request.
           IF  Scan-Unicode-sw = 1
             Move ALL X"2A00" to Mask-Fill
           Else
             Move ALL "*"     to Mask-Fill
           End-if.
      *
           Move ZERO to File-Status-Flag.
           Open Input Scan-File.
           IF  File-Status-Flag = "05"
      *      Absent - nothing on disk to erase.  A catalogued
      *      generation should be there, so its absence is reported.
             Close Scan-File
             IF  Scan-Required-sw = 1
               Move    "GENERATION FILE NOT FOUND" to Cert-Note-Work
               Perform Scan-Refused-sec
             End-if
             Go to Erase-File-ex
           End-if.
           IF  File-Status-Flag Not = "00"
             Move "Erase File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     SPACES           to Cert-Note-Work
             STRING   "OPEN ERROR " File-Status-Flag
                      delimited by size into Cert-Note-Work
             Perform Scan-Refused-sec
             Go to Erase-File-ex
           End-if.
           Move ZERO to File-Status-Flag.
           Open Output Work-File.
           IF  File-Status-Flag Not = "00" and "05"
             Close Scan-File
             Move "Work File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     "WORK FILE OPEN ERROR" to Cert-Note-Work
             Perform Scan-Refused-sec
             Go to Erase-File-ex
           End-if.
      *
           Move    1 to Scan-Read-Flag.
           Perform Scan-Read-sec
                   until Scan-Read-Flag = 0
                      or Scan-Abort-sw  = 1.
           Close Scan-File.
           Close Work-File.
      *
           IF  Scan-Abort-sw = 0
           and Scan-Changed-Count > 0
             Perform Scan-Copy-Back-sec
             Add     1 to Count-Files-Changed
           End-if.
           Move    Work-File-Name to Delete-File-Name.
           Perform File-Delete-sec.
      *
           Move    "Erased file ----------------:" to Debug-Text.
           Move    Scan-File-Name (1 : 35)          to Debug-Value.
           Perform Debug-Display-sec.
           Move    "  lines changed ------------:" to Debug-Text.
           Move    Scan-Changed-Count               to Debug-Value.
           Perform Debug-Display-sec.
       Erase-File-ex.
           Exit.
      *
       Scan-Read-sec section.
       Scan-Read.
           Move  SPACES to Scan-Text.
           Read  Scan-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Add  1 to Scan-Line-Number
                 IF  Scan-Length = 0
                   Move 1 to Scan-Length
                 Else
                   Move Scan-Record (1 : Scan-Length)
                     to Scan-Text   (1 : Scan-Length)
                 End-if
                 Perform Scan-Line-sec
           End-read.
       Scan-Read-ex.
           Exit.
      *
       Scan-Line-sec section.
       Scan-Line.
           Move 1 to Line-Write-sw.
           Evaluate True
             When Scan-Length > 2
              and Scan-Text (1 : 3) = "HDR"
               Perform Scan-Header-sec
             When Scan-Length > 2
              and Scan-Text (1 : 3) = "TRL"
               Perform Scan-Trailer-sec
             When Other
               Add 1 to Data-Position
               Evaluate True
                 When SCAN-BY-NAME
                   Perform Scan-Mask-Names-sec
                 When SCAN-BY-POSITION
                   Perform Scan-Mask-Position-sec
                 When SCAN-DELETE
                   Perform Scan-Delete-Check-sec
               End-evaluate
               IF  Line-Write-sw = 1
                 Add 1 to Scan-Data-Written
               End-if
           End-evaluate.
           IF  Scan-Abort-sw = 0
           and Line-Write-sw = 1
             Move  Scan-Length to Work-Length
             Move  SPACES      to Work-Record
             Move  Scan-Text (1 : Scan-Length)
               to  Work-Record (1 : Scan-Length)
             Write Work-Record
           End-if.
       Scan-Line-ex.
           Exit.
      *
       Scan-Header-sec section.
       Scan-Header.
      *   A cut lines up with the master only if it was cut from
      *   this master - same business date on both headers.
           IF  SCAN-BY-POSITION
             IF  Source-Available-sw = 0
              or Scan-Length < 23
              or Scan-Text (16 : 8) Not = Source-Business-Date
               Move    1 to Scan-Abort-sw
               Perform Scan-Position-Refused-sec
             End-if
           End-if.
       Scan-Header-ex.
           Exit.
      *
       Scan-Trailer-sec section.
       Scan-Trailer.
           IF  SCAN-DELETE
           and Scan-Changed-Count > 0
             Move Scan-Data-Written to Trailer-Build-Count
             Move Trailer-Build     to Scan-Text (1 : 12)
             IF  Scan-Length < 12
               Move 12 to Scan-Length
             End-if
           End-if.
       Scan-Trailer-ex.
           Exit.
      *
       Scan-Position-Refused-sec section.
       Scan-Position-Refused.
           IF  Source-Available-sw = 0
             Perform Cert-Clear-sec
             Move    "NOT REMOVED"            to Cert-Action
             Move    Scan-File-Name           to Cert-File-Name
             Move    "SOURCE MASTER NOT AVAILABLE" to Cert-Note
             Perform Cert-Write-sec
           Else
             Perform Scan-Position-Refused-One-sec
                     Varying Erase-Sub  FROM 1 by 1
                     until   Erase-Sub  > Erase-Count
           End-if.
       Scan-Position-Refused-ex.
           Exit.
      *
       Scan-Position-Refused-One-sec section.
       Scan-Position-Refused-One.
           IF  Erase-Position-Count (Erase-Sub) > 0
             Perform Cert-Clear-sec
             Perform Cert-Request-sec
             Move    "NOT REMOVED"            to Cert-Action
             Move    Scan-File-Name           to Cert-File-Name
             Move    "CUT FROM OTHER MASTER DATE" to Cert-Note
             Perform Cert-Write-sec
           End-if.
       Scan-Position-Refused-One-ex.
           Exit.
      *
       Scan-Refused-sec section.
       Scan-Refused.
      *   The whole file could not be processed - one line for all
      *   the run's requests (request sequence zero).
           Perform Cert-Clear-sec.
           Move    "NOT REMOVED"            to Cert-Action.
           Move    Scan-Generation          to Cert-Generation.
           Move    Scan-File-Name           to Cert-File-Name.
           Move    Cert-Note-Work           to Cert-Note.
           Perform Cert-Write-sec.
       Scan-Refused-ex.
           Exit.
      *
      *----------------- Mask by Position (subscriber cuts) ------------
       Scan-Mask-Position-sec section.
       Scan-Mask-Position.
           Move    0 to Position-Found-Sub.
           Perform Position-Find-sec
                   Varying Position-Sub  FROM 1 by 1
                   until   Position-Sub  > Position-Count
                      or   Position-Found-Sub > 0.
           IF  Position-Found-Sub > 0
             Move  Mask-Fill (1 : Scan-Length)
               to  Scan-Text (1 : Scan-Length)
             Add   1 to Scan-Changed-Count
             Add   1 to Count-Lines-Masked
             Move  Position-Request (Position-Found-Sub) to Erase-Sub
             Add   1 to Erase-Hit-Count (Erase-Sub)
             Move  "MASKED"              to Cert-Note-Work
             Perform Scan-Certify-sec
           End-if.
       Scan-Mask-Position-ex.
           Exit.
      *
       Position-Find-sec section.
       Position-Find.
           IF  Position-Data-Position (Position-Sub) = Data-Position
             Move Position-Sub to Position-Found-Sub
           End-if.
       Position-Find-ex.
           Exit.
      *
      *----------------- Drop Records (standing merged master) --------
       Scan-Delete-Check-sec section.
       Scan-Delete-Check.
           IF  Group-Mode-sw = 1
           and Scan-Text (1 : 1) = "A"
             IF  Group-Hit-Request > 0
               Move    Group-Hit-Request to Erase-Sub
               Perform Scan-Delete-Line-sec
             End-if
             Go to Scan-Delete-Check-ex
           End-if.
           Move    Scan-Text (1 : 80) to Match-Text.
           Perform Record-Match-sec.
           Move    Match-Request      to Group-Hit-Request.
           IF  Match-Request > 0
             Move    Match-Request    to Erase-Sub
             Perform Scan-Delete-Line-sec
           End-if.
       Scan-Delete-Check-ex.
           Exit.
      *
       Scan-Delete-Line-sec section.
       Scan-Delete-Line.
           Move    0 to Line-Write-sw.
           Add     1 to Scan-Changed-Count.
           Add     1 to Count-Records-Deleted.
           Add     1 to Erase-Hit-Count (Erase-Sub).
           Move    "DELETED"                to Cert-Note-Work.
           Perform Scan-Certify-sec.
       Scan-Delete-Line-ex.
           Exit.
      *
      *----------------- Mask by Name (everything else) ---------------
       Scan-Mask-Names-sec section.
       Scan-Mask-Names.
           Move    0 to Line-Changed-sw.
           Perform Scan-Mask-Name-sec
                   Varying Erase-Sub  FROM 1 by 1
                   until   Erase-Sub  > Erase-Count.
           IF  Line-Changed-sw = 1
             Add   1 to Scan-Changed-Count
             Add   1 to Count-Lines-Masked
      *      A masked journal image can no longer be undone or
      *      replayed - it becomes an ERASE entry ICU-AsOf passes
      *      over, not an ADD of a row of asterisks.
             IF  Scan-Journal-sw = 1
             and Scan-Length > 28
               Move "ERASE " to Scan-Text (23 : 6)
             End-if
           End-if.
       Scan-Mask-Names-ex.
           Exit.
      *
       Scan-Mask-Name-sec section.
       Scan-Mask-Name.
           Move    0 to Name-Hit-sw.
           Perform Scan-Mask-Field-sec
                   Varying Field-Sub  FROM 1 by 1
                   until   Field-Sub  > 2.
           IF  Name-Hit-sw = 1
             Move    1 to Line-Changed-sw
             Add     1 to Erase-Hit-Count (Erase-Sub)
             Move    "MASKED"              to Cert-Note-Work
             Perform Scan-Certify-sec
           End-if.
       Scan-Mask-Name-ex.
           Exit.
      *
       Scan-Mask-Field-sec section.
       Scan-Mask-Field.
      *   The name as normalized and, where it differs, as requested
      *   - in UTF-16 for the collision report's text.
           Move    Layout-Field-Start (Scan-Layout-Sub Field-Sub)
                                                   to Field-Start.
           Move    Layout-Field-Length (Scan-Layout-Sub Field-Sub)
                                                   to Field-Length.
           IF  Field-Start = 0
            or Field-Start > Scan-Length
             Go to Scan-Mask-Field-ex
           End-if.
           IF  Scan-Unicode-sw = 1
             Move    Erase-NormU-Text (Erase-Sub)   to Form-Text
             Move    Erase-NormU-Length (Erase-Sub) to Form-Length
             Perform Mask-Form-sec
             IF  Erase-RawU-Text (Erase-Sub)
                               Not = Erase-NormU-Text (Erase-Sub)
               Move    Erase-RawU-Text (Erase-Sub)   to Form-Text
               Move    Erase-RawU-Length (Erase-Sub) to Form-Length
               Perform Mask-Form-sec
             End-if
           Else
             Move    Erase-Norm-Text (Erase-Sub)   to Form-Text
             Move    Erase-Norm-Length (Erase-Sub) to Form-Length
             Perform Mask-Form-sec
             IF  Erase-Raw-Text (Erase-Sub)
                               Not = Erase-Norm-Text (Erase-Sub)
               Move    Erase-Raw-Text (Erase-Sub)   to Form-Text
               Move    Erase-Raw-Length (Erase-Sub) to Form-Length
               Perform Mask-Form-sec
             End-if
           End-if.
       Scan-Mask-Field-ex.
           Exit.
      *
       Mask-Form-sec section.
       Mask-Form.
      *   The field is the name itself, or in group mode an "N"
      *   record type followed by the name (two bytes of it in
      *   UTF-16 text).
           IF  Form-Length = 0
             Go to Mask-Form-ex
           End-if.
           Move    0 to Field-Offset.
           Perform Mask-Form-At-sec.
           IF  Group-Mode-sw = 1
             IF  Scan-Unicode-sw = 1
               IF  Scan-Text (Field-Start : 2) = X"4E00" or X"004E"
                 Move    2 to Field-Offset
                 Perform Mask-Form-At-sec
               End-if
             Else
               IF  Scan-Text (Field-Start : 1) = "N"
                 Move    1 to Field-Offset
                 Perform Mask-Form-At-sec
               End-if
             End-if
           End-if.
       Mask-Form-ex.
           Exit.
      *
       Mask-Form-At-sec section.
       Mask-Form-At.
      *   A match only when the rest of the field is blank (or the
      *   nulls a converter leaves) - the name fills the field.
           Compute Form-At     = Field-Start + Field-Offset.
           Compute Rest-Length = Field-Length - Field-Offset
                                              - Form-Length.
           IF  Rest-Length < 0
             Go to Mask-Form-At-ex
           End-if.
           IF  Scan-Text (Form-At : Form-Length)
                                   Not = Form-Text (1 : Form-Length)
             Go to Mask-Form-At-ex
           End-if.
           IF  Rest-Length > 0
             Move    SPACES to Rest-Work
             Move    Scan-Text (Form-At + Form-Length : Rest-Length)
                                   to Rest-Work (1 : Rest-Length)
             INSPECT Rest-Work replacing all X"00" by SPACE
             IF  Rest-Work Not = SPACES
               Go to Mask-Form-At-ex
             End-if
           End-if.
           Move Mask-Fill (1 : Form-Length)
             to Scan-Text (Form-At : Form-Length).
           Move 1 to Name-Hit-sw.
       Mask-Form-At-ex.
           Exit.
      *
       Scan-Certify-sec section.
       Scan-Certify.
      *   One certificate line per request, file, generation and
      *   line changed - Cert-Note-Work holds DELETED or MASKED.
           Perform Cert-Clear-sec.
           Perform Cert-Request-sec.
           Move    Cert-Note-Work           to Cert-Action.
           Move    Scan-Generation          to Cert-Generation.
           Move    Scan-Line-Number         to Cert-Line-Display.
           Move    Cert-Line-Display        to Cert-Position.
           Move    Scan-File-Name           to Cert-File-Name.
           Perform Cert-Write-sec.
       Scan-Certify-ex.
           Exit.
      *
      *----------------- Copy the Work File Back ----------------------
       Scan-Copy-Back-sec section.
       Scan-Copy-Back.
           Move ZERO to File-Status-Flag.
           Open Input Work-File.
           IF  File-Status-Flag Not = "00"
             Move     "REWRITE FAILED - WORK FILE"  to Cert-Note-Work
             Perform  Scan-Refused-sec
             Go to Scan-Copy-Back-ex
           End-if.
           Move ZERO to File-Status-Flag.
           Open Output Scan-File.
           IF  File-Status-Flag Not = "00" and "05"
             Close    Work-File
             Move "Erase File Rewrite Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     "REWRITE FAILED - LINES ABOVE" to Cert-Note-Work
             Perform  Scan-Refused-sec
             Go to Scan-Copy-Back-ex
           End-if.
           Move    1 to Work-Read-Flag.
           Perform Work-Copy-sec
                   until Work-Read-Flag = 0.
           Close Work-File.
           Close Scan-File.
       Scan-Copy-Back-ex.
           Exit.
      *
       Work-Copy-sec section.
       Work-Copy.
           Read  Work-File
               at End  Move 0 to Work-Read-Flag
               not at End
                 Move  Work-Length to Scan-Length
                 Move  SPACES      to Scan-Record
                 Move  Work-Record (1 : Work-Length)
                   to  Scan-Record (1 : Work-Length)
                 Write Scan-Record
           End-read.
       Work-Copy-ex.
           Exit.
      *
       File-Delete-sec section.
       File-Delete.
      *   CBL_DELETE_FILE takes the (blank-terminated) file name and
      *   leaves its result in the return code - the work file holds
      *   the names being erased, so it does not outlive the file it
      *   was copied from.
           Call "CBL_DELETE_FILE" using Delete-File-Name.
           Move 0 to Return-Code.
       File-Delete-ex.
           Exit.
      *
      *================= Erasure Certificate ===========================
      *
       Cert-Open-sec section.
       Cert-Open.
           Move ZERO to File-Status-Flag.
           Open Output Cert-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Cert-Write-Flag
             Move     Current-Run-Date to Header-Build-Date
             Move     1                to Header-Build-Gen
             Move     SPACES           to Cert-Record
             Move     Header-Build     to Cert-Record
             Write    Cert-Record
           Else
             Move "Certificate Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Cert-Open-ex.
           Exit.
      *
       Cert-Clear-sec section.
       Cert-Clear.
           Move    SPACES to Cert-Build.
           Move    ZERO   to Cert-Seq.
       Cert-Clear-ex.
           Exit.
      *
       Cert-Request-sec section.
       Cert-Request.
           Move    Erase-Seq (Erase-Sub)    to Cert-Seq.
           Move    Erase-Ref (Erase-Sub)    to Cert-Ref.
       Cert-Request-ex.
           Exit.
      *
       Cert-Write-sec section.
       Cert-Write.
           IF  CERT-NOT-REMOVED
             Add  1 to Count-Not-Removed
           End-if.
           IF  Cert-Write-Flag = 1
             Write  Cert-Record from Cert-Build
             Add    1 to Count-Cert-Written
           End-if.
           Move    Cert-Build (1 : 45)      to Debug-Text.
           Move    Cert-Build (46 : 35)     to Debug-Value.
           Perform Debug-Display-sec.
       Cert-Write-ex.
           Exit.
      *
       Cert-Close-sec section.
       Cert-Close.
           IF  Cert-Write-Flag = 1
             Move     Count-Cert-Written to Trailer-Build-Count
             Move     SPACES             to Cert-Record
             Move     Trailer-Build      to Cert-Record
             Write    Cert-Record
             Close    Cert-File
           End-if.
       Cert-Close-ex.
           Exit.
      *
      *================= Delta Mode Control Card  ======================
      *
       Delta-Control-Read-sec section.
       Delta-Control-Read.
      *   The same card icu-Pipeline.cbl reads - "Y" means the cuts
      *   were taken from the standing merged master, not from
      *   tonight's ICU_Norm_Output.txt.
           Move ZERO to File-Status-Flag.
           Open Input Delta-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Delta-Control-File
                 at End  Continue
                 not at End
                   IF Delta-Control-Record = "Y" or "y"
                     Move "ICU_Delta_Master.txt" to Source-File-Name
                   End-if
             End-read
             Close Delta-Control-File
           End-if.
           Move    "Extract source file --------:" to Debug-Text.
           Move    Source-File-Name (1 : 35)        to Debug-Value.
           Perform Debug-Display-sec.
       Delta-Control-Read-ex.
           Exit.
      *
      *============== Record-Type Group Control Card  ===================
      *
       Group-Read-sec section.
       Group-Read.
      *   In group mode a name's "A" continuation records go with it.
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
      *
      *===============  End-of-run Control Totals  ======================
      *
       Report-Trailer-sec section.
       Report-Trailer.
           Move    1 to Error-Display-sw.
           Move    "-----------------------------" to Debug-Text.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Erasure requests read  ----:" to Debug-Text.
           Move    Count-Requests-Read   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Requests normalized  ------:" to Debug-Text.
           Move    Count-Requests-Valid  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Names newly blocked  ------:" to Debug-Text.
           Move    Count-Names-Blocked   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Master keys deleted  ------:" to Debug-Text.
           Move    Count-Keys-Deleted    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Merged master recs deleted :" to Debug-Text.
           Move    Count-Records-Deleted to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Lines masked  -------------:" to Debug-Text.
           Move    Count-Lines-Masked    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Files changed  ------------:" to Debug-Text.
           Move    Count-Files-Changed   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Requests found nowhere  ---:" to Debug-Text.
           Move    Count-Not-Found       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "NOT REMOVED lines  --------:" to Debug-Text.
           Move    Count-Not-Removed     to Debug-Value.
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
           Move "ICU-Erase"           to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Requests-Read   to History-Input-Count.
           Compute History-Output-Count = Count-Keys-Deleted
                                        + Count-Records-Deleted
                                        + Count-Lines-Masked.
           Compute History-Reject-Count = Count-Requests-Read
                                        - Count-Requests-Valid.
           Move Count-Not-Removed     to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Count-Not-Removed > 0
            or Erase-Count = 0
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
           Call API-Pointer using by reference CODEPAGE-Name
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
