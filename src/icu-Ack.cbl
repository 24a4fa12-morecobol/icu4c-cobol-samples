      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Ack".
      *
      * End-of-cycle acknowledgement file for each partner input file
      **
      * The program includes the following steps:
      * - Read the conversion manifest "ICU_Conv_Manifest.txt" - the
      *         partner input files of the cycle and each one's
      *         source codepage (with no manifest, the classic single
      *         input "ICU_Conv_Input.txt" is acknowledged alone)
      * - Load the conversion lineage "ICU_Conv_Lineage.txt" (line N
      *         describes data record N of the converted stream: the
      *         manifest file number and the input record number)
      * - Collect every exception and reject of the cycle: the
      *         conversion exceptions "ICU_Conv_Exceptions.txt" /
      *         "ICU_Conv_Exceptions_NN.txt" (already numbered by
      *         input record), the script rejects
      *         "ICU_Script_Reject.txt" when that stage is on
      *         (ICU_Pipeline_Script.txt = "Y"), the field-edit
      *         rejects "ICU_Edit_Reject.txt" when that stage is on
      *         (ICU_Pipeline_Edit.txt = "Y"), taken back past the
      *         script rejects, the case-mapping rejects
      *         "ICU_Case_Reject.txt" when that stage is on
      *         (ICU_Pipeline_Case.txt = "Y"), taken back past the
      *         edit and script rejects, and the normalization rejects
      *         "ICU_Norm_Reject.txt", taken back through the sort
      *         audit "ICU_Coll_Audit.txt", the edit rejects and the
      *         script rejects to their converted-stream position
      *         and from there through the lineage to the file and
      *         line they came in on
      * - Sort them by file and line and give each its standard
      *         reason code
      * - Write one acknowledgement file per partner input,
      *         "ICU_Conv_Ack_NN.txt" ("ICU_Conv_Ack.txt" for the
      *         single input): standard HDR with the input's business
      *         date, a SUM line with the received, accepted, rejected
      *         and warning counts, one DTL line per rejected or
      *         warned record with its original line number and
      *         reason code, and a TRL - converted into the partner's
      *         own codepage (Manifest-Source-Converter, else the
      *         codepage card's source)
      * - Write debugging information to Display and
      *         log file "ICU_Ack_log.txt"
      *
      * Return code 4 when a reject could not be tied back to its
      * input line - it is listed on the log, not on any partner's
      * acknowledgement.  With the delta stage on
      * (ICU_Pipeline_Delta.txt = "Y") the case and sort stages see
      * the changed records only, so case-mapping and normalization
      * rejects cannot be tied back.  With the case-mapping stage on
      * normalization rejects are not tied back either - the sort
      * audit leads only as far as the case stage's output.
      **
      * The following ICU APIs are used:
      *    ucnv_convert
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
      * ------------------- Conversion Manifest  ---------------------
             Select Optional Manifest-File
                    Assign to "ICU_Conv_Manifest.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Partner Input File  ---------------------
      *      Reopened under each manifest entry's name in turn, to
      *      count the records received and pick up the header date.
             Select Optional Input-File
                    Assign to Input-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Conversion Lineage File  -----------------
             Select Optional Lineage-File
                    Assign to "ICU_Conv_Lineage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Conversion Exceptions Files  -------------
      *      Reopened under each exceptions file name in turn - the
      *      base single-file name or the batch _NN names.
             Select Optional Exceptions-File
                    Assign to Exceptions-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Script Reject File  ----------------------
             Select Optional Script-Reject-File
                    Assign to "ICU_Script_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Field-Edit Reject File  ------------------
             Select Optional Edit-Reject-File
                    Assign to "ICU_Edit_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Case-Mapping Reject File  -----------------
             Select Optional Case-Reject-File
                    Assign to "ICU_Case_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Normalization Reject File  ---------------
             Select Optional Reject-File
                    Assign to "ICU_Norm_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Sort-Order Audit File  -----------------
             Select Optional Audit-File
                    Assign to "ICU_Coll_Audit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Acknowledgement Files  -------------------
             Select Optional Ack-File
                    Assign to Ack-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Detail sort work file  -------------------
             Select Sort-File
                    Assign to "SORTWK1".
      * ------------------ Codepage Control Card  --------------------
      *      The same card ICU-Conv reads - its source converter is
      *      the codepage of an input the manifest gives none for.
             Select Optional Codepage-Control-File
                    Assign to "ICU_Conv_Codepages.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Pipeline Stage Control Cards  -------------
      *      The same cards the pipeline driver reads.
             Select Optional Script-Control-File
                    Assign to "ICU_Pipeline_Script.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Edit-Control-File
                    Assign to "ICU_Pipeline_Edit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Case-Control-File
                    Assign to "ICU_Pipeline_Case.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Delta-Control-File
                    Assign to "ICU_Pipeline_Delta.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ ICU DLL / Version Control Card  ------------
      *      The same card ICU-Conv reads.
             Select Optional Version-Control-File
                    Assign to "ICU_Conv_Version.txt"
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
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Ack_log.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      *=================================================================
      *
       DATA DIVISION.
       File section.
      *   Same layout icu-Conv.cbl's Manifest-File reads.
       FD Manifest-File.
         01 Manifest-Record.
           03  Manifest-Input-Name         pic X(64).
           03  Manifest-Source-Converter   pic X(32).
           03  Manifest-Target-Converter   pic X(32).
           03  Manifest-Partner-Id         pic X(16).
       FD Input-File
                       Record  varying from 1 to  200 characters.
         01 Input-Record                   pic X(200).
      *   Same layout icu-Conv.cbl's Lineage-Write-sec writes.
       FD Lineage-File
                       Record contains 23 characters.
         01 Lineage-Record.
           03  Lineage-Output-Number       pic 9(9).
           03  Filler                      pic X.
           03  Lineage-File-Number         pic 999.
           03  Filler                      pic X.
           03  Lineage-Input-Number        pic 9(9).
      *   Same layout icu-Conv.cbl's Exceptions-Write-sec writes.
       FD Exceptions-File
                       Record contains 220 characters.
         01 Exceptions-Record.
           03  Exceptions-Index            pic 9(9).
           03  Filler                      pic X.
           03  Exceptions-Reason           pic X(9).
           03  Filler                      pic X.
           03  Exceptions-Text             pic X(200).
      *   Same layout icu-Script.cbl's Reject-Write-sec writes.
       FD Script-Reject-File
                       Record contains 220 characters.
         01 Script-Reject-Record.
           03  Script-Reject-Index         pic 9(9).
           03  Filler                      pic X.
           03  Script-Reject-Reason        pic X(9).
           03  Filler                      pic X.
           03  Script-Reject-Text          pic X(200).
      *   Same layout icu-Edit.cbl's Reject-Write-sec writes - the
      *   field number and name that follow the text are not needed.
       FD Edit-Reject-File
                       Record contains 242 characters.
         01 Edit-Reject-Record.
           03  Edit-Reject-Index           pic 9(9).
           03  Filler                      pic X.
           03  Edit-Reject-Reason          pic X(9).
           03  Filler                      pic X.
           03  Edit-Reject-Text            pic X(200).
           03  Filler                      pic X(22).
      *   Same layout icu-Case.cbl's Reject-Write-sec writes.
       FD Case-Reject-File
                       Record contains 230 characters.
         01 Case-Reject-Record.
           03  Case-Reject-Index           pic 9(9).
           03  Filler                      pic X.
           03  Case-Reject-Reason          pic X(9).
           03  Filler                      pic X.
           03  Case-Reject-Error-Code      pic S9(9).
           03  Filler                      pic X.
           03  Case-Reject-Text            pic X(200).
      *   Same layout icu-Norm.cbl's Reject-Write-sec writes.
       FD Reject-File
                       Record contains 100 characters.
         01 Reject-Record.
           03  Reject-Index               pic 9(9).
           03  Filler                     pic X.
           03  Reject-Reason              pic X(9).
           03  Filler                     pic X.
           03  Reject-Error-Code          pic S9(9).
           03  Filler                     pic X.
           03  Reject-Text                pic X(70).
      *   Same layout icu-Coll.cbl's Audit-Write-sec writes.
       FD Audit-File
                       Record contains 100 characters.
         01 Audit-Record.
           03  Audit-Output-Position       pic 9(9).
           03  Filler                      pic X.
           03  Audit-Original-Position     pic 9(9).
           03  Filler                      pic X.
           03  Audit-Text                  pic X(80).
      *   Written in the partner's codepage - a line can be longer
      *   in bytes than the text it was built from.
       FD Ack-File
                       Record  varying from 1 to 400 characters
                               depending on Ack-Record-Length.
         01 Ack-Record                     pic X(400).
      *   Sort work record: file and line lead, so the details come
      *   back in the order the partner's file was written.
       SD Sort-File.
         01 Sort-Record.
           03  Sort-File-Number            pic 999.
           03  Sort-Input-Number           pic 9(9).
           03  Sort-Disposition            pic X(1).
           03  Sort-Stage                  pic X(6).
           03  Sort-Reason                 pic X(9).
       FD Codepage-Control-File.
         01 Codepage-Control-Record.
           03  Control-Source-Converter    pic X(32).
           03  Control-Target-Converter    pic X(32).
       FD Script-Control-File.
         01 Script-Control-Record          pic X(1).
       FD Edit-Control-File.
         01 Edit-Control-Record            pic X(1).
       FD Case-Control-File.
         01 Case-Control-Record            pic X(1).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Version-Control-File.
         01 Version-Control-Record.
           03  Control-DLL-Name            pic X(23).
           03  Control-Version-Suffix      pic X(10).
       FD History-File.
         01 History-Record                 pic X(89).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
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
       01  Scan-Read-Flag                  pic 9    value 0.
       01  Ack-Write-Flag                  pic 9    value 0.
       01  Sort-Return-Flag                pic 9    value 0.
       01  Input-File-Name         pic X(64) value "ICU_Conv_Input.txt".
       01  Exceptions-File-Name    pic X(64) value
                                             "ICU_Conv_Exceptions.txt".
       01  Ack-File-Name           pic X(64) value "ICU_Conv_Ack.txt".
       01  Ack-Record-Length               pic 9(4) Binary value 1.
       01  Batch-File-NN                   pic 99.
      * ------------------ Stage control cards  -----------------------
       01  Script-Stage-sw                 pic 9    value 0.
       01  Edit-Stage-sw                   pic 9    value 0.
       01  Case-Stage-sw                   pic 9    value 0.
       01  Delta-Stage-sw                  pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Details                   pic 9(9) Binary value 0.
       01  Count-Unresolved                pic 9(9) Binary value 0.
       01  Count-Acks-Written              pic 9(9) Binary value 0.
       01  Count-Received-Total            pic 9(9) Binary value 0.
      * ------------------ Manifest entries  --------------------------
      *   With no manifest, one entry stands for the classic single
      *   input - its exceptions and acknowledgement keep the
      *   un-numbered names.
       77  MANIFEST-TABLE-MAX-ENTRIES      pic 99 value 99.
       01  Manifest-Count                  pic 99  Binary value 0.
       01  Manifest-Read-Flag              pic 9   value 0.
       01  Single-Input-sw                 pic 9   value 0.
       01  Manifest-Table.
           03  Manifest-Entry              occurs 99.
             05  Manifest-Name             pic X(64).
             05  Manifest-Source           pic X(32).
             05  Manifest-Partner          pic X(16).
       01  Batch-Sub                       pic 99  Binary.
      * ------------------ Conversion lineage  -------------------------
      *   Lineage-Item (N) is the source of data record N of the
      *   converted stream - ICU-Conv writes one lineage line per
      *   output record, in output order.
       77  LINEAGE-TABLE-MAX-ENTRIES       pic 9(5) value 40000.
       01  Lineage-Count                   pic 9(5) Binary value 0.
       01  Lineage-Table.
           03  Lineage-Item                occurs 40000.
             05  Lineage-Item-File         pic 999.
             05  Lineage-Item-Input        pic 9(9).
      * ------------------ Sort audit  --------------------------------
      *   Audit-Item-Original (N) is the pre-sort position of sort
      *   output record N.  The audit file accumulates run after
      *   run, so a later line for the same position overwrites an
      *   earlier one - the last, tonight's, wins.
       77  AUDIT-TABLE-MAX-ENTRIES         pic 9(5) value 40000.
       01  Audit-Table.
           03  Audit-Item-Original         pic 9(9) occurs 40000.
      * ------------------ Script rejects  ----------------------------
      *   Their positions, ascending as the script stage wrote them -
      *   each one before a surviving record moved it up one.
       77  SCRIPT-TABLE-MAX-ENTRIES        pic 9(4) value 5000.
       01  Script-Count                    pic 9(4) Binary value 0.
       01  Script-Table.
           03  Script-Item-Position        pic 9(9) occurs 5000.
       01  Script-Sub                      pic 9(4) Binary.
      * ------------------ Edit rejects  ------------------------------
      *   Their positions in the edit stage's input - the script
      *   stage's survivors - ascending as the edit stage wrote them.
       77  EDIT-TABLE-MAX-ENTRIES          pic 9(4) value 5000.
       01  Edit-Count                      pic 9(4) Binary value 0.
       01  Edit-Table.
           03  Edit-Item-Position          pic 9(9) occurs 5000.
       01  Edit-Sub                        pic 9(4) Binary.
      * ------------------ Position resolution work fields  -----------
       01  Resolve-Position                pic 9(9) Binary.
       01  Resolve-Found-sw                pic 9.
       01  Resolve-Stage                   pic X(6).
       01  Resolve-Reason                  pic X(9).
       01  Resolve-Disposition             pic X(1).
      * ------------------ Standard reason codes  ---------------------
      *   The suite's internal reasons, by stage, and the standard
      *   code and text the partner sees.  An internal reason not on
      *   the table goes out as R999 / W999.
       77  REASON-TABLE-ENTRIES            pic 99   value 15.
       01  Reason-Values.
           03  Filler  pic X(6)  value "CONV".
           03  Filler  pic X(9)  value "TRUNCATED".
           03  Filler  pic X(4)  value "W001".
           03  Filler  pic X(40)
                     value "RECORD LONGER THAN 200 BYTES - TRUNCATED".
           03  Filler  pic X(6)  value "CONV".
           03  Filler  pic X(9)  value "OVERFLOW".
           03  Filler  pic X(4)  value "W002".
           03  Filler  pic X(40)
                     value "CONVERTED TEXT TOO LONG - CUT SHORT".
           03  Filler  pic X(6)  value "CONV".
           03  Filler  pic X(9)  value "ROUNDTRIP".
           03  Filler  pic X(4)  value "W003".
           03  Filler  pic X(40)
                     value "CHARACTER NOT REPRESENTABLE - REPLACED".
           03  Filler  pic X(6)  value "SCRIPT".
           03  Filler  pic X(9)  value "MIXED".
           03  Filler  pic X(4)  value "R001".
           03  Filler  pic X(40)
                     value "NAME MIXES TWO WRITING SYSTEMS".
           03  Filler  pic X(6)  value "SCRIPT".
           03  Filler  pic X(9)  value "CONFUSE".
           03  Filler  pic X(4)  value "R002".
           03  Filler  pic X(40)
                     value "NAME CONTAINS A LOOK-ALIKE CHARACTER".
           03  Filler  pic X(6)  value "SCRIPT".
           03  Filler  pic X(9)  value "PARENT".
           03  Filler  pic X(4)  value "R003".
           03  Filler  pic X(40)
                     value "CONTINUATION OF A REJECTED RECORD".
           03  Filler  pic X(6)  value "NORM".
           03  Filler  pic X(9)  value "ILLEGAL".
           03  Filler  pic X(4)  value "R004".
           03  Filler  pic X(40)
                     value "ILLEGAL CHARACTER - CANNOT NORMALIZE".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "MANDATORY".
           03  Filler  pic X(4)  value "R005".
           03  Filler  pic X(40)
                     value "MANDATORY FIELD IS EMPTY".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "MINLENGTH".
           03  Filler  pic X(4)  value "R006".
           03  Filler  pic X(40)
                     value "FIELD SHORTER THAN ITS MINIMUM LENGTH".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "MAXLENGTH".
           03  Filler  pic X(4)  value "R007".
           03  Filler  pic X(40)
                     value "FIELD LONGER THAN ITS MAXIMUM LENGTH".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "NUMERIC".
           03  Filler  pic X(4)  value "R008".
           03  Filler  pic X(40)
                     value "NUMERIC FIELD IS NOT NUMERIC".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "VALUES".
           03  Filler  pic X(4)  value "R009".
           03  Filler  pic X(40)
                     value "FIELD VALUE NOT ON THE ALLOWED LIST".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "DATE".
           03  Filler  pic X(4)  value "R010".
           03  Filler  pic X(40)
                     value "DATE FIELD IS NOT A VALID DATE".
           03  Filler  pic X(6)  value "EDIT".
           03  Filler  pic X(9)  value "PARENT".
           03  Filler  pic X(4)  value "R011".
           03  Filler  pic X(40)
                     value "CONTINUATION OF A REJECTED RECORD".
           03  Filler  pic X(6)  value "CASE".
           03  Filler  pic X(9)  value "ILLEGAL".
           03  Filler  pic X(4)  value "R012".
           03  Filler  pic X(40)
                     value "CASE-MAPPED NAME NOT REPRESENTABLE".
       01  Reason-Table Redefines Reason-Values.
           03  Reason-Item                 occurs 15.
             05  Reason-Stage              pic X(6).
             05  Reason-Internal           pic X(9).
             05  Reason-Code               pic X(4).
             05  Reason-Text               pic X(40).
       01  Reason-Sub                      pic 99   Binary.
       01  Reason-Found-sw                 pic 9.
      * ------------------ Current acknowledgement  --------------------
       01  Entry-Received                  pic 9(9) Binary.
       01  Entry-Rejected                  pic 9(9) Binary.
       01  Entry-Warned                    pic 9(9) Binary.
       01  Entry-Details                   pic 9(9) Binary.
       01  Entry-Header-sw                 pic 9.
       01  Entry-Header-Date               pic X(8).
       01  Entry-Header-Gen                pic 9(4).
      *   The partner's lines count the header record too - a data
      *   record number is moved past it to the physical line.
       01  Entry-Line-Offset               pic 9    Binary.
      *   Details of the current entry wait in the table until its
      *   counts are known - the SUM line precedes them.
       77  DETAIL-TABLE-MAX-ENTRIES        pic 9(5) value 20000.
       01  Detail-Count                    pic 9(5) Binary value 0.
       01  Detail-Sub                      pic 9(5) Binary.
       01  Detail-Table.
           03  Detail-Item                 occurs 20000.
             05  Detail-Input-Number       pic 9(9).
             05  Detail-Disposition        pic X(1).
             05  Detail-Stage              pic X(6).
             05  Detail-Reason             pic X(9).
      * ------------------ Acknowledgement lines  ---------------------
      *   Built as plain text, then converted into the partner's
      *   codepage - see Ack-Write-sec.
       01  Ack-Text                        pic X(132).
       01  Ack-Text-Length                 pic S9(9) Binary.
       01  Ack-Trim-sw                     pic 9.
       01  Ack-Header.
           03  Filler                      pic X(3) value "HDR".
           03  Ack-Header-Id               pic X(12) value "CONVACK".
           03  Ack-Header-Date             pic X(8).
           03  Ack-Header-Gen              pic 9(4).
       01  Ack-Summary.
           03  Filler                      pic X(3) value "SUM".
           03  Filler                      pic X value space.
           03  Ack-Summary-Received        pic 9(9).
           03  Filler                      pic X value space.
           03  Ack-Summary-Accepted        pic 9(9).
           03  Filler                      pic X value space.
           03  Ack-Summary-Rejected        pic 9(9).
           03  Filler                      pic X value space.
           03  Ack-Summary-Warned          pic 9(9).
           03  Filler                      pic X value space.
           03  Ack-Summary-Input           pic X(64).
       01  Ack-Detail.
           03  Filler                      pic X(3) value "DTL".
           03  Filler                      pic X value space.
           03  Ack-Detail-Line             pic 9(9).
           03  Filler                      pic X value space.
           03  Ack-Detail-Disposition      pic X(1).
           03  Filler                      pic X value space.
           03  Ack-Detail-Code             pic X(4).
           03  Filler                      pic X value space.
           03  Ack-Detail-Stage            pic X(6).
           03  Filler                      pic X value space.
           03  Ack-Detail-Text             pic X(40).
       01  Ack-Trailer.
           03  Filler                      pic X(3) value "TRL".
           03  Ack-Trailer-Count           pic 9(9).
       01  Current-Run-Date                pic X(8).
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      *-------------------- Libraries / DLLs Variables  ----------------
       01  DLL-Name                      pic X(23) value Z"ICUUC20.DLL".
       01  DLL-Handle                      pic 9(9) Binary.
      *-------------------------  APIs  Variables ----------------------
       01  API-Name                        pic X(80).
       01  API-Pointer                     Usage is Procedure-Pointer.
       01  ICU-VERSION-SUFFIX              pic X(10) value Z"_2_0".
      *--------------------  Conversion Variables ----------------------
      *   The acknowledgement text is plain ASCII, so it is handed to
      *   ucnv_convert as UTF-8.
       77  CONVERTER-UTF-8             pic X(32) value Z"utf-8".
       01  Default-Source-Converter    pic X(32) value Z"ibm-862".
       01  Partner-Converter-Name      pic X(32).
       01  Ack-destCapacity                pic 9(9) Binary value 400.
       01  Ack-Converted-Length            pic S9(9) Binary.
       01  Ack-Converted                   pic X(400).
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
           Move ">>> Program: ICU-Ack - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Version-Read-sec.
           Perform Codepage-Read-sec.
           Perform Script-Control-Read-sec.
           Perform Edit-Control-Read-sec.
           Perform Case-Control-Read-sec.
           Perform Delta-Control-Read-sec.
           Perform Manifest-Read-sec.
           Perform Lineage-Load-sec.
           IF  Delta-Stage-sw = 0
           and Case-Stage-sw  = 0
             Perform Audit-Load-sec
           End-if.
           Perform Load-DLL-sec.
      *
      *   Every exception and reject of the cycle goes through the
      *   sort, so each partner's details come back in line order.
           Sort    Sort-File
                   ascending key Sort-File-Number
                                 Sort-Input-Number
                   with duplicates in order
                   input  procedure is Detail-Collect-sec
                   output procedure is Ack-Build-sec.
      *
           Perform Free-DLL-sec.
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   A reject that could not be tied back to its input line
      *   leaves return code 4 - the acknowledgements went out, but
      *   one of them is short a line.
           IF  Count-Unresolved > 0
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Conversion Manifest  ==========================
      *
       Manifest-Read-sec section.
       Manifest-Read.
      *    The same manifest ICU-Conv ran from.  With none, the
      *    classic single input is acknowledged on its own.
           Move ZERO to File-Status-Flag.
           Open Input Manifest-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Manifest-Read-Flag
             Perform Manifest-Read-Line-sec
                     until Manifest-Read-Flag = 0
                        or Manifest-Count = MANIFEST-TABLE-MAX-ENTRIES
             Close Manifest-File
           End-if.
           IF  Manifest-Count = 0
             Move 1                    to Single-Input-sw
             Move 1                    to Manifest-Count
             Move "ICU_Conv_Input.txt" to Manifest-Name    (1)
             Move SPACES               to Manifest-Source  (1)
             Move SPACES               to Manifest-Partner (1)
           End-if.
           Move    "Input files acknowledged ---:" to Debug-Text.
           Move    Manifest-Count                   to Debug-Value.
           Perform Debug-Display-sec.
       Manifest-Read-ex.
           Exit.
      *
       Manifest-Read-Line-sec section.
       Manifest-Read-Line.
           Read Manifest-File
               at End  Move 0 to Manifest-Read-Flag
               not at End
                 IF  Manifest-Input-Name Not = SPACES
                   Add  1                     to Manifest-Count
                   Move Manifest-Input-Name
                           to Manifest-Name    (Manifest-Count)
                   Move Manifest-Source-Converter
                           to Manifest-Source  (Manifest-Count)
                   Move Manifest-Partner-Id
                           to Manifest-Partner (Manifest-Count)
                 End-if
           End-read.
       Manifest-Read-Line-ex.
           Exit.
      *
      *================= Lineage / Audit Table Loads  ==================
      *
       Lineage-Load-sec section.
       Lineage-Load.
           Move ZERO to File-Status-Flag.
           Open Input Lineage-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Scan-Read-Flag
             Perform Lineage-Load-Read-sec
                     until Scan-Read-Flag = 0
                        or Lineage-Count = LINEAGE-TABLE-MAX-ENTRIES
             IF  Scan-Read-Flag = 1
               Move "Lineage table full - rest not tied back:"
                                         to Debug-Text
               Move LINEAGE-TABLE-MAX-ENTRIES to Debug-Value
               Move 1                    to Error-Display-sw
               Perform Debug-Display-sec
             End-if
             Close Lineage-File
           End-if.
           Move    "Lineage records loaded -----:" to Debug-Text.
           Move    Lineage-Count                    to Debug-Value.
           Perform Debug-Display-sec.
       Lineage-Load-ex.
           Exit.
      *
       Lineage-Load-Read-sec section.
       Lineage-Load-Read.
           Read Lineage-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Lineage-File-Number  Numeric
                 and Lineage-Input-Number Numeric
                   Add  1 to Lineage-Count
                   Move Lineage-File-Number
                           to Lineage-Item-File  (Lineage-Count)
                   Move Lineage-Input-Number
                           to Lineage-Item-Input (Lineage-Count)
                 End-if
           End-read.
       Lineage-Load-Read-ex.
           Exit.
      *
       Audit-Load-sec section.
       Audit-Load.
           Initialize Audit-Table.
           Move ZERO to File-Status-Flag.
           Open Input Audit-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Scan-Read-Flag
             Perform Audit-Load-Read-sec
                     until Scan-Read-Flag = 0
             Close Audit-File
           End-if.
       Audit-Load-ex.
           Exit.
      *
       Audit-Load-Read-sec section.
       Audit-Load-Read.
           Read Audit-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Audit-Output-Position   Numeric
                 and Audit-Original-Position Numeric
                   IF  Audit-Output-Position > 0
                   and Audit-Output-Position
                                      Not > AUDIT-TABLE-MAX-ENTRIES
                     Move Audit-Original-Position
                       to Audit-Item-Original (Audit-Output-Position)
                   End-if
                 End-if
           End-read.
       Audit-Load-Read-ex.
           Exit.
      *
      *================= Sort Input Procedure  =========================
      *
       Detail-Collect-sec section.
       Detail-Collect.
      *    --- conversion exceptions: numbered by input record --------
           IF  Single-Input-sw = 1
             Move 1 to Batch-Sub
             Move "ICU_Conv_Exceptions.txt" to Exceptions-File-Name
             Perform Exceptions-Collect-sec
           Else
             Perform Exceptions-Collect-NN-sec
                     Varying Batch-Sub FROM 1 by 1
                     until   Batch-Sub > Manifest-Count
           End-if.
      *    --- script rejects: positions in the converted stream ------
           IF  Script-Stage-sw = 1
             Move ZERO to File-Status-Flag
             Open Input Script-Reject-File
             IF File-Status-Flag = "00"  Then
               Move 1 to Scan-Read-Flag
               Perform Script-Collect-Read-sec
                       until Scan-Read-Flag = 0
               Close Script-Reject-File
             End-if
           End-if.
      *    --- edit rejects: positions among the script survivors ----
           IF  Edit-Stage-sw = 1
             Move ZERO to File-Status-Flag
             Open Input Edit-Reject-File
             IF File-Status-Flag = "00"  Then
               Move 1 to Scan-Read-Flag
               Perform Edit-Collect-Read-sec
                       until Scan-Read-Flag = 0
               Close Edit-Reject-File
             End-if
           End-if.
      *    --- case rejects: positions among the edit survivors ------
           IF  Case-Stage-sw = 1
             Move ZERO to File-Status-Flag
             Open Input Case-Reject-File
             IF File-Status-Flag = "00"  Then
               Move 1 to Scan-Read-Flag
               Perform Case-Collect-Read-sec
                       until Scan-Read-Flag = 0
               Close Case-Reject-File
             End-if
           End-if.
      *    --- normalization rejects: positions in the sorted stream --
           Move ZERO to File-Status-Flag.
           Open Input Reject-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Scan-Read-Flag
             Perform Norm-Collect-Read-sec
                     until Scan-Read-Flag = 0
             Close Reject-File
           End-if.
       Detail-Collect-ex.
           Exit.
      *
       Exceptions-Collect-NN-sec section.
       Exceptions-Collect-NN.
           Move      Batch-Sub to Batch-File-NN.
           Move      SPACES    to Exceptions-File-Name.
           STRING    "ICU_Conv_Exceptions_" Batch-File-NN ".txt"
                     delimited by size    into Exceptions-File-Name.
           Perform   Exceptions-Collect-sec.
       Exceptions-Collect-NN-ex.
           Exit.
      *
       Exceptions-Collect-sec section.
       Exceptions-Collect.
           Move ZERO to File-Status-Flag.
           Open Input Exceptions-File.
           Evaluate File-Status-Flag
             When "00"
               Move 1 to Scan-Read-Flag
               Perform Exceptions-Collect-Read-sec
                       until Scan-Read-Flag = 0
               Close Exceptions-File
             When "05"
      *        An absent optional file opens at end of file with
      *        status 05 - nothing to collect, but the connector is
      *        open and must be closed.
               Close Exceptions-File
             When Other
               Continue
           End-evaluate.
       Exceptions-Collect-ex.
           Exit.
      *
       Exceptions-Collect-Read-sec section.
       Exceptions-Collect-Read.
      *   The conversion stage still wrote these records - they go
      *   back to the partner as warnings, not rejects.
           Read  Exceptions-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Exceptions-Index Numeric
                   Move  Batch-Sub          to Sort-File-Number
                   Move  Exceptions-Index   to Sort-Input-Number
                   Move  "W"                to Sort-Disposition
                   Move  "CONV"             to Sort-Stage
                   Move  Exceptions-Reason  to Sort-Reason
                   Release Sort-Record
                   Add   1                  to Count-Details
                 End-if
           End-read.
       Exceptions-Collect-Read-ex.
           Exit.
      *
       Script-Collect-Read-sec section.
       Script-Collect-Read.
           Read  Script-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Script-Reject-Index Numeric
      *              Kept for the normalization rejects, whose sort
      *              input had these records taken out.
                   IF  Script-Count < SCRIPT-TABLE-MAX-ENTRIES
                     Add  1 to Script-Count
                     Move Script-Reject-Index
                             to Script-Item-Position (Script-Count)
                   End-if
                   Move  Script-Reject-Index  to Resolve-Position
                   Move  "R"                  to Resolve-Disposition
                   Move  "SCRIPT"             to Resolve-Stage
                   Move  Script-Reject-Reason to Resolve-Reason
                   Perform Lineage-Resolve-sec
                 End-if
           End-read.
       Script-Collect-Read-ex.
           Exit.
      *
       Edit-Collect-Read-sec section.
       Edit-Collect-Read.
           Read  Edit-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Edit-Reject-Index Numeric
      *              Kept for the normalization rejects, whose sort
      *              input had these records taken out too.
                   IF  Edit-Count < EDIT-TABLE-MAX-ENTRIES
                     Add  1 to Edit-Count
                     Move Edit-Reject-Index
                             to Edit-Item-Position (Edit-Count)
                   End-if
                   Move  Edit-Reject-Index  to Resolve-Position
                   Move  "R"                to Resolve-Disposition
                   Move  "EDIT"             to Resolve-Stage
                   Move  Edit-Reject-Reason to Resolve-Reason
                   IF  Script-Stage-sw = 1
                     Perform Script-Shift-sec
                             Varying Script-Sub FROM 1 by 1
                             until   Script-Sub > Script-Count
                   End-if
                   Perform Lineage-Resolve-sec
                 End-if
           End-read.
       Edit-Collect-Read-ex.
           Exit.
      *
       Case-Collect-Read-sec section.
       Case-Collect-Read.
      *   The case stage reads the edit stage's survivors (the script
      *   stage's, or the converted stream, when those are off) - but
      *   on a delta night the delta stage's output, which no file
      *   here numbers.
           Read  Case-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Case-Reject-Index Numeric
                   Move  Case-Reject-Index  to Resolve-Position
                   Move  "R"                to Resolve-Disposition
                   Move  "CASE"             to Resolve-Stage
                   Move  Case-Reject-Reason to Resolve-Reason
                   IF  Delta-Stage-sw = 1
                     Perform Unresolved-Log-sec
                   Else
                     IF  Edit-Stage-sw = 1
                       Perform Edit-Shift-sec
                               Varying Edit-Sub FROM 1 by 1
                               until   Edit-Sub > Edit-Count
                     End-if
                     IF  Script-Stage-sw = 1
                       Perform Script-Shift-sec
                               Varying Script-Sub FROM 1 by 1
                               until   Script-Sub > Script-Count
                     End-if
                     Perform Lineage-Resolve-sec
                   End-if
                 End-if
           End-read.
       Case-Collect-Read-ex.
           Exit.
      *
       Norm-Collect-Read-sec section.
       Norm-Collect-Read.
           Read  Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Reject-Index Numeric
                   Move  "R"           to Resolve-Disposition
                   Move  "NORM"        to Resolve-Stage
                   Move  Reject-Reason to Resolve-Reason
                   Perform Norm-Resolve-sec
                 End-if
           End-read.
       Norm-Collect-Read-ex.
           Exit.
      *
      *================= Position Resolution  ==========================
      *
       Norm-Resolve-sec section.
       Norm-Resolve.
      *   Sort output position -> sort input position through the
      *   audit; past any edit rejects, then any script rejects ->
      *   converted-stream position; then the lineage names the file
      *   and line.  The case and delta stages renumber the records
      *   in between and leave no trail to follow back.
           Move 0 to Resolve-Position.
           IF  Delta-Stage-sw = 0
           and Case-Stage-sw  = 0
           and Reject-Index > 0
           and Reject-Index Not > AUDIT-TABLE-MAX-ENTRIES
             Move Audit-Item-Original (Reject-Index)
                                       to Resolve-Position
           End-if.
           IF  Resolve-Position = 0
             Move Reject-Index         to Resolve-Position
             Perform Unresolved-Log-sec
             Go to Norm-Resolve-ex
           End-if.
           IF  Edit-Stage-sw = 1
             Perform Edit-Shift-sec
                     Varying Edit-Sub FROM 1 by 1
                     until   Edit-Sub > Edit-Count
           End-if.
           IF  Script-Stage-sw = 1
             Perform Script-Shift-sec
                     Varying Script-Sub FROM 1 by 1
                     until   Script-Sub > Script-Count
           End-if.
           Perform Lineage-Resolve-sec.
       Norm-Resolve-ex.
           Exit.
      *
       Script-Shift-sec section.
       Script-Shift.
      *   Ascending reject positions: each at or before the running
      *   position was a record the sort never saw ahead of it.
           IF  Script-Item-Position (Script-Sub)
                                       Not > Resolve-Position
             Add 1 to Resolve-Position
           End-if.
       Script-Shift-ex.
           Exit.
      *
       Edit-Shift-sec section.
       Edit-Shift.
      *   The same walk over the edit rejects - it leaves the position
      *   among the script survivors.
           IF  Edit-Item-Position (Edit-Sub)
                                       Not > Resolve-Position
             Add 1 to Resolve-Position
           End-if.
       Edit-Shift-ex.
           Exit.
      *
       Lineage-Resolve-sec section.
       Lineage-Resolve.
      *   Input record zero is the conversion stage's one-shot UTF-8
      *   record - not any partner's line.
           Move 0 to Resolve-Found-sw.
           IF  Resolve-Position > 0
           and Resolve-Position Not > Lineage-Count
             IF  Lineage-Item-Input (Resolve-Position) > 0
               Move 1 to Resolve-Found-sw
             End-if
           End-if.
           IF  Resolve-Found-sw = 1
             Move  Lineage-Item-File  (Resolve-Position)
                                       to Sort-File-Number
             Move  Lineage-Item-Input (Resolve-Position)
                                       to Sort-Input-Number
             Move  Resolve-Disposition to Sort-Disposition
             Move  Resolve-Stage       to Sort-Stage
             Move  Resolve-Reason      to Sort-Reason
             Release Sort-Record
             Add   1                   to Count-Details
           Else
             Perform Unresolved-Log-sec
           End-if.
       Lineage-Resolve-ex.
           Exit.
      *
       Unresolved-Log-sec section.
       Unresolved-Log.
           Add     1 to Count-Unresolved.
           Move    SPACES to Debug-Text.
           STRING  "Not tied back: " Resolve-Stage " "
                   Resolve-Reason
                   delimited by size into Debug-Text.
           Move    Resolve-Position to Debug-Value.
           Move    1                to Error-Display-sw.
           Perform Debug-Display-sec.
       Unresolved-Log-ex.
           Exit.
      *
      *================= Sort Output Procedure  ========================
      *
       Ack-Build-sec section.
       Ack-Build.
      *   Sort-Record holds the next detail not yet placed - each
      *   entry takes the details carrying its own file number.
           Move    1 to Sort-Return-Flag.
           Perform Sort-Next-sec.
           Perform Ack-Entry-sec
                   Varying Batch-Sub FROM 1 by 1
                   until   Batch-Sub > Manifest-Count.
      *   File numbers past the manifest - a lineage from another
      *   cycle's manifest - belong to no acknowledgement.
           Perform Sort-Drain-sec
                   until Sort-Return-Flag = 0.
       Ack-Build-ex.
           Exit.
      *
       Sort-Next-sec section.
       Sort-Next.
           Return Sort-File
               at End  Move 0 to Sort-Return-Flag
           End-return.
       Sort-Next-ex.
           Exit.
      *
       Sort-Drain-sec section.
       Sort-Drain.
           Move    Sort-Input-Number to Resolve-Position.
           Move    Sort-Stage        to Resolve-Stage.
           Move    Sort-Reason       to Resolve-Reason.
           Perform Unresolved-Log-sec.
           Perform Sort-Next-sec.
       Sort-Drain-ex.
           Exit.
      *
      *-------- One acknowledgement per input file ----------------------
       Ack-Entry-sec section.
       Ack-Entry.
           Move 0 to Detail-Count.
           Move 0 to Entry-Rejected.
           Move 0 to Entry-Warned.
           Perform Ack-Gather-sec
                   until Sort-Return-Flag = 0
                      or Sort-File-Number > Batch-Sub.
           Perform Input-Scan-sec.
           Perform Partner-Codepage-sec.
           IF  Single-Input-sw = 1
             Move "ICU_Conv_Ack.txt" to Ack-File-Name
           Else
             Move   Batch-Sub to Batch-File-NN
             Move   SPACES    to Ack-File-Name
             STRING "ICU_Conv_Ack_" Batch-File-NN ".txt"
                    delimited by size into Ack-File-Name
           End-if.
           Move ZERO to File-Status-Flag.
           Open Output Ack-File.
           IF  File-Status-Flag Not = "00"
             Move "Ack File Open Error - code: " to Debug-Text
             Move File-Status-Flag               to Debug-Value
             Move 1                              to Error-Display-sw
             Perform Debug-Display-sec
             Go to Ack-Entry-ex
           End-if.
      *    --- header: the input's own business date ----------------
           Move    Entry-Header-Date to Ack-Header-Date.
           Move    Entry-Header-Gen  to Ack-Header-Gen.
           Move    Ack-Header        to Ack-Text.
           Perform Ack-Write-sec.
      *    --- counts -----------------------------------------------
           Move    Entry-Received    to Ack-Summary-Received.
           IF  Entry-Rejected > Entry-Received
             Move  0                 to Ack-Summary-Accepted
           Else
             Compute Ack-Summary-Accepted
                       = Entry-Received - Entry-Rejected
           End-if.
           Move    Entry-Rejected    to Ack-Summary-Rejected.
           Move    Entry-Warned      to Ack-Summary-Warned.
           Move    Manifest-Name (Batch-Sub) to Ack-Summary-Input.
           Move    Ack-Summary       to Ack-Text.
           Perform Ack-Write-sec.
      *    --- one line per rejected or warned record ---------------
           Perform Ack-Detail-Write-sec
                   Varying Detail-Sub FROM 1 by 1
                   until   Detail-Sub > Detail-Count.
           Move    Detail-Count      to Ack-Trailer-Count.
           Move    Ack-Trailer       to Ack-Text.
           Perform Ack-Write-sec.
           Close   Ack-File.
           Add     1                 to Count-Acks-Written.
           Add     Entry-Received    to Count-Received-Total.
           Move    "Acknowledgement written ----:" to Debug-Text.
           Move    Ack-File-Name                    to Debug-Value.
           Perform Debug-Display-sec.
       Ack-Entry-ex.
           Exit.
      *
       Ack-Gather-sec section.
       Ack-Gather.
      *   A file number below this entry's was passed by every
      *   earlier entry - only file zero or a gap gets here.
           IF  Sort-File-Number < Batch-Sub
             Perform Sort-Drain-sec
             Go to Ack-Gather-ex
           End-if.
           IF  Detail-Count < DETAIL-TABLE-MAX-ENTRIES
             Add  1 to Detail-Count
             Move Sort-Input-Number
                            to Detail-Input-Number (Detail-Count)
             Move Sort-Disposition
                            to Detail-Disposition  (Detail-Count)
             Move Sort-Stage
                            to Detail-Stage        (Detail-Count)
             Move Sort-Reason
                            to Detail-Reason       (Detail-Count)
             IF  Sort-Disposition = "R"
               Add 1 to Entry-Rejected
             Else
               Add 1 to Entry-Warned
             End-if
           Else
             Move    Sort-Input-Number to Resolve-Position
             Move    Sort-Stage        to Resolve-Stage
             Move    Sort-Reason       to Resolve-Reason
             Perform Unresolved-Log-sec
           End-if.
           Perform Sort-Next-sec.
       Ack-Gather-ex.
           Exit.
      *
       Ack-Detail-Write-sec section.
       Ack-Detail-Write.
           Compute Ack-Detail-Line
                     = Detail-Input-Number (Detail-Sub)
                     + Entry-Line-Offset.
           Move    Detail-Disposition (Detail-Sub)
                                     to Ack-Detail-Disposition.
           Move    Detail-Stage (Detail-Sub) to Ack-Detail-Stage.
           Move    0 to Reason-Found-sw.
           Perform Reason-Lookup-sec
                   Varying Reason-Sub FROM 1 by 1
                   until   Reason-Sub > REASON-TABLE-ENTRIES
                      or   Reason-Found-sw = 1.
           IF  Reason-Found-sw = 0
             IF  Detail-Disposition (Detail-Sub) = "R"
               Move "R999"          to Ack-Detail-Code
             Else
               Move "W999"          to Ack-Detail-Code
             End-if
             Move SPACES            to Ack-Detail-Text
             STRING "UNCLASSIFIED - "
                    Detail-Reason (Detail-Sub)
                    delimited by size into Ack-Detail-Text
           End-if.
           Move    Ack-Detail        to Ack-Text.
           Perform Ack-Write-sec.
       Ack-Detail-Write-ex.
           Exit.
      *
       Reason-Lookup-sec section.
       Reason-Lookup.
           IF  Reason-Stage    (Reason-Sub) = Detail-Stage  (Detail-Sub)
           and Reason-Internal (Reason-Sub) = Detail-Reason (Detail-Sub)
             Move 1                        to Reason-Found-sw
             Move Reason-Code (Reason-Sub) to Ack-Detail-Code
             Move Reason-Text (Reason-Sub) to Ack-Detail-Text
           End-if.
       Reason-Lookup-ex.
           Exit.
      *
      *-------- Received count and business date of the input ----------
       Input-Scan-sec section.
       Input-Scan.
           Move 0                to Entry-Received.
           Move 0                to Entry-Header-sw.
           Move 0                to Entry-Line-Offset.
           Move Current-Run-Date to Entry-Header-Date.
           Move 1                to Entry-Header-Gen.
           Move Manifest-Name (Batch-Sub) to Input-File-Name.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Scan-Read-Flag
             Perform Input-Scan-Read-sec
                     until Scan-Read-Flag = 0
             Close Input-File
           Else
      *      The input has been moved on since the cycle ran - its
      *      lineage lines still count what was received.
             IF  File-Status-Flag = "05"
               Close Input-File
             End-if
             Perform Lineage-Count-File-sec
                     Varying Detail-Sub FROM 1 by 1
                     until   Detail-Sub > Lineage-Count
           End-if.
       Input-Scan-ex.
           Exit.
      *
       Input-Scan-Read-sec section.
       Input-Scan-Read.
           Read Input-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Evaluate True
                   When Input-Record (1 : 3) = "HDR"
                     IF  Entry-Received = 0 and Entry-Header-sw = 0
                       Move 1 to Entry-Header-sw
                       Move 1 to Entry-Line-Offset
                       Move Input-Record (16 : 8) to Entry-Header-Date
                       IF  Input-Record (24 : 4) Numeric
                         Move Input-Record (24 : 4)
                                                  to Entry-Header-Gen
                       End-if
                     End-if
                   When Input-Record (1 : 3) = "TRL"
                     Continue
                   When Other
                     Add 1 to Entry-Received
                 End-evaluate
           End-read.
       Input-Scan-Read-ex.
           Exit.
      *
       Lineage-Count-File-sec section.
       Lineage-Count-File.
           IF  Lineage-Item-File  (Detail-Sub) = Batch-Sub
           and Lineage-Item-Input (Detail-Sub) > 0
             Add 1 to Entry-Received
           End-if.
       Lineage-Count-File-ex.
           Exit.
      *
      *-------- The partner's own codepage ------------------------------
       Partner-Codepage-sec section.
       Partner-Codepage.
      *   An AUTO entry was read through charset detection and the
      *   codepage found is not kept - its acknowledgement goes out
      *   in UTF-8.
           Evaluate True
             When Manifest-Source (Batch-Sub) = "AUTO"
               Move   CONVERTER-UTF-8 to Partner-Converter-Name
             When Manifest-Source (Batch-Sub) Not = SPACES
               Move   SPACES to Partner-Converter-Name
               STRING Manifest-Source (Batch-Sub)
                            delimited by SPACE
                      X"00" delimited by size
                        into Partner-Converter-Name
             When Other
               Move   Default-Source-Converter
                                      to Partner-Converter-Name
           End-evaluate.
           Move    "Acknowledgement codepage ---:" to Debug-Text.
           Move    Partner-Converter-Name           to Debug-Value.
           Perform Debug-Display-sec.
       Partner-Codepage-ex.
           Exit.
      *
      *-------- Convert one line and write it ---------------------------
       Ack-Write-sec section.
       Ack-Write.
           Move    132 to Ack-Text-Length.
           Move    0   to Ack-Trim-sw.
           Perform Ack-Trim-sec
                   until Ack-Trim-sw = 1.
           IF  Ack-Text-Length = 0
             Move 1 to Ack-Text-Length
           End-if.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucnv_convert(
      *                         const char * toConverterName,
      *                         const char * fromConverterName,
      *                         char  * target,
      *                         int32_t targetCapacity,
      *                         const char * source,
      *                         int32_t sourceLength,
      *                         UErrorCode * err )
      *
      *   Converts a sequence of bytes from one codepage to another.
      *   Returns: number of bytes needed in target
      *
           Move    ZERO to UErrorCode.
           Move    SPACES to Ack-Converted.
           STRING "ucnv_convert" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by reference Partner-Converter-Name
                                  by reference CONVERTER-UTF-8
                                  by reference Ack-Converted
                                  by value     Ack-destCapacity
                                  by reference Ack-Text
                                  by value     Ack-Text-Length
                                  by reference UErrorCode
                                  Returning    Ack-Converted-Length.
           Perform Check-Call-to-API-sec.
      *    A line the converter could not take goes out as built -
      *    a readable line beats a missing one.
           IF  U-FAILURE
           or  Ack-Converted-Length < 1
           or  Ack-Converted-Length > Ack-destCapacity
             Move Ack-Text        to Ack-Converted
             Move Ack-Text-Length to Ack-Converted-Length
           End-if.
           Move  Ack-Converted-Length to Ack-Record-Length.
           Move  Ack-Converted (1 : Ack-Record-Length) to Ack-Record.
           Write Ack-Record.
       Ack-Write-ex.
           Exit.
      *
       Ack-Trim-sec section.
       Ack-Trim.
           IF  Ack-Text-Length = 0
             Move 1 to Ack-Trim-sw
           Else
             IF  Ack-Text (Ack-Text-Length : 1) Not = SPACE
               Move 1 to Ack-Trim-sw
             Else
               Subtract 1 from Ack-Text-Length
             End-if
           End-if.
       Ack-Trim-ex.
           Exit.
      *
      *================= Control Cards  ================================
      *
       Codepage-Read-sec section.
       Codepage-Read.
      *    The conversion stage's codepage card - its source converter
      *    is the codepage of any input the manifest names none for.
           Move ZERO to File-Status-Flag.
           Open Input Codepage-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Codepage-Control-File
                 at End  Continue
                 not at End
                   IF  Control-Source-Converter Not = SPACES
                   and Control-Source-Converter Not = "AUTO"
                     Move   SPACES to Default-Source-Converter
                     STRING Control-Source-Converter
                                  delimited by SPACE
                            X"00" delimited by size
                              into Default-Source-Converter
                   End-if
             End-read
             Close Codepage-Control-File
           End-if.
           Move    "Default partner codepage ---:" to Debug-Text.
           Move    Default-Source-Converter         to Debug-Value.
           Perform Debug-Display-sec.
       Codepage-Read-ex.
           Exit.
      *
       Script-Control-Read-sec section.
       Script-Control-Read.
      *    Script-Stage-sw defaults to 0 (off) above - with the stage
      *    off its reject file is a stale one from an earlier cycle
      *    and is not read.
           Move ZERO to File-Status-Flag.
           Open Input Script-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Script-Control-File
                 at End  Continue
                 not at End
                   IF Script-Control-Record = "Y" or "y"
                     Move 1 to Script-Stage-sw
                   End-if
             End-read
             Close Script-Control-File
           End-if.
           Move    "Script validation stage ----:" to Debug-Text.
           Move    Script-Stage-sw                  to Debug-Value.
           Perform Debug-Display-sec.
       Script-Control-Read-ex.
           Exit.
      *
       Edit-Control-Read-sec section.
       Edit-Control-Read.
           Move ZERO to File-Status-Flag.
           Open Input Edit-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Edit-Control-File
                 at End  Continue
                 not at End
                   IF Edit-Control-Record = "Y" or "y"
                     Move 1 to Edit-Stage-sw
                   End-if
             End-read
             Close Edit-Control-File
           End-if.
           Move    "Field edit stage -----------:" to Debug-Text.
           Move    Edit-Stage-sw                    to Debug-Value.
           Perform Debug-Display-sec.
       Edit-Control-Read-ex.
           Exit.
      *
       Case-Control-Read-sec section.
       Case-Control-Read.
           Move ZERO to File-Status-Flag.
           Open Input Case-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Case-Control-File
                 at End  Continue
                 not at End
                   IF Case-Control-Record = "Y" or "y"
                     Move 1 to Case-Stage-sw
                   End-if
             End-read
             Close Case-Control-File
           End-if.
           Move    "Case folding stage ---------:" to Debug-Text.
           Move    Case-Stage-sw                    to Debug-Value.
           Perform Debug-Display-sec.
       Case-Control-Read-ex.
           Exit.
      *
       Delta-Control-Read-sec section.
       Delta-Control-Read.
           Move ZERO to File-Status-Flag.
           Open Input Delta-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Delta-Control-File
                 at End  Continue
                 not at End
                   IF Delta-Control-Record = "Y" or "y"
                     Move 1 to Delta-Stage-sw
                   End-if
             End-read
             Close Delta-Control-File
           End-if.
           Move    "Delta stage ----------------:" to Debug-Text.
           Move    Delta-Stage-sw                   to Debug-Value.
           Perform Debug-Display-sec.
       Delta-Control-Read-ex.
           Exit.
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
      *===============  End-of-run Control Totals  ======================
      *
       Report-Trailer-sec section.
       Report-Trailer.
           Move    1                     to Error-Display-sw.
           Move    "-----------------------------" to Debug-Text.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Acknowledgements written --:" to Debug-Text.
           Move    Count-Acks-Written    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Records received ----------:" to Debug-Text.
           Move    Count-Received-Total  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Rejects/exceptions tied ---:" to Debug-Text.
           Move    Count-Details         to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Not tied back -------------:" to Debug-Text.
           Move    Count-Unresolved      to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *
      *=================== Libraries / DLLs  ============================
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
      *================= Machine-Readable Run History  ==================
      *
       History-Write-sec section.
       History-Write.
      *   One machine-readable record per run, appended at end of
      *   job so run times, volumes and failure frequency build up
      *   a history the overwritten debug log cannot provide.
           Accept History-End-Date from DATE YYYYMMDD.
           Accept History-End-Time from TIME.
           Move SPACES                to History-Build.
           Move "ICU-Ack"             to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Received-Total  to History-Input-Count.
           Move Count-Acks-Written    to History-Output-Count.
           Move Count-Details         to History-Reject-Count.
           Move Count-Unresolved      to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Count-Unresolved > 0
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
