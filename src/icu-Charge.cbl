      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Charge".
      *
      * Per-partner volume and chargeback for the monthly billing
      **
      * The program includes the following steps:
      * - Read the conversion manifest "ICU_Conv_Manifest.txt": each
      *         entry's partner is its Manifest-Partner-Id, or the
      *         input file name without one (the classic single-file
      *         run is one entry, "ICU_Conv_Input.txt")
      * - Count each partner file's data records - RECEIVED
      * - Read the conversion lineage "ICU_Conv_Lineage.txt": the
      *         range of conversion output positions each manifest
      *         file occupies, and its records written - CONVERTD
      * - Attribute every reject back to its partner through those
      *         ranges - REJECTED: the script rejects
      *         "ICU_Script_Reject.txt", field-edit rejects
      *         "ICU_Edit_Reject.txt" and case-fold rejects
      *         "ICU_Case_Reject.txt" when their stages ran
      *         (ICU_Pipeline_Script.txt / ICU_Pipeline_Edit.txt /
      *         ICU_Pipeline_Case.txt), each position mapped back
      *         past the records the earlier stages dropped (case
      *         rejects on a delta night are unattributed); the
      *         normalization rejects
      *         "ICU_Norm_Reject.txt" through the sort audit
      *         "ICU_Coll_Audit.txt" (the last line for each sorted
      *         position - the file accumulates run after run)
      * - Attribute ICU-Repair's resubmitted records through its
      *         repair lineage "ICU_Repair_Lineage.txt" - REPAIRED
      * - Bill each partner's records that reached the master -
      *         converted less rejected - once per subscriber cut
      *         "ICU_Extract_NN.txt" written for tonight's business
      *         date (subscribers from "ICU_Extract_Subs.txt") -
      *         DELIVERD
      * - Keep the month-to-date ledger "ICU_Charge_MTD.txt": one
      *         line per business date, partner, activity and
      *         subscriber.  A rerun replaces its own business
      *         date's lines instead of adding to them, so reruns
      *         never double count; lines older than the previous
      *         month are dropped
      * - Price the month-to-date quantities from the rate card
      *         "ICU_Charge_Rates.txt" (activity, optional partner,
      *         unit price - a partner's own line overrides the
      *         default)
      * - Write the billing report "ICU_Charge_Report.txt" and the
      *         fixed-layout finance interface file
      *         "ICU_Charge_Interface.txt" under the suite's standard
      *         HDR/TRL (id CHARGE, the business date)
      * - Write debugging information to Display and
      *         log file "ICU_Charge_log.txt"
      *
      * The business date is the conversion output's HDR date.  A
      * reject that cannot be traced to a partner - the sort audit
      * does not describe the conversion output when the case or
      * delta stages ran - is reported as UNATTRIBUTED and not
      * billed, with return code 4.
      *
      * No ICU APIs are used.
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
      * ------------------ Batch Input Manifest  --------------------
             Select Optional Manifest-File
                    Assign to "ICU_Conv_Manifest.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Partner Input File  -----------------
      *      Reopened under each manifest entry's name in turn.
             Select Optional Input-File
                    Assign to Input-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Conversion Output  -----------------
      *      Read for its HDR business date only.
             Select Optional Conv-Output-File
                    Assign to "ICU_Conv_Output.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Conversion Lineage File  -----------------
             Select Optional Lineage-File
                    Assign to "ICU_Conv_Lineage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Stage Control Cards  ----------------------
      *      The same cards the driver reads - Stage-Card-Name picks
      *      the card.
             Select Optional Stage-Control-File
                    Assign to Stage-Card-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Script Reject File  ---------------------
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
      * ------------------- Case-Fold Reject File  --------------------
             Select Optional Case-Reject-File
                    Assign to "ICU_Case_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Normalization Reject File  ---------------
             Select Optional Norm-Reject-File
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
      * ------------------- Repair Lineage File  ---------------------
             Select Optional Repair-Lineage-File
                    Assign to "ICU_Repair_Lineage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Subscriber Card  -----------------
             Select Optional Subs-Control-File
                    Assign to "ICU_Extract_Subs.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Subscriber Extract File  -----------------
      *      Read for its HDR business date only.
             Select Optional Extract-File
                    Assign to Extract-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Rate Card  -----------------
             Select Optional Rates-Control-File
                    Assign to "ICU_Charge_Rates.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Month-to-Date Ledger  -----------------
      *      Rewritten every run through the work copy below.
             Select Optional MTD-File
                    Assign to "ICU_Charge_MTD.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
             Select Optional MTD-Work-File
                    Assign to "ICU_Charge_MTD_Work.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Billing Report  -----------------
             Select Optional Report-File
                    Assign to "ICU_Charge_Report.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Billing Interface File  -----------------
             Select Optional Interface-File
                    Assign to "ICU_Charge_Interface.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Charge_log.txt"
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
      *   Same layout icu-Conv.cbl reads.
       FD Manifest-File.
         01 Manifest-Record.
           03  Manifest-Input-Name         pic X(64).
           03  Manifest-Source-Converter   pic X(32).
           03  Manifest-Target-Converter   pic X(32).
           03  Manifest-Partner-Id         pic X(16).
       FD Input-File
                       Record  varying from 1 to  200 characters.
         01 Input-Record                   pic X(200).
       FD Conv-Output-File
                       Record  varying from 1 to  200 characters.
         01 Conv-Output-Record             pic X(200).
      *   Same layout icu-Conv.cbl's Lineage-Write-sec writes.
       FD Lineage-File
                       Record contains 23 characters.
         01 Lineage-Record.
           03  Lineage-Output-Number       pic 9(9).
           03  Filler                      pic X.
           03  Lineage-File-Number         pic 999.
           03  Filler                      pic X.
           03  Lineage-Input-Number        pic 9(9).
       FD Stage-Control-File.
         01 Stage-Control-Record           pic X(1).
      *   Same layout icu-Script.cbl's Reject-Write-sec writes.
       FD Script-Reject-File
                       Record contains 220 characters.
         01 Script-Reject-Record.
           03  Script-Reject-Index         pic 9(9).
           03  Filler                      pic X.
           03  Script-Reject-Reason        pic X(9).
           03  Filler                      pic X.
           03  Script-Reject-Text          pic X(200).
      *   Same layout icu-Edit.cbl's Reject-Write-sec writes - only
      *   the position is needed here.
       FD Edit-Reject-File
                       Record contains 242 characters.
         01 Edit-Reject-Record.
           03  Edit-Reject-Index           pic 9(9).
           03  Filler                      pic X(233).
      *   Same layout icu-Case.cbl's Reject-Write-sec writes - only
      *   the position is needed here.
       FD Case-Reject-File
                       Record contains 230 characters.
         01 Case-Reject-Record.
           03  Case-Reject-Index           pic 9(9).
           03  Filler                      pic X(221).
      *   Same layout icu-Norm.cbl's Reject-Write-sec writes.
       FD Norm-Reject-File
                       Record contains 100 characters.
         01 Norm-Reject-Record.
           03  Norm-Reject-Index           pic 9(9).
           03  Filler                      pic X(91).
      *   Same layout icu-Coll.cbl's Audit-Write-sec writes.
       FD Audit-File
                       Record contains 100 characters.
         01 Audit-Record.
           03  Audit-Output-Position       pic 9(9).
           03  Filler                      pic X.
           03  Audit-Original-Position     pic 9(9).
           03  Filler                      pic X.
           03  Audit-Text                  pic X(80).
      *   Same layout icu-Repair.cbl's Repair-Lineage-Write-sec
      *   writes.
       FD Repair-Lineage-File
                       Record contains 20 characters.
         01 Repair-Lineage-Record.
           03  Repair-Lineage-Source       pic X(4).
           03  Filler                      pic X.
           03  Repair-Lineage-File-Number  pic 999.
           03  Filler                      pic X.
           03  Repair-Lineage-Index        pic 9(9).
           03  Filler                      pic X.
           03  Repair-Lineage-Outcome      pic X(1).
      *   Same layout icu-Extract.cbl reads.
       FD Subs-Control-File.
         01 Subs-Control-Record.
           03  Control-Sub-Number          pic 99.
           03  Filler                      pic X.
           03  Control-Sub-Id              pic X(12).
           03  Filler                      pic X.
           03  Control-Sub-Codepage        pic X(32).
           03  Filler                      pic X.
           03  Control-Sub-Format          pic X(1).
           03  Filler                      pic X.
           03  Control-Sub-Delimiter       pic X(1).
       FD Extract-File
                       Record  varying from 1 to  200 characters.
         01 Extract-Record                 pic X(200).
      *   Activity, partner (blank - every partner without its own
      *   line), unit price in ten-thousandths.
       FD Rates-Control-File.
         01 Rates-Control-Record.
           03  Control-Rate-Activity       pic X(8).
           03  Filler                      pic X.
           03  Control-Rate-Partner        pic X(16).
           03  Filler                      pic X.
           03  Control-Rate-Price          pic 9(5)V9(4).
       FD MTD-File
                       Record contains 47 characters.
         01 MTD-Record                     pic X(47).
       FD MTD-Work-File
                       Record contains 47 characters.
         01 MTD-Work-Record                pic X(47).
       FD Report-File
                       Record contains 132 characters.
         01 Report-Record                  pic X(132).
       FD Interface-File
                       Recording Mode is F
                       Record contains 100 characters.
         01 Interface-Record               pic X(100).
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
      *
      * ---------------------- File Variables -----------------
       01  File-Status-Flag                pic X(2).
       01  Scan-Read-Flag                  pic 9    value 0.
       01  MTD-Write-Flag                  pic 9    value 0.
       01  Report-Write-Flag               pic 9    value 0.
       01  Interface-Write-Flag            pic 9    value 0.
       01  Input-File-Name         pic X(64) value "ICU_Conv_Input.txt".
       01  Stage-Card-Name                 pic X(64).
       01  Extract-File-Name               pic X(64).
       01  Sub-File-NN                     pic 99.
      * ------------------ Stage switches  -----------------------------
       01  Stage-Card-sw                   pic 9    value 0.
       01  Script-Stage-sw                 pic 9    value 0.
       01  Edit-Stage-sw                   pic 9    value 0.
       01  Case-Stage-sw                   pic 9    value 0.
       01  Delta-Stage-sw                  pic 9    value 0.
      * ------------------ Business date  ------------------------------
      *   Billing-Month is the business date's month; lines of the
      *   month before it are kept on the ledger, in case that
      *   month's last night is rerun, and anything older dropped.
       01  Business-Date.
           03  Business-Month.
             05  Business-Year              pic 9(4).
             05  Business-Month-Number      pic 9(2).
           03  Business-Day                 pic 9(2).
       01  Previous-Month.
           03  Previous-Year                pic 9(4).
           03  Previous-Month-Number        pic 9(2).
      * ------------------ Manifest entries  ---------------------------
      *   One entry per manifest line, in manifest order - the file
      *   numbers the conversion lineage carries.  Range-First /
      *   Range-Last are the conversion output positions the file's
      *   records occupy.
       77  Entry-Table-Max-Entries          pic 99 value 99.
       01  Entry-Count                      pic 99  Binary value 0.
       01  Entry-Table.
           03  Entry-Item                   occurs 99.
             05  Entry-Input-Name           pic X(64).
             05  Entry-Partner-Sub          pic 9(3) Binary.
             05  Entry-Range-First          pic 9(9) Binary.
             05  Entry-Range-Last           pic 9(9) Binary.
       01  Entry-Sub                        pic 99  Binary.
      * ------------------ Partner table  ------------------------------
      *   Every partner billed tonight or earlier this month.  The
      *   activity quantities are subscripted 1 RECEIVED, 2 CONVERTD,
      *   3 REJECTED, 4 REPAIRED; deliveries by subscriber number.
       77  Partner-Table-Max-Entries        pic 9(3) value 200.
       01  Partner-Count                    pic 9(3) Binary value 0.
       01  Partner-Table.
           03  Partner-Item                 occurs 200.
             05  Partner-Id                 pic X(16).
             05  Partner-Night-Qty          pic 9(9) Binary occurs 4.
             05  Partner-Night-Deliver      pic 9(9) Binary occurs 99.
             05  Partner-MTD-Qty            pic 9(9) Binary occurs 4.
             05  Partner-MTD-Deliver        pic 9(9) Binary occurs 99.
       01  Partner-Sub                      pic 9(3) Binary.
       01  Partner-Find-Id                  pic X(16).
       01  Partner-Found-Sub                pic 9(3) Binary.
       01  Unattributed-Id                  pic X(16)
                                            value "*UNATTRIBUTED*".
       01  Unattributed-Sub                 pic 9(3) Binary value 0.
       01  Activity-Names                   pic X(32) value
                       "RECEIVEDCONVERTDREJECTEDREPAIRED".
       01  Filler Redefines Activity-Names.
           03  Activity-Name                pic X(8) occurs 4.
       01  Activity-Sub                     pic 9    Binary.
       01  Activity-Match-Sub               pic 9    Binary.
       77  ACT-RECEIVED                     pic 9    value 1.
       77  ACT-CONVERTED                    pic 9    value 2.
       77  ACT-REJECTED                     pic 9    value 3.
       77  ACT-REPAIRED                     pic 9    value 4.
      * ------------------ Dropped-record positions  -------------------
      *   The positions the script and edit stages dropped, in their
      *   own input's numbering - a later stage's position maps back
      *   to the stage before it by stepping past every drop at or
      *   before it.  The normalization rejects keep the partner
      *   they were attributed to, for the repair lineage.
       77  Drop-Table-Max-Entries           pic 9(5) value 10000.
       01  Script-Drop-Count                pic 9(5) Binary value 0.
       01  Script-Drop-Table.
           03  Script-Drop-Position         pic 9(9) Binary
                                            occurs 10000.
       01  Edit-Drop-Count                  pic 9(5) Binary value 0.
       01  Edit-Drop-Table.
           03  Edit-Drop-Position           pic 9(9) Binary
                                            occurs 10000.
       01  Norm-Drop-Count                  pic 9(5) Binary value 0.
       01  Norm-Drop-Table.
           03  Norm-Drop-Item               occurs 10000.
             05  Norm-Drop-Index            pic 9(9) Binary.
             05  Norm-Drop-Partner-Sub      pic 9(3) Binary.
       01  Drop-Sub                         pic 9(5) Binary.
      * ------------------ Sort audit  --------------------------------
      *   Audit-Item-Original (N) is the pre-sort position of sort
      *   output record N.  ICU-Coll extends the audit file run after
      *   run, so a later line for the same position overwrites an
      *   earlier one - the last, tonight's, wins.
       77  AUDIT-TABLE-MAX-ENTRIES          pic 9(5) value 40000.
       01  Audit-Table.
           03  Audit-Item-Original          pic 9(9) occurs 40000.
       01  Drop-Overflow-sw                 pic 9    value 0.
       01  Map-Position                     pic 9(9) Binary.
       01  Map-Done-sw                      pic 9    value 0.
       01  Map-Found-sw                     pic 9    value 0.
       01  Lineage-Position                 pic 9(9) Binary value 0.
      * ------------------ Subscribers  --------------------------------
      *   By subscriber number - whether tonight's cut was written.
       01  Sub-Table.
           03  Sub-Item                     occurs 99.
             05  Sub-Id                     pic X(12).
             05  Sub-Cut-sw                 pic 9.
       01  Sub-Sub                          pic 99  Binary.
       01  Count-Subscribers                pic 99  Binary value 0.
       01  Count-Cuts                       pic 99  Binary value 0.
      * ------------------ Rate card  ----------------------------------
       77  Rate-Table-Max-Entries           pic 9(3) value 200.
       01  Rate-Count                       pic 9(3) Binary value 0.
       01  Rate-Table.
           03  Rate-Item                    occurs 200.
             05  Rate-Activity              pic X(8).
             05  Rate-Partner               pic X(16).
             05  Rate-Price                 pic 9(5)V9(4).
       01  Rate-Sub                         pic 9(3) Binary.
       01  Rate-Partner-Found-sw            pic 9    value 0.
       01  Rate-Default-Found-sw            pic 9    value 0.
       01  Rate-Default-Price               pic 9(5)V9(4).
      * ------------------ Month-to-date ledger line  ------------------
       01  MTD-Line.
           03  MTD-Date.
             05  MTD-Month                  pic X(6).
             05  Filler                     pic X(2).
           03  Filler                       pic X value space.
           03  MTD-Partner                  pic X(16).
           03  Filler                       pic X value space.
           03  MTD-Activity                 pic X(8).
           03  Filler                       pic X value space.
           03  MTD-Sub-Number               pic 99.
           03  Filler                       pic X value space.
           03  MTD-Quantity                 pic 9(9).
       01  MTD-Kept-Count                   pic 9(9) Binary value 0.
       01  MTD-Dropped-Count                pic 9(9) Binary value 0.
       01  MTD-Tonight-Count                pic 9(9) Binary value 0.
      * ------------------ Charge line in hand  ------------------------
       01  Line-Activity                    pic X(8).
       01  Line-Sub-Number                  pic 99.
       01  Line-Night-Qty                   pic 9(9) Binary.
       01  Line-MTD-Qty                     pic 9(9) Binary.
       01  Line-Price                       pic 9(5)V9(4).
       01  Line-Amount                      pic 9(11)V99.
       01  Partner-Amount                   pic 9(11)V99.
       01  Grand-Amount                     pic 9(11)V99 value 0.
       01  Missing-Rate-Count               pic 9(5) Binary value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Received                   pic 9(9) Binary value 0.
       01  Count-Converted                  pic 9(9) Binary value 0.
       01  Count-Rejected                   pic 9(9) Binary value 0.
       01  Count-Repaired                   pic 9(9) Binary value 0.
       01  Count-Delivered                  pic 9(9) Binary value 0.
       01  Count-Unattributed               pic 9(9) Binary value 0.
       01  Count-Interface-Lines            pic 9(9) Binary value 0.
       01  Survivor-Count                   pic S9(9) Binary.
      * ------------------ Report lines  ----------------------------
       01  Report-Line-Work                pic X(132).
       01  Report-Count-Disp               pic 9(9).
       01  Report-Detail.
           03  Detail-Partner              pic X(16).
           03  Filler                      pic X(2) value spaces.
           03  Detail-Activity             pic X(8).
           03  Filler                      pic X(2) value spaces.
           03  Detail-Sub-Id               pic X(12).
           03  Filler                      pic X(2) value spaces.
           03  Detail-Night-Qty            pic ZZZ,ZZZ,ZZ9.
           03  Filler                      pic X(2) value spaces.
           03  Detail-MTD-Qty              pic ZZZ,ZZZ,ZZ9.
           03  Filler                      pic X(2) value spaces.
           03  Detail-Price                pic ZZ,ZZ9.9999.
           03  Filler                      pic X(2) value spaces.
           03  Detail-Amount               pic ZZ,ZZZ,ZZZ,ZZ9.99.
           03  Filler                      pic X(34) value spaces.
       01  Report-Column-Head.
           03  Filler  pic X(18) value "PARTNER".
           03  Filler  pic X(10) value "ACTIVITY".
           03  Filler  pic X(14) value "SUBSCRIBER".
           03  Filler  pic X(13) value "    TONIGHT".
           03  Filler  pic X(13) value "  MONTH-TO-DT".
           03  Filler  pic X(13) value "   UNIT PRICE".
           03  Filler  pic X(17) value "    MTD AMOUNT".
      * ------------- Billing Interface Records  ----------------------
      *   Standard HDR/TRL around one fixed line per partner, activity
      *   and subscriber: month-to-date quantity, unit price, amount.
       01  Header-Build.
           03  Filler                      pic X(3) value "HDR".
           03  Header-Build-Id             pic X(12) value "CHARGE".
           03  Header-Build-Date           pic X(8).
           03  Header-Build-Gen            pic 9(4) value 1.
       01  Trailer-Build.
           03  Filler                      pic X(3) value "TRL".
           03  Trailer-Build-Count         pic 9(9).
       01  Interface-Build.
           03  Interface-Month             pic X(6).
           03  Filler                      pic X value space.
           03  Interface-Partner           pic X(16).
           03  Filler                      pic X value space.
           03  Interface-Activity          pic X(8).
           03  Filler                      pic X value space.
           03  Interface-Sub-Number        pic 99.
           03  Filler                      pic X value space.
           03  Interface-Sub-Id            pic X(12).
           03  Filler                      pic X value space.
           03  Interface-Quantity          pic 9(9).
           03  Filler                      pic X value space.
           03  Interface-Unit-Price        pic 9(5)V9(4).
           03  Filler                      pic X value space.
           03  Interface-Amount            pic 9(11)V99.
           03  Filler                      pic X value space.
           03  Interface-Through-Date      pic X(8).
           03  Filler                      pic X(9) value spaces.
      * ---------------------- Input Buffer  --------------------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(200).
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
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
           Move ">>> Program: ICU-Charge - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Perform Business-Date-sec.
           Perform Stage-Cards-sec.
           Perform Manifest-Load-sec.
           Perform Rates-Load-sec.
           Perform Subs-Load-sec.
      *
      *   Tonight's volumes, partner by partner.
           Perform Received-Count-sec
                   Varying Entry-Sub  FROM 1 by 1
                   until   Entry-Sub  > Entry-Count.
           Perform Lineage-Load-sec.
           IF  Script-Stage-sw = 1
             Perform Script-Reject-Load-sec
           End-if.
           IF  Edit-Stage-sw = 1
             Perform Edit-Reject-Load-sec
           End-if.
           IF  Case-Stage-sw = 1
             Perform Case-Reject-Load-sec
           End-if.
           Perform Norm-Reject-Load-sec.
           Perform Repair-Lineage-Load-sec.
           Perform Deliver-Partner-sec
                   Varying Partner-Sub  FROM 1 by 1
                   until   Partner-Sub  > Partner-Count.
      *
      *   Month to date - earlier nights from the ledger, tonight
      *   from the counts above.
           Perform MTD-Update-sec.
      *
           Perform Report-Open-sec.
           Perform Interface-Open-sec.
           Perform Report-Heading-sec.
           Perform Report-Partner-sec
                   Varying Partner-Sub  FROM 1 by 1
                   until   Partner-Sub  > Partner-Count.
           Perform Report-Totals-sec.
           Perform Interface-Close-sec.
           Perform Report-Close-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   Records that could not be billed to a partner, a missing
      *   rate or a full position table leave a warning.
           IF  Count-Unattributed > 0
           or  Missing-Rate-Count > 0
           or  Drop-Overflow-sw   = 1
             Move 4 to Return-Code
           Else
             Move 0 to Return-Code
           End-if.
           Goback.
      *
      *================= Business Date  ================================
      *
       Business-Date-sec section.
       Business-Date-Get.
      *   The conversion output's HDR date; a headerless run bills
      *   under today's date.
           Accept  Business-Date from DATE YYYYMMDD.
           Move ZERO to File-Status-Flag.
           Open Input Conv-Output-File.
           IF  File-Status-Flag = "00"
             Move  SPACES to Input-Buffer
             Read  Conv-Output-File into Input-Buffer
                 at End  Continue
                 not at End
                   IF  Input-Buffer-String (1 : 3) = "HDR"
                   and Input-Buffer-String (16 : 8) Numeric
                     Move Input-Buffer-String (16 : 8)
                                             to Business-Date
                   End-if
             End-read
             Close Conv-Output-File
           Else
             IF  File-Status-Flag = "05"
               Close Conv-Output-File
             End-if
           End-if.
           IF  Business-Month-Number = 1
             Compute Previous-Year = Business-Year - 1
             Move    12            to Previous-Month-Number
           Else
             Move    Business-Year to Previous-Year
             Compute Previous-Month-Number
                       = Business-Month-Number - 1
           End-if.
           Move    "Business date --------------:" to Debug-Text.
           Move    Business-Date                    to Debug-Value.
           Perform Debug-Display-sec.
       Business-Date-ex.
           Exit.
      *
      *================= Stage Control Cards  ==========================
      *
       Stage-Cards-sec section.
       Stage-Cards.
      *   Which stages ran decides which reject files are tonight's
      *   and how far back a position maps.
           Move    "ICU_Pipeline_Script.txt" to Stage-Card-Name.
           Perform Stage-Card-Read-sec.
           Move    Stage-Card-sw             to Script-Stage-sw.
           Move    "ICU_Pipeline_Edit.txt"   to Stage-Card-Name.
           Perform Stage-Card-Read-sec.
           Move    Stage-Card-sw             to Edit-Stage-sw.
           Move    "ICU_Pipeline_Case.txt"   to Stage-Card-Name.
           Perform Stage-Card-Read-sec.
           Move    Stage-Card-sw             to Case-Stage-sw.
           Move    "ICU_Pipeline_Delta.txt"  to Stage-Card-Name.
           Perform Stage-Card-Read-sec.
           Move    Stage-Card-sw             to Delta-Stage-sw.
       Stage-Cards-ex.
           Exit.
      *
       Stage-Card-Read-sec section.
       Stage-Card-Read.
           Move 0    to Stage-Card-sw.
           Move ZERO to File-Status-Flag.
           Open Input Stage-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Stage-Control-File
                 at End  Continue
                 not at End
                   IF Stage-Control-Record = "Y" or "y"
                     Move 1 to Stage-Card-sw
                   End-if
             End-read
             Close Stage-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Stage-Control-File
             End-if
           End-if.
           Move    Stage-Card-Name (1 : 28)         to Debug-Text.
           Move    Stage-Card-sw                    to Debug-Value.
           Perform Debug-Display-sec.
       Stage-Card-Read-ex.
           Exit.
      *
      *================= Conversion Manifest  ==========================
      *
       Manifest-Load-sec section.
       Manifest-Load.
           Move ZERO to File-Status-Flag.
           Open Input Manifest-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Manifest-Read-sec
                     until Scan-Read-Flag = 0
                        or Entry-Count = Entry-Table-Max-Entries
             Close Manifest-File
           Else
             IF  File-Status-Flag = "05"
               Close Manifest-File
             End-if
           End-if.
      *   No manifest - the classic single-file run, file number 1.
           IF  Entry-Count = 0
             Move    1                    to Entry-Count
             Move    "ICU_Conv_Input.txt" to Entry-Input-Name (1)
             Move    Entry-Input-Name (1) to Partner-Find-Id
             Perform Partner-Find-sec
             Move    Partner-Found-Sub    to Entry-Partner-Sub (1)
             Move    0                    to Entry-Range-First (1)
             Move    0                    to Entry-Range-Last (1)
           End-if.
           Move    "Manifest entries -----------:" to Debug-Text.
           Move    Entry-Count                      to Debug-Value.
           Perform Debug-Display-sec.
       Manifest-Load-ex.
           Exit.
      *
       Manifest-Read-sec section.
       Manifest-Read.
           Move  SPACES to Manifest-Record.
           Read  Manifest-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Manifest-Input-Name Not = SPACES
                   Add  1 to Entry-Count
                   Move Manifest-Input-Name
                                  to Entry-Input-Name (Entry-Count)
      *            The partner is the one the manifest names, or the
      *            file itself without one - as icu-Conv.cbl keys
      *            its repertoire history.
                   IF  Manifest-Partner-Id Not = SPACES
                     Move Manifest-Partner-Id      to Partner-Find-Id
                   Else
                     Move Manifest-Input-Name (1 : 16)
                                                   to Partner-Find-Id
                   End-if
                   Perform Partner-Find-sec
                   Move Partner-Found-Sub
                                  to Entry-Partner-Sub (Entry-Count)
                   Move 0         to Entry-Range-First (Entry-Count)
                   Move 0         to Entry-Range-Last (Entry-Count)
                 End-if
           End-read.
       Manifest-Read-ex.
           Exit.
      *
      *================= Partner Table  ================================
      *
       Partner-Find-sec section.
       Partner-Find.
      *   The partner's entry, added on first sight.  A full table
      *   bills the overflow as unattributed.
           Move    0 to Partner-Found-Sub.
           Perform Partner-Compare-sec
                   Varying Partner-Sub  FROM 1 by 1
                   until   Partner-Sub  > Partner-Count
                      or   Partner-Found-Sub > 0.
           IF  Partner-Found-Sub > 0
             Go to Partner-Find-ex
           End-if.
           IF  Partner-Count < Partner-Table-Max-Entries
             Add     1               to Partner-Count
             Move    Partner-Count   to Partner-Found-Sub
             Initialize                 Partner-Item (Partner-Count)
             Move    Partner-Find-Id to Partner-Id (Partner-Count)
           Else
             Move "Partner table full - unattributed:"
                                     to Debug-Text
             Move    Partner-Find-Id to Debug-Value
             Move    1               to Error-Display-sw
             Perform Debug-Display-sec
             IF  Partner-Find-Id Not = Unattributed-Id
               Perform Unattributed-Find-sec
               Move    Unattributed-Sub to Partner-Found-Sub
             Else
               Move    1             to Partner-Found-Sub
             End-if
           End-if.
       Partner-Find-ex.
           Exit.
      *
       Partner-Compare-sec section.
       Partner-Compare.
           IF  Partner-Id (Partner-Sub) = Partner-Find-Id
             Move Partner-Sub to Partner-Found-Sub
           End-if.
       Partner-Compare-ex.
           Exit.
      *
       Unattributed-Find-sec section.
       Unattributed-Find.
           IF  Unattributed-Sub = 0
             Move    Unattributed-Id   to Partner-Find-Id
             Perform Partner-Find-sec
             Move    Partner-Found-Sub to Unattributed-Sub
           End-if.
       Unattributed-Find-ex.
           Exit.
      *
      *================= Rate Card  ====================================
      *
       Rates-Load-sec section.
       Rates-Load.
           Move ZERO to File-Status-Flag.
           Open Input Rates-Control-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Rates-Read-sec
                     until Scan-Read-Flag = 0
                        or Rate-Count = Rate-Table-Max-Entries
             Close Rates-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Rates-Control-File
             End-if
           End-if.
           Move    "Rate card lines ------------:" to Debug-Text.
           Move    Rate-Count                       to Debug-Value.
           Perform Debug-Display-sec.
       Rates-Load-ex.
           Exit.
      *
       Rates-Read-sec section.
       Rates-Read.
           Move  SPACES to Rates-Control-Record.
           Read  Rates-Control-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Control-Rate-Activity Not = SPACES
                 and Control-Rate-Price Numeric
                   Add  1 to Rate-Count
                   Move Control-Rate-Activity
                                  to Rate-Activity (Rate-Count)
                   Move Control-Rate-Partner
                                  to Rate-Partner (Rate-Count)
                   Move Control-Rate-Price
                                  to Rate-Price (Rate-Count)
                 Else
                   Move "Rate card line ignored -----:" to Debug-Text
                   Move Rates-Control-Record (1 : 35)  to Debug-Value
                   Move 1 to Error-Display-sw
                   Perform Debug-Display-sec
                 End-if
           End-read.
       Rates-Read-ex.
           Exit.
      *
       Rate-Find-sec section.
       Rate-Find.
      *   The partner's own line for the activity first, the default
      *   (blank partner) line otherwise.
           Move    0 to Rate-Partner-Found-sw.
           Move    0 to Rate-Default-Found-sw.
           Move    0 to Line-Price.
           Move    0 to Rate-Default-Price.
           Perform Rate-Compare-sec
                   Varying Rate-Sub  FROM 1 by 1
                   until   Rate-Sub  > Rate-Count
                      or   Rate-Partner-Found-sw = 1.
           IF  Rate-Partner-Found-sw = 0
             Move  Rate-Default-Price to Line-Price
           End-if.
           IF  Rate-Partner-Found-sw = 0 and Rate-Default-Found-sw = 0
             Add     1                 to Missing-Rate-Count
             Move    "No rate for activity -------:" to Debug-Text
             Move    Line-Activity                  to Debug-Value
             Move    1 to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Rate-Find-ex.
           Exit.
      *
       Rate-Compare-sec section.
       Rate-Compare.
           IF  Rate-Activity (Rate-Sub) Not = Line-Activity
             Go to Rate-Compare-ex
           End-if.
           Evaluate True
             When Rate-Partner (Rate-Sub) = Partner-Id (Partner-Sub)
               Move Rate-Price (Rate-Sub) to Line-Price
               Move 1                     to Rate-Partner-Found-sw
             When Rate-Partner (Rate-Sub) = SPACES
              and Rate-Default-Found-sw = 0
               Move Rate-Price (Rate-Sub) to Rate-Default-Price
               Move 1                     to Rate-Default-Found-sw
             When Other
               Continue
           End-evaluate.
       Rate-Compare-ex.
           Exit.
      *
      *================= Subscribers and Tonight's Cuts  ===============
      *
       Subs-Load-sec section.
       Subs-Load.
           Initialize Sub-Table.
           Move ZERO to File-Status-Flag.
           Open Input Subs-Control-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Subs-Read-sec
                     until Scan-Read-Flag = 0
             Close Subs-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Subs-Control-File
             End-if
           End-if.
           Move    "Subscribers ----------------:" to Debug-Text.
           Move    Count-Subscribers                to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Subscriber cuts tonight ----:" to Debug-Text.
           Move    Count-Cuts                       to Debug-Value.
           Perform Debug-Display-sec.
       Subs-Load-ex.
           Exit.
      *
       Subs-Read-sec section.
       Subs-Read.
           Move  SPACES to Subs-Control-Record.
           Read  Subs-Control-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Control-Sub-Number Numeric
                 and Control-Sub-Number > 0
                   Move Control-Sub-Number to Sub-Sub
                   Move Control-Sub-Id     to Sub-Id (Sub-Sub)
                   Add  1                  to Count-Subscribers
                   Perform Cut-Check-sec
                 End-if
           End-read.
       Subs-Read-ex.
           Exit.
      *
       Cut-Check-sec section.
       Cut-Check.
      *   A cut counts as delivered tonight when its HDR carries
      *   tonight's business date - an old cut left on disk does not.
           Move    0       to Sub-Cut-sw (Sub-Sub).
           Move    Sub-Sub to Sub-File-NN.
           Move    SPACES  to Extract-File-Name.
           STRING  "ICU_Extract_" Sub-File-NN ".txt"
                   delimited by size into Extract-File-Name.
           Move ZERO to File-Status-Flag.
           Open Input Extract-File.
           IF  File-Status-Flag = "00"
             Move  SPACES to Input-Buffer
             Read  Extract-File into Input-Buffer
                 at End  Continue
                 not at End
                   IF  Input-Buffer-String (1 : 3)  = "HDR"
                   and Input-Buffer-String (16 : 8) = Business-Date
                     Move 1 to Sub-Cut-sw (Sub-Sub)
                     Add  1 to Count-Cuts
                   End-if
             End-read
             Close Extract-File
           Else
             IF  File-Status-Flag = "05"
               Close Extract-File
             End-if
           End-if.
       Cut-Check-ex.
           Exit.
      *
      *================= Received - Partner Input Files  ===============
      *
       Received-Count-sec section.
       Received-Count.
           Move    Entry-Input-Name (Entry-Sub)  to Input-File-Name.
           Move    Entry-Partner-Sub (Entry-Sub) to Partner-Sub.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Received-Read-sec
                     until Scan-Read-Flag = 0
             Close Input-File
           Else
             IF  File-Status-Flag = "05"
               Close Input-File
             End-if
             Move "Partner file not found -----:" to Debug-Text
             Move Input-File-Name (1 : 35)       to Debug-Value
             Move 1 to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Received-Count-ex.
           Exit.
      *
       Received-Read-sec section.
       Received-Read.
           Move  SPACES to Input-Buffer.
           Read  Input-File into Input-Buffer
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Input-Buffer-String (1 : 3) Not = "HDR"
                 and Input-Buffer-String (1 : 3) Not = "TRL"
                   Add 1 to Partner-Night-Qty (Partner-Sub
                                               ACT-RECEIVED)
                   Add 1 to Count-Received
                 End-if
           End-read.
       Received-Read-ex.
           Exit.
      *
      *================= Converted - Conversion Lineage  ===============
      *
       Lineage-Load-sec section.
       Lineage-Load.
      *   Line N of the lineage describes data record N of the
      *   conversion output, the manifest files one after another -
      *   so each file's lines give its range of positions.
           Move ZERO to File-Status-Flag.
           Open Input Lineage-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Lineage-Read-sec
                     until Scan-Read-Flag = 0
             Close Lineage-File
           Else
             IF  File-Status-Flag = "05"
               Close Lineage-File
             End-if
           End-if.
           Move    "Conversion positions -------:" to Debug-Text.
           Move    Lineage-Position                 to Debug-Value.
           Perform Debug-Display-sec.
       Lineage-Load-ex.
           Exit.
      *
       Lineage-Read-sec section.
       Lineage-Read.
           Read  Lineage-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Add  1 to Lineage-Position
                 IF  Lineage-File-Number Numeric
                 and Lineage-File-Number > 0
                 and Lineage-File-Number Not > Entry-Count
                   Move Lineage-File-Number to Entry-Sub
                   IF  Entry-Range-First (Entry-Sub) = 0
                     Move Lineage-Position
                                 to Entry-Range-First (Entry-Sub)
                   End-if
                   Move Lineage-Position
                                 to Entry-Range-Last (Entry-Sub)
      *            Input record zero is the single-file run's one-shot
      *            record - it holds a position but no partner sent it.
                   IF  Lineage-Input-Number Numeric
                   and Lineage-Input-Number > 0
                     Move Entry-Partner-Sub (Entry-Sub) to Partner-Sub
                     Add  1 to Partner-Night-Qty (Partner-Sub
                                                  ACT-CONVERTED)
                     Add  1 to Count-Converted
                   End-if
                 End-if
           End-read.
       Lineage-Read-ex.
           Exit.
      *
       Position-Partner-sec section.
       Position-Partner.
      *   The partner whose file holds conversion position
      *   Map-Position, unattributed when no range holds it.
           Move    0 to Partner-Found-Sub.
           Perform Position-Compare-sec
                   Varying Entry-Sub  FROM 1 by 1
                   until   Entry-Sub  > Entry-Count
                      or   Partner-Found-Sub > 0.
           IF  Partner-Found-Sub = 0
             Perform Unattributed-Find-sec
             Move    Unattributed-Sub to Partner-Found-Sub
             Add     1                to Count-Unattributed
           End-if.
       Position-Partner-ex.
           Exit.
      *
       Position-Compare-sec section.
       Position-Compare.
           IF  Entry-Range-First (Entry-Sub) > 0
           and Map-Position Not < Entry-Range-First (Entry-Sub)
           and Map-Position Not > Entry-Range-Last (Entry-Sub)
             Move Entry-Partner-Sub (Entry-Sub) to Partner-Found-Sub
           End-if.
       Position-Compare-ex.
           Exit.
      *
      *================= Position Mapping  =============================
      *
       Script-Map-Back-sec section.
       Script-Map-Back.
      *   Map-Position from ICU-Script's output numbering back to
      *   its input - the conversion output.
           IF  Script-Stage-sw = 0
             Go to Script-Map-Back-ex
           End-if.
           Move    0 to Map-Done-sw.
           Perform Script-Map-Step-sec
                   Varying Drop-Sub  FROM 1 by 1
                   until   Drop-Sub  > Script-Drop-Count
                      or   Map-Done-sw = 1.
       Script-Map-Back-ex.
           Exit.
      *
       Script-Map-Step-sec section.
       Script-Map-Step.
           IF  Script-Drop-Position (Drop-Sub) Not > Map-Position
             Add  1 to Map-Position
           Else
             Move 1 to Map-Done-sw
           End-if.
       Script-Map-Step-ex.
           Exit.
      *
       Edit-Map-Back-sec section.
       Edit-Map-Back.
      *   Map-Position from ICU-Edit's output numbering back to its
      *   input.
           IF  Edit-Stage-sw = 0
             Go to Edit-Map-Back-ex
           End-if.
           Move    0 to Map-Done-sw.
           Perform Edit-Map-Step-sec
                   Varying Drop-Sub  FROM 1 by 1
                   until   Drop-Sub  > Edit-Drop-Count
                      or   Map-Done-sw = 1.
       Edit-Map-Back-ex.
           Exit.
      *
       Edit-Map-Step-sec section.
       Edit-Map-Step.
           IF  Edit-Drop-Position (Drop-Sub) Not > Map-Position
             Add  1 to Map-Position
           Else
             Move 1 to Map-Done-sw
           End-if.
       Edit-Map-Step-ex.
           Exit.
      *
      *================= Rejected - Script, Edit and Case Rejects  =====
      *
       Script-Reject-Load-sec section.
       Script-Reject-Load.
      *   ICU-Script reads the conversion output itself - its reject
      *   positions are conversion positions.
           Move ZERO to File-Status-Flag.
           Open Input Script-Reject-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Script-Reject-Read-sec
                     until Scan-Read-Flag = 0
             Close Script-Reject-File
           Else
             IF  File-Status-Flag = "05"
               Close Script-Reject-File
             End-if
           End-if.
           Move    "Script rejects -------------:" to Debug-Text.
           Move    Script-Drop-Count                to Debug-Value.
           Perform Debug-Display-sec.
       Script-Reject-Load-ex.
           Exit.
      *
       Script-Reject-Read-sec section.
       Script-Reject-Read.
           Read  Script-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Script-Reject-Index Numeric
                   IF  Script-Drop-Count < Drop-Table-Max-Entries
                     Add  1 to Script-Drop-Count
                     Move Script-Reject-Index
                          to Script-Drop-Position (Script-Drop-Count)
                   Else
                     Move 1 to Drop-Overflow-sw
                   End-if
                   Move    Script-Reject-Index to Map-Position
                   Perform Position-Partner-sec
                   Perform Reject-Count-sec
                 End-if
           End-read.
       Script-Reject-Read-ex.
           Exit.
      *
       Edit-Reject-Load-sec section.
       Edit-Reject-Load.
      *   ICU-Edit reads ICU-Script's survivors when that stage ran.
           Move ZERO to File-Status-Flag.
           Open Input Edit-Reject-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Edit-Reject-Read-sec
                     until Scan-Read-Flag = 0
             Close Edit-Reject-File
           Else
             IF  File-Status-Flag = "05"
               Close Edit-Reject-File
             End-if
           End-if.
           Move    "Edit rejects ---------------:" to Debug-Text.
           Move    Edit-Drop-Count                  to Debug-Value.
           Perform Debug-Display-sec.
       Edit-Reject-Load-ex.
           Exit.
      *
       Edit-Reject-Read-sec section.
       Edit-Reject-Read.
           Read  Edit-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Edit-Reject-Index Numeric
                   IF  Edit-Drop-Count < Drop-Table-Max-Entries
                     Add  1 to Edit-Drop-Count
                     Move Edit-Reject-Index
                          to Edit-Drop-Position (Edit-Drop-Count)
                   Else
                     Move 1 to Drop-Overflow-sw
                   End-if
                   Move    Edit-Reject-Index to Map-Position
                   Perform Script-Map-Back-sec
                   Perform Position-Partner-sec
                   Perform Reject-Count-sec
                 End-if
           End-read.
       Edit-Reject-Read-ex.
           Exit.
      *
       Case-Reject-Load-sec section.
       Case-Reject-Load.
      *   ICU-Case reads ICU-Edit's survivors (ICU-Script's, or the
      *   conversion output, when those stages did not run) - except
      *   on a delta night, when it reads the delta stage's output,
      *   whose numbering no file here records.
           Move ZERO to File-Status-Flag.
           Open Input Case-Reject-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Case-Reject-Read-sec
                     until Scan-Read-Flag = 0
             Close Case-Reject-File
           Else
             IF  File-Status-Flag = "05"
               Close Case-Reject-File
             End-if
           End-if.
       Case-Reject-Load-ex.
           Exit.
      *
       Case-Reject-Read-sec section.
       Case-Reject-Read.
           Read  Case-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Case-Reject-Index Numeric
                   IF  Delta-Stage-sw = 0
                     Move    Case-Reject-Index to Map-Position
                     Perform Edit-Map-Back-sec
                     Perform Script-Map-Back-sec
                     Perform Position-Partner-sec
                   Else
                     Perform Unattributed-Find-sec
                     Move    Unattributed-Sub to Partner-Found-Sub
                     Add     1                to Count-Unattributed
                   End-if
                   Perform Reject-Count-sec
                 End-if
           End-read.
       Case-Reject-Read-ex.
           Exit.
      *
       Reject-Count-sec section.
       Reject-Count.
           Move Partner-Found-Sub to Partner-Sub.
           Add  1 to Partner-Night-Qty (Partner-Sub ACT-REJECTED).
           Add  1 to Count-Rejected.
       Reject-Count-ex.
           Exit.
      *
      *================= Rejected - Normalization Rejects  =============
      *
       Norm-Reject-Load-sec section.
       Norm-Reject-Load.
      *   A normalization reject's position is its sorted position;
      *   the sort audit, loaded first, gives the position the
      *   record held before the sort.
           IF  Case-Stage-sw = 0 and Delta-Stage-sw = 0
             Perform Audit-Load-sec
           End-if.
           Move ZERO to File-Status-Flag.
           Open Input Norm-Reject-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Norm-Reject-Read-sec
                     until Scan-Read-Flag = 0
             Close Norm-Reject-File
           Else
             IF  File-Status-Flag = "05"
               Close Norm-Reject-File
             End-if
           End-if.
           Move    "Normalization rejects ------:" to Debug-Text.
           Move    Norm-Drop-Count                  to Debug-Value.
           Perform Debug-Display-sec.
       Norm-Reject-Load-ex.
           Exit.
      *
       Norm-Reject-Read-sec section.
       Norm-Reject-Read.
           Read  Norm-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Norm-Reject-Index Numeric
                   Perform Norm-Reject-Attribute-sec
                   Perform Reject-Count-sec
                   IF  Norm-Drop-Count < Drop-Table-Max-Entries
                     Add  1 to Norm-Drop-Count
                     Move Norm-Reject-Index
                          to Norm-Drop-Index (Norm-Drop-Count)
                     Move Partner-Found-Sub
                          to Norm-Drop-Partner-Sub (Norm-Drop-Count)
                   Else
                     Move 1 to Drop-Overflow-sw
                   End-if
                 End-if
           End-read.
       Norm-Reject-Read-ex.
           Exit.
      *
       Norm-Reject-Attribute-sec section.
       Norm-Reject-Attribute.
      *   The sort's input is the conversion output less the script
      *   and edit drops - unless the case or delta stage stood in
      *   between, whose numbering no file here records.
           Move    0 to Map-Found-sw.
           IF  Case-Stage-sw = 0 and Delta-Stage-sw = 0
           and Norm-Reject-Index > 0
           and Norm-Reject-Index Not > AUDIT-TABLE-MAX-ENTRIES
             IF  Audit-Item-Original (Norm-Reject-Index) > 0
               Move 1 to Map-Found-sw
               Move Audit-Item-Original (Norm-Reject-Index)
                                       to Map-Position
             End-if
           End-if.
           IF  Map-Found-sw = 1
             Perform Edit-Map-Back-sec
             Perform Script-Map-Back-sec
             Perform Position-Partner-sec
           Else
             Perform Unattributed-Find-sec
             Move    Unattributed-Sub to Partner-Found-Sub
             Add     1                to Count-Unattributed
           End-if.
       Norm-Reject-Attribute-ex.
           Exit.
      *
       Audit-Load-sec section.
       Audit-Load.
           Initialize Audit-Table.
           Move ZERO to File-Status-Flag.
           Open Input Audit-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Audit-Load-Read-sec
                     until Scan-Read-Flag = 0
             Close Audit-File
           Else
             IF  File-Status-Flag = "05"
               Close Audit-File
             End-if
           End-if.
       Audit-Load-ex.
           Exit.
      *
       Audit-Load-Read-sec section.
       Audit-Load-Read.
           Read  Audit-File
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
      *================= Repaired - Repair Lineage  ====================
      *
       Repair-Lineage-Load-sec section.
       Repair-Lineage-Load.
      *   Only the records ICU-Repair sent back in are billed - the
      *   manual queue is the partner's to correct.
           Move ZERO to File-Status-Flag.
           Open Input Repair-Lineage-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Repair-Lineage-Read-sec
                     until Scan-Read-Flag = 0
             Close Repair-Lineage-File
           Else
             IF  File-Status-Flag = "05"
               Close Repair-Lineage-File
             End-if
           End-if.
           Move    "Repairs resubmitted --------:" to Debug-Text.
           Move    Count-Repaired                   to Debug-Value.
           Perform Debug-Display-sec.
       Repair-Lineage-Load-ex.
           Exit.
      *
       Repair-Lineage-Read-sec section.
       Repair-Lineage-Read.
           Read  Repair-Lineage-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Repair-Lineage-Outcome = "R"
                 and Repair-Lineage-Index Numeric
                   Perform Repair-Attribute-sec
                   Move Partner-Found-Sub to Partner-Sub
                   Add  1 to Partner-Night-Qty (Partner-Sub
                                                ACT-REPAIRED)
                   Add  1 to Count-Repaired
                 End-if
           End-read.
       Repair-Lineage-Read-ex.
           Exit.
      *
       Repair-Attribute-sec section.
       Repair-Attribute.
           Move    0 to Partner-Found-Sub.
           Evaluate Repair-Lineage-Source
      *      A conversion exception names its batch file outright.
             When "CONV"
               IF  Repair-Lineage-File-Number Numeric
               and Repair-Lineage-File-Number > 0
               and Repair-Lineage-File-Number Not > Entry-Count
                 Move Repair-Lineage-File-Number to Entry-Sub
                 Move Entry-Partner-Sub (Entry-Sub)
                                                 to Partner-Found-Sub
               End-if
             When "EDIT"
               Move    Repair-Lineage-Index to Map-Position
               Perform Script-Map-Back-sec
               Perform Position-Partner-sec
      *      A normalization reject was attributed as it was counted.
             When "NORM"
               Perform Norm-Drop-Find-sec
                       Varying Drop-Sub  FROM 1 by 1
                       until   Drop-Sub  > Norm-Drop-Count
                          or   Partner-Found-Sub > 0
             When Other
               Continue
           End-evaluate.
           IF  Partner-Found-Sub = 0
             Perform Unattributed-Find-sec
             Move    Unattributed-Sub to Partner-Found-Sub
             Add     1                to Count-Unattributed
           End-if.
       Repair-Attribute-ex.
           Exit.
      *
       Norm-Drop-Find-sec section.
       Norm-Drop-Find.
           IF  Norm-Drop-Index (Drop-Sub) = Repair-Lineage-Index
             Move Norm-Drop-Partner-Sub (Drop-Sub) to Partner-Found-Sub
           End-if.
       Norm-Drop-Find-ex.
           Exit.
      *
      *================= Delivered - Subscriber Cuts  ==================
      *
       Deliver-Partner-sec section.
       Deliver-Partner.
      *   What the partner sent that reached the master - converted
      *   less rejected - went out in every cut written tonight.
           Compute Survivor-Count
                     = Partner-Night-Qty (Partner-Sub ACT-CONVERTED)
                     - Partner-Night-Qty (Partner-Sub ACT-REJECTED).
           IF  Survivor-Count Not > 0
           or  Partner-Id (Partner-Sub) = Unattributed-Id
             Go to Deliver-Partner-ex
           End-if.
           Perform Deliver-Sub-sec
                   Varying Sub-Sub  FROM 1 by 1
                   until   Sub-Sub  > 99.
       Deliver-Partner-ex.
           Exit.
      *
       Deliver-Sub-sec section.
       Deliver-Sub.
           IF  Sub-Cut-sw (Sub-Sub) = 1
             Move Survivor-Count
                  to Partner-Night-Deliver (Partner-Sub Sub-Sub)
             Add  Survivor-Count to Count-Delivered
           End-if.
       Deliver-Sub-ex.
           Exit.
      *
      *================= Month-to-Date Ledger  =========================
      *
       MTD-Update-sec section.
       MTD-Update.
      *   The ledger is copied aside less tonight's own lines - a
      *   rerun's earlier figures - and written back with tonight's
      *   lines after it, summing the month as it goes.
           Move ZERO to File-Status-Flag.
           Open Output MTD-Work-File.
           IF  File-Status-Flag Not = "00" and Not = "05"
             Move "MTD Work File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move ZERO to File-Status-Flag.
           Open Input MTD-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform MTD-Copy-Aside-sec
                     until Scan-Read-Flag = 0
             Close MTD-File
           Else
             IF  File-Status-Flag = "05"
               Close MTD-File
             End-if
           End-if.
           Close MTD-Work-File.
      *
           Move ZERO to File-Status-Flag.
           Open Output MTD-File.
           IF  File-Status-Flag = "00" or "05"
             Move 1 to MTD-Write-Flag
           Else
             Move 0 to MTD-Write-Flag
             Move "MTD File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move ZERO to File-Status-Flag.
           Open Input MTD-Work-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform MTD-Copy-Back-sec
                     until Scan-Read-Flag = 0
             Close MTD-Work-File
           Else
             IF  File-Status-Flag = "05"
               Close MTD-Work-File
             End-if
           End-if.
      *   Partners are added as ledger lines name them - the table
      *   only grows, so tonight's loop bound is read once here.
           Move    Partner-Count to Drop-Sub.
           Perform MTD-Tonight-Partner-sec
                   Varying Partner-Sub  FROM 1 by 1
                   until   Partner-Sub  > Drop-Sub.
           Close MTD-File.
           Move    "MTD lines kept -------------:" to Debug-Text.
           Move    MTD-Kept-Count                   to Debug-Value.
           Perform Debug-Display-sec.
           Move    "MTD lines replaced/dropped -:" to Debug-Text.
           Move    MTD-Dropped-Count                to Debug-Value.
           Perform Debug-Display-sec.
           Move    "MTD lines tonight ----------:" to Debug-Text.
           Move    MTD-Tonight-Count                to Debug-Value.
           Perform Debug-Display-sec.
       MTD-Update-ex.
           Exit.
      *
       MTD-Copy-Aside-sec section.
       MTD-Copy-Aside.
           Read  MTD-File into MTD-Line
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Evaluate True
                   When MTD-Date = Business-Date
                     Add 1 to MTD-Dropped-Count
                   When MTD-Month < Previous-Month
                     Add 1 to MTD-Dropped-Count
                   When Other
                     Write MTD-Work-Record from MTD-Line
                 End-evaluate
           End-read.
       MTD-Copy-Aside-ex.
           Exit.
      *
       MTD-Copy-Back-sec section.
       MTD-Copy-Back.
           Read  MTD-Work-File into MTD-Line
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Write MTD-Record from MTD-Line
                 Add   1 to MTD-Kept-Count
                 IF  MTD-Month = Business-Month
                 and MTD-Quantity Numeric
                   Move    MTD-Partner to Partner-Find-Id
                   Perform Partner-Find-sec
                   Move    Partner-Found-Sub to Partner-Sub
                   Perform MTD-Accumulate-sec
                 End-if
           End-read.
       MTD-Copy-Back-ex.
           Exit.
      *
       MTD-Accumulate-sec section.
       MTD-Accumulate.
           IF  MTD-Activity = "DELIVERD"
             IF  MTD-Sub-Number Numeric and MTD-Sub-Number > 0
               Add MTD-Quantity
                to Partner-MTD-Deliver (Partner-Sub MTD-Sub-Number)
             End-if
             Go to MTD-Accumulate-ex
           End-if.
           Perform MTD-Activity-Match-sec
                   Varying Activity-Match-Sub  FROM 1 by 1
                   until   Activity-Match-Sub  > 4.
       MTD-Accumulate-ex.
           Exit.
      *
       MTD-Activity-Match-sec section.
       MTD-Activity-Match.
           IF  MTD-Activity = Activity-Name (Activity-Match-Sub)
             Add MTD-Quantity
              to Partner-MTD-Qty (Partner-Sub Activity-Match-Sub)
           End-if.
       MTD-Activity-Match-ex.
           Exit.
      *
       MTD-Tonight-Partner-sec section.
       MTD-Tonight-Partner.
           Perform MTD-Tonight-Activity-sec
                   Varying Activity-Sub  FROM 1 by 1
                   until   Activity-Sub  > 4.
           Perform MTD-Tonight-Deliver-sec
                   Varying Sub-Sub  FROM 1 by 1
                   until   Sub-Sub  > 99.
       MTD-Tonight-Partner-ex.
           Exit.
      *
       MTD-Tonight-Activity-sec section.
       MTD-Tonight-Activity.
           IF  Partner-Night-Qty (Partner-Sub Activity-Sub) = 0
             Go to MTD-Tonight-Activity-ex
           End-if.
           Move    Activity-Name (Activity-Sub) to MTD-Activity.
           Move    0                            to MTD-Sub-Number.
           Move    Partner-Night-Qty (Partner-Sub Activity-Sub)
                                                to MTD-Quantity.
           Perform MTD-Tonight-Write-sec.
       MTD-Tonight-Activity-ex.
           Exit.
      *
       MTD-Tonight-Deliver-sec section.
       MTD-Tonight-Deliver.
           IF  Partner-Night-Deliver (Partner-Sub Sub-Sub) = 0
             Go to MTD-Tonight-Deliver-ex
           End-if.
           Move    "DELIVERD"                   to MTD-Activity.
           Move    Sub-Sub                      to MTD-Sub-Number.
           Move    Partner-Night-Deliver (Partner-Sub Sub-Sub)
                                                to MTD-Quantity.
           Perform MTD-Tonight-Write-sec.
       MTD-Tonight-Deliver-ex.
           Exit.
      *
       MTD-Tonight-Write-sec section.
       MTD-Tonight-Write.
           Move    Business-Date            to MTD-Date.
           Move    Partner-Id (Partner-Sub) to MTD-Partner.
           IF  MTD-Write-Flag = 1
             Write MTD-Record from MTD-Line
             Add   1 to MTD-Tonight-Count
           End-if.
           Perform MTD-Accumulate-sec.
       MTD-Tonight-Write-ex.
           Exit.
      *
      *========================  Billing Report  =======================
      *
       Report-Open-sec section.
       Report-Open.
           Move ZERO to File-Status-Flag.
           Open Output Report-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Report-Write-Flag
           Else
             Move     0                to Report-Write-Flag
             Move "Report File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Report-Open-ex.
           Exit.
      *
       Report-Heading-sec section.
       Report-Heading.
           Move "ICU PARTNER CHARGEBACK REPORT"
                                        to Report-Line-Work.
           Perform Report-Write-sec.
           Move "============================="
                                        to Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES                  to Report-Line-Work.
           STRING "Business date ----------------: " Business-Date
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES                  to Report-Line-Work.
           STRING "Billing month ----------------: " Business-Month
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES                  to Report-Line-Work.
           Perform Report-Write-sec.
           Move Report-Column-Head      to Report-Line-Work.
           Perform Report-Write-sec.
           Move ALL "-"                 to Report-Line-Work.
           Perform Report-Write-sec.
       Report-Heading-ex.
           Exit.
      *
       Report-Partner-sec section.
       Report-Partner.
           Move    0 to Partner-Amount.
           Perform Report-Activity-sec
                   Varying Activity-Sub  FROM 1 by 1
                   until   Activity-Sub  > 4.
           Perform Report-Deliver-sec
                   Varying Sub-Sub  FROM 1 by 1
                   until   Sub-Sub  > 99.
           Move    SPACES                   to Report-Detail.
           Move    Partner-Id (Partner-Sub) to Detail-Partner.
           Move    "TOTAL"                  to Detail-Activity.
           Move    Partner-Amount           to Detail-Amount.
           Move    Report-Detail            to Report-Line-Work.
           Perform Report-Write-sec.
           Move    SPACES                   to Report-Line-Work.
           Perform Report-Write-sec.
       Report-Partner-ex.
           Exit.
      *
       Report-Activity-sec section.
       Report-Activity.
           Move    Activity-Name (Activity-Sub) to Line-Activity.
           Move    0                            to Line-Sub-Number.
           Move    Partner-Night-Qty (Partner-Sub Activity-Sub)
                                                to Line-Night-Qty.
           Move    Partner-MTD-Qty (Partner-Sub Activity-Sub)
                                                to Line-MTD-Qty.
           Perform Charge-Line-sec.
       Report-Activity-ex.
           Exit.
      *
       Report-Deliver-sec section.
       Report-Deliver.
           IF  Partner-MTD-Deliver (Partner-Sub Sub-Sub) = 0
             Go to Report-Deliver-ex
           End-if.
           Move    "DELIVERD"                   to Line-Activity.
           Move    Sub-Sub                      to Line-Sub-Number.
           Move    Partner-Night-Deliver (Partner-Sub Sub-Sub)
                                                to Line-Night-Qty.
           Move    Partner-MTD-Deliver (Partner-Sub Sub-Sub)
                                                to Line-MTD-Qty.
           Perform Charge-Line-sec.
       Report-Deliver-ex.
           Exit.
      *
       Charge-Line-sec section.
       Charge-Line.
      *   One priced line - report always, interface only for a
      *   partner that can be billed.
           IF  Line-MTD-Qty = 0 and Line-Night-Qty = 0
             Go to Charge-Line-ex
           End-if.
           IF  Partner-Id (Partner-Sub) = Unattributed-Id
             Move 0 to Line-Price
           Else
             Perform Rate-Find-sec
           End-if.
           Compute Line-Amount rounded = Line-MTD-Qty * Line-Price.
           Add     Line-Amount to Partner-Amount.
           Add     Line-Amount to Grand-Amount.
      *
           Move    SPACES                   to Report-Detail.
           Move    Partner-Id (Partner-Sub) to Detail-Partner.
           Move    Line-Activity            to Detail-Activity.
           IF  Line-Sub-Number > 0
             Move  Sub-Id (Line-Sub-Number) to Detail-Sub-Id
           End-if.
           Move    Line-Night-Qty           to Detail-Night-Qty.
           Move    Line-MTD-Qty             to Detail-MTD-Qty.
           Move    Line-Price               to Detail-Price.
           Move    Line-Amount              to Detail-Amount.
           Move    Report-Detail            to Report-Line-Work.
           Perform Report-Write-sec.
      *
           IF  Partner-Id (Partner-Sub) = Unattributed-Id
           or  Line-MTD-Qty = 0
             Go to Charge-Line-ex
           End-if.
           Move    Business-Month           to Interface-Month.
           Move    Partner-Id (Partner-Sub) to Interface-Partner.
           Move    Line-Activity            to Interface-Activity.
           Move    Line-Sub-Number          to Interface-Sub-Number.
           Move    SPACES                   to Interface-Sub-Id.
           IF  Line-Sub-Number > 0
             Move  Sub-Id (Line-Sub-Number) to Interface-Sub-Id
           End-if.
           Move    Line-MTD-Qty             to Interface-Quantity.
           Move    Line-Price               to Interface-Unit-Price.
           Move    Line-Amount              to Interface-Amount.
           Move    Business-Date            to Interface-Through-Date.
           IF  Interface-Write-Flag = 1
             Write Interface-Record from Interface-Build
             Add   1 to Count-Interface-Lines
           End-if.
       Charge-Line-ex.
           Exit.
      *
       Report-Totals-sec section.
       Report-Totals.
           Move ALL "-"                 to Report-Line-Work.
           Perform Report-Write-sec.
           Move    SPACES               to Report-Detail.
           Move    "GRAND TOTAL"        to Detail-Partner.
           Move    Grand-Amount         to Detail-Amount.
           Move    Report-Detail        to Report-Line-Work.
           Perform Report-Write-sec.
           Move    SPACES               to Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Received          to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Received tonight -------------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Converted         to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Converted tonight ------------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Rejected          to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Rejected tonight -------------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Repaired          to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Repaired and resubmitted -----: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Delivered         to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Delivered tonight, all cuts --: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Unattributed      to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Unattributed, not billed -----: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Interface-Lines   to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Billing interface lines ------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
       Report-Totals-ex.
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
       Report-Close-sec section.
       Report-Close.
           IF  Report-Write-Flag = 1
             Close Report-File
           End-if.
       Report-Close-ex.
           Exit.
      *
      *========================  Billing Interface File  ===============
      *
       Interface-Open-sec section.
       Interface-Open.
      *   Rebuilt whole every run from the month-to-date figures -
      *   the finance system takes the latest file for the month.
           Move ZERO to File-Status-Flag.
           Open Output Interface-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Interface-Write-Flag
             Move     Business-Date    to Header-Build-Date
             Write    Interface-Record from Header-Build
           Else
             Move     0                to Interface-Write-Flag
             Move "Interface File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Interface-Open-ex.
           Exit.
      *
       Interface-Close-sec section.
       Interface-Close.
           IF  Interface-Write-Flag = 1
             Move  Count-Interface-Lines to Trailer-Build-Count
             Write Interface-Record from Trailer-Build
             Close Interface-File
           End-if.
       Interface-Close-ex.
           Exit.
      *
      *===============  End-of-run Control Totals  =====================
      *
       Report-Trailer-sec section.
       Report-Trailer.
           Move    1 to Error-Display-sw.
           Move    "-----------------------------" to Debug-Text.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Partners  -----------------:" to Debug-Text.
           Move    Partner-Count         to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Received  -----------------:" to Debug-Text.
           Move    Count-Received        to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Converted  ----------------:" to Debug-Text.
           Move    Count-Converted       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Rejected  -----------------:" to Debug-Text.
           Move    Count-Rejected        to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Repaired / resubmitted  ---:" to Debug-Text.
           Move    Count-Repaired        to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Delivered  ----------------:" to Debug-Text.
           Move    Count-Delivered       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Unattributed  -------------:" to Debug-Text.
           Move    Count-Unattributed    to Debug-Value.
           Perform Debug-Display-sec.
           IF  Drop-Overflow-sw = 1
             Move    1                   to Error-Display-sw
             Move    "Position table full - partial map:"
                                         to Debug-Text
             Move    Drop-Table-Max-Entries to Debug-Value
             Perform Debug-Display-sec
           End-if.
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
           Move "ICU-Charge"          to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Received        to History-Input-Count.
           Move Count-Interface-Lines to History-Output-Count.
           Move Count-Rejected        to History-Reject-Count.
           Move Count-Unattributed    to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Count-Unattributed > 0
           or  Missing-Rate-Count > 0
           or  Drop-Overflow-sw   = 1
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
