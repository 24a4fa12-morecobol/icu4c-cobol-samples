      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Drift".
      *
      * Drift reconciliation - the maintained indexed master against
      * the nightly-built master
      **
      * The program includes the following steps:
      * - Read the nightly-built master: "ICU_Norm_Output.txt", or
      *         the standing merged master "ICU_Delta_Master.txt"
      *         when the pipeline ran in delta mode (on a delta
      *         night ICU_Norm_Output.txt holds only the changed
      *         records) - its HDR record gives the build's business
      *         date, the TRL is skipped
      * - Leave out the names on ICU-Erase's block list
      *         "ICU_Erasure_Block.txt" - and in record-type group
      *         mode ("ICU_Group_Mode.txt") their "A" address
      *         records with them - exactly as ICU-MastLoad leaves
      *         them out of a full load (and stops, return code 8,
      *         on a list longer than the block table)
      * - Sort the build on the master key (the whole record, as
      *         ICU-MastLoad keys it) and match it, key by key,
      *         against the indexed name master "ICU_Name_Master.dat"
      *         that ICU-Maint keeps up day by day; a key the build
      *         holds twice counts once, as ICU-MastLoad would load
      *         it once
      * - List in the drift report "ICU_Drift_Report.txt" every key
      *         found only in the indexed master, every key found
      *         only in the build, and every key both hold whose
      *         master stamp disagrees with the build: a stamp that
      *         is not a date, or a date later than the build's
      *         business date - the maintained record changed after
      *         the build was taken
      * - Close the report with the totals and an IN BALANCE /
      *         OUT-OF-BALANCE verdict, and set a non-zero return
      *         code on any drift, so the scheduler sees it the
      *         night it appears instead of the monthly ICU-MastLoad
      *         resync overwriting it unseen
      * - Write debugging information to Display and
      *         log file "ICU_Drift_log.txt"
      *
      * No ICU APIs are used - both sides are already normalized
      * through the same cards.
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
      * ------------------- Nightly-Built Master  -----------------
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
      * ------------------- Indexed Name Master  -----------------
      *      Read in ascending key order - the order the sorted
      *      build is matched in.
             Select Optional Master-File
                    Assign to "ICU_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Sequential
                    Record Key is Master-Name.
      * ------------------ Record-Type Group Control Card  ---------
      *      One card for the whole suite.
             Select Optional Group-Control-File
                    Assign to "ICU_Group_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Erased Name Block List  -----------------
      *      Written by ICU-Erase - normalized names that may not
      *      come back onto the master.
             Select Optional Block-File
                    Assign to "ICU_Erasure_Block.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Drift Report  -----------------
             Select Optional Report-File
                    Assign to "ICU_Drift_Report.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Key Sort Work File  ----------------
             Select Sort-File
                    Assign to "SORTWK1".
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Drift_log.txt"
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
      *   Same layout ICU-Maint maintains: the normalized name is the
      *   key, the stamp records the business date the record last
      *   changed.
       FD Master-File.
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
      *   Same layout ICU-Erase writes.
       FD Block-File.
         01 Block-Record.
           03  Block-Name                  pic X(80).
           03  Filler                      pic X.
           03  Block-Date                  pic X(8).
       FD Report-File
                       Record contains 120 characters.
         01 Report-Record                  pic X(120).
       SD Sort-File.
         01 Sort-Record.
           03  Sort-Key                    pic X(80).
           03  Sort-Blocked                pic 9.
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
       01  Input-Read-Flag                 pic 9    value 0.
       01  Master-Read-Flag                pic 9    value 0.
       01  Sort-Return-Flag                pic 9    value 0.
       01  Report-Write-Flag               pic 9    value 0.
       01  Group-Mode-sw                   pic 9    value 0.
      * ------------------ Dynamic input file name  --------------------
       01  Input-File-Name         pic X(64) value
                                             "ICU_Norm_Output.txt".
      * ------------------ Key match  -----------------------------------
      *   The current key on each side - HIGH-VALUES once a side is
      *   exhausted, so the other side's remaining keys all fall to
      *   the "only in" path.
       01  Master-Key                      pic X(80).
       01  Master-Key-Stamp                pic X(8).
       01  Build-Key                       pic X(80).
       01  Previous-Build-Key              pic X(80).
       01  Build-Found-sw                  pic 9    value 0.
       01  Build-Date                      pic X(8).
       01  Build-Date-Found-sw             pic 9    value 0.
       01  Out-Of-Balance-sw               pic 9    value 0.
      * ------------------ Erased name block list  ---------------------
      *   Loaded once at start of run.  Block-Skip-sw stays on from a
      *   blocked "N" record through its "A" records in group mode.
       77  Block-Table-Max-Entries          pic 9(4) value 2000.
       01  Block-Read-Flag                  pic 9    value 0.
       01  Block-Count                      pic 9(4) Binary value 0.
       01  Block-Table.
           03  Block-Entry                  pic X(80) occurs 2000.
       01  Block-Sub                        pic 9(4) Binary.
       01  Block-Found-sw                   pic 9    value 0.
       01  Block-Skip-sw                    pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Build-Read                 pic 9(9) Binary value 0.
       01  Count-Build-Keys                 pic 9(9) Binary value 0.
       01  Count-Build-Duplicates           pic 9(9) Binary value 0.
       01  Count-Build-Blocked              pic 9(9) Binary value 0.
       01  Count-Master-Read                pic 9(9) Binary value 0.
       01  Count-Matched                    pic 9(9) Binary value 0.
       01  Count-Only-Master                pic 9(9) Binary value 0.
       01  Count-Only-Build                 pic 9(9) Binary value 0.
       01  Count-Stamp-Mismatch             pic 9(9) Binary value 0.
       01  Count-Drift                      pic 9(9) Binary value 0.
      * ------------------ Report lines  --------------------------------
       01  Report-Line-Work                pic X(120).
       01  Report-Count-Disp               pic 9(9).
      *   One line per drifting key: what drifted, the key, and the
      *   two stamps - the master's, and the build's business date.
       01  Detail-Line.
           03  Detail-Kind                 pic X(15).
           03  Filler                      pic X value space.
           03  Detail-Key                  pic X(80).
           03  Filler                      pic X value space.
           03  Detail-Master-Stamp         pic X(8).
           03  Filler                      pic X value space.
           03  Detail-Build-Stamp          pic X(8).
           03  Filler                      pic X(6) value spaces.
       01  Stamp-Check.
           03  Stamp-Year                  pic 9(4).
           03  Stamp-Month                 pic 9(2).
           03  Stamp-Day                   pic 9(2).
       01  Stamp-Bad-sw                    pic 9    value 0.
      * ---------------------- Input Buffer  --------------------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(80).
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
           Move ">>> Program: ICU-Drift - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
      *   A headerless build is taken as tonight's.
           Accept  Build-Date from DATE YYYYMMDD.
           Perform Delta-Control-Read-sec.
           Perform Group-Read-sec.
           Perform Block-Load-sec.
      *
           Perform Report-Open-sec.
           Perform Report-Heading-sec.
           Perform Master-Open-sec.
           Sort    Sort-File
                   ascending key Sort-Key
                   input  procedure is Drift-Input-sec
                   output procedure is Drift-Match-sec.
           Perform Master-Close-sec.
           Perform Report-Totals-sec.
           Perform Report-Verdict-sec.
           Perform Report-Close-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   The scheduler reads the return code - zero only when the
      *   two masters agree key for key.
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
           IF  Out-Of-Balance-sw = 1
             Move 8 to Return-Code
           Else
             Move 0 to Return-Code
           End-if.
           Goback.
      *
      *================= Sort Input Procedure  =========================
      *
       Drift-Input-sec section.
       Drift-Input.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF (File-Status-Flag = "00")  Then
             Move 1 to Input-Read-Flag
           Else
             Move "Build File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Perform Drift-Input-Read-sec
                   until Input-Read-Flag = 0.
           Close Input-File.
           Move    "Build business date --------:" to Debug-Text.
           Move    Build-Date                       to Debug-Value.
           Perform Debug-Display-sec.
       Drift-Input-ex.
           Exit.
      *
       Drift-Input-Read-sec section.
       Drift-Input-Read.
           Move  SPACES to Input-Buffer.
           Read  Input-File  into  Input-Buffer
               at End  Move 0 to Input-Read-Flag
               not at End
                 Evaluate True
                   When Input-Buffer-String (1 : 3) = "HDR"
                     IF  Input-Buffer-String (16 : 8) Numeric
                     and Build-Date-Found-sw = 0
                       Move Input-Buffer-String (16 : 8)
                                             to Build-Date
                       Move 1 to Build-Date-Found-sw
                     End-if
                   When Input-Buffer-String (1 : 3) = "TRL"
                     Continue
                   When Other
                     Add     1 to Count-Build-Read
                     Perform Block-Check-sec
                     Move    Input-Buffer-String to Sort-Key
                     Move    Block-Skip-sw       to Sort-Blocked
                     Release Sort-Record
                 End-evaluate
           End-read.
       Drift-Input-Read-ex.
           Exit.
      *
      *================= Sort Output Procedure - Key Match  ============
      *
       Drift-Match-sec section.
       Drift-Match.
      *   The classic balance line: the lower key of the two sides
      *   is the one the other side lacks; equal keys are matched
      *   and their stamps compared.
           Move    HIGH-VALUES to Previous-Build-Key.
           Move    1 to Sort-Return-Flag.
           Perform Master-Next-sec.
           Perform Build-Next-sec.
           Perform Drift-Match-Step-sec
                   until Master-Key = HIGH-VALUES
                     and Build-Key  = HIGH-VALUES.
       Drift-Match-ex.
           Exit.
      *
       Drift-Match-Step-sec section.
       Drift-Match-Step.
           Evaluate True
             When Master-Key < Build-Key
               Add     1                to Count-Only-Master
               Move    "ONLY-IN-MASTER" to Detail-Kind
               Move    Master-Key       to Detail-Key
               Move    Master-Key-Stamp to Detail-Master-Stamp
               Move    SPACES           to Detail-Build-Stamp
               Perform Detail-Write-sec
               Perform Master-Next-sec
             When Master-Key > Build-Key
               Add     1                to Count-Only-Build
               Move    "ONLY-IN-BUILD"  to Detail-Kind
               Move    Build-Key        to Detail-Key
               Move    SPACES           to Detail-Master-Stamp
               Move    Build-Date       to Detail-Build-Stamp
               Perform Detail-Write-sec
               Perform Build-Next-sec
             When Other
               Add     1                to Count-Matched
               Perform Stamp-Compare-sec
               Perform Master-Next-sec
               Perform Build-Next-sec
           End-evaluate.
       Drift-Match-Step-ex.
           Exit.
      *
       Build-Next-sec section.
       Build-Next.
      *   The next distinct build key that is not an erased name.
           Move    0 to Build-Found-sw.
           Perform Build-Return-sec
                   until Build-Found-sw = 1
                      or Sort-Return-Flag = 0.
           IF  Build-Found-sw = 0
             Move  HIGH-VALUES to Build-Key
           End-if.
       Build-Next-ex.
           Exit.
      *
       Build-Return-sec section.
       Build-Return.
           Return Sort-File
               at End  Move 0 to Sort-Return-Flag
               not at End
                 Evaluate True
                   When Sort-Blocked = 1
                     Add  1 to Count-Build-Blocked
                   When Sort-Key = Previous-Build-Key
                     Add  1 to Count-Build-Duplicates
                   When Other
                     Add  1           to Count-Build-Keys
                     Move Sort-Key    to Build-Key
                     Move Sort-Key    to Previous-Build-Key
                     Move 1           to Build-Found-sw
                 End-evaluate
           End-return.
       Build-Return-ex.
           Exit.
      *
       Stamp-Compare-sec section.
       Stamp-Compare.
      *   The master stamp is the business date the record last
      *   changed.  On a key both sides hold it cannot be later than
      *   the build's business date, and it must be a date at all.
           Move    0                to Stamp-Bad-sw.
           IF  Master-Key-Stamp Not Numeric
             Move  1                to Stamp-Bad-sw
           Else
             Move  Master-Key-Stamp to Stamp-Check
             IF  Stamp-Month < 1 or Stamp-Month > 12
             or  Stamp-Day   < 1 or Stamp-Day   > 31
               Move 1               to Stamp-Bad-sw
             End-if
           End-if.
           IF  Stamp-Bad-sw = 0
           and Master-Key-Stamp Not > Build-Date
             Go to Stamp-Compare-ex
           End-if.
           Add     1                to Count-Stamp-Mismatch.
           Move    "STAMP-MISMATCH" to Detail-Kind.
           Move    Master-Key       to Detail-Key.
           Move    Master-Key-Stamp to Detail-Master-Stamp.
           Move    Build-Date       to Detail-Build-Stamp.
           Perform Detail-Write-sec.
       Stamp-Compare-ex.
           Exit.
      *
      *================= Delta Mode Control Card  ======================
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
           Move    "Build input file -----------:" to Debug-Text.
           Move    Input-File-Name (1 : 35)         to Debug-Value.
           Perform Debug-Display-sec.
       Delta-Control-Read-ex.
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
      *================= Erased Name Block List  =======================
      *
       Block-Load-sec section.
       Block-Load.
      *    No list yet - nothing has been erased, nothing is blocked.
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
           Move    "Erased names blocked -------:" to Debug-Text.
           Move    Block-Count                      to Debug-Value.
           Perform Debug-Display-sec.
       Block-Load-ex.
           Exit.
      *
       Block-Read-sec section.
       Block-Read.
           Move  SPACES to Block-Record.
           Read  Block-File
               at End  Move 0 to Block-Read-Flag
               not at End
                 IF  Block-Name Not = SPACES
      *              A name left off the table would come back - the
      *              run stops rather than let it.
                   IF  Block-Count = Block-Table-Max-Entries
                     Move "Block table full - Stop Run:"
                                               to Debug-Text
                     Move Block-Table-Max-Entries to Debug-Value
                     Move 1                    to Error-Display-sw
                     Perform Debug-Display-sec
                     Move 8 to Return-Code
                     Stop Run
                   End-if
                   Add  1          to Block-Count
                   Move Block-Name to Block-Entry (Block-Count)
                 End-if
           End-read.
       Block-Read-ex.
           Exit.
      *
       Block-Check-sec section.
       Block-Check.
      *   An "A" record goes wherever its "N" record went; any other
      *   record is a name and is checked against the list.
           IF  Group-Mode-sw = 1
           and Input-Buffer-String (1 : 1) = "A"
             Go to Block-Check-ex
           End-if.
           Move    0 to Block-Skip-sw.
           IF  Block-Count = 0
             Go to Block-Check-ex
           End-if.
           Move    0 to Block-Found-sw.
           Perform Block-Compare-sec
                   Varying Block-Sub  FROM 1 by 1
                   until   Block-Sub  > Block-Count
                      or   Block-Found-sw = 1.
           Move    Block-Found-sw to Block-Skip-sw.
       Block-Check-ex.
           Exit.
      *
       Block-Compare-sec section.
       Block-Compare.
           Evaluate True
             When Input-Buffer-String = Block-Entry (Block-Sub)
               Move 1 to Block-Found-sw
             When Group-Mode-sw = 1
              and Input-Buffer-String (1 : 1) = "N"
              and Input-Buffer-String (2 : 79)
                             = Block-Entry (Block-Sub) (1 : 79)
               Move 1 to Block-Found-sw
             When Other
               Continue
           End-evaluate.
       Block-Compare-ex.
           Exit.
      *
      *========================  Indexed Name Master  ==================
      *
       Master-Open-sec section.
       Master-Open.
      *   No master at all is drift too - every build key is then
      *   reported as missing from it.
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
       Master-Next-sec section.
       Master-Next.
           IF  Master-Read-Flag = 0
             Move  HIGH-VALUES to Master-Key
             Go to Master-Next-ex
           End-if.
           Read Master-File next record
               at End
                 Move 0           to Master-Read-Flag
                 Move HIGH-VALUES to Master-Key
               not at End
                 Add  1                 to Count-Master-Read
                 Move Master-Name       to Master-Key
                 Move Master-Stamp-Date to Master-Key-Stamp
           End-read.
       Master-Next-ex.
           Exit.
      *
       Master-Close-sec section.
       Master-Close.
           Close Master-File.
       Master-Close-ex.
           Exit.
      *
      *========================  Drift Report  =========================
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
           Move "ICU MASTER DRIFT RECONCILIATION REPORT"
                                        to Report-Line-Work.
           Perform Report-Write-sec.
           Move "======================================"
                                        to Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES                  to Report-Line-Work.
           STRING "Indexed master ---------------: "
                  "ICU_Name_Master.dat"
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES                  to Report-Line-Work.
           STRING "Nightly build ----------------: "
                  Input-File-Name
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move "----------------------------------"
                                        to Report-Line-Work.
           Perform Report-Write-sec.
       Report-Heading-ex.
           Exit.
      *
       Detail-Write-sec section.
       Detail-Write.
           Add     1           to Count-Drift.
           Move    1           to Out-Of-Balance-sw.
           Move    Detail-Line to Report-Line-Work.
           Perform Report-Write-sec.
       Detail-Write-ex.
           Exit.
      *
       Report-Totals-sec section.
       Report-Totals.
           Move "----------------------------------"
                                        to Report-Line-Work.
           Perform Report-Write-sec.
           Move SPACES                  to Report-Line-Work.
           STRING "Build business date ----------: " Build-Date
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Build-Read        to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Build records read -----------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Build-Keys        to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Build keys -------------------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Build-Duplicates  to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Build duplicate keys ---------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Build-Blocked     to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Erased names left out --------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Master-Read       to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Indexed master keys ----------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Matched           to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Keys on both -----------------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Only-Master       to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Only in indexed master -------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Only-Build        to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Only in nightly build --------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
           Move Count-Stamp-Mismatch    to Report-Count-Disp.
           Move SPACES                  to Report-Line-Work.
           STRING "Stamp mismatches -------------: " Report-Count-Disp
                  delimited by size into Report-Line-Work.
           Perform Report-Write-sec.
       Report-Totals-ex.
           Exit.
      *
       Report-Verdict-sec section.
       Report-Verdict.
           Move "----------------------------------"
                                        to Report-Line-Work.
           Perform Report-Write-sec.
           IF  Out-Of-Balance-sw = 1
             Move "VERDICT: *** OUT-OF-BALANCE ***" to Report-Line-Work
             Perform Report-Write-sec
             Move    "Drift check OUT-OF-BALANCE --" to Debug-Text
             Move    Count-Drift                      to Debug-Value
             Move    1 to Error-Display-sw
             Perform Debug-Display-sec
           Else
             Move "VERDICT: IN BALANCE"             to Report-Line-Work
             Perform Report-Write-sec
             Move    "Drift check in balance ------" to Debug-Text
             Perform Debug-Display-sec
           End-if.
       Report-Verdict-ex.
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
      *===============  End-of-run Control Totals  ======================
      *
       Report-Trailer-sec section.
       Report-Trailer.
           Move    1 to Error-Display-sw.
           Move    "-----------------------------" to Debug-Text.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Build records read  -------:" to Debug-Text.
           Move    Count-Build-Read      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Indexed master keys  ------:" to Debug-Text.
           Move    Count-Master-Read     to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Keys on both  -------------:" to Debug-Text.
           Move    Count-Matched         to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Only in indexed master  ---:" to Debug-Text.
           Move    Count-Only-Master     to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Only in nightly build  ----:" to Debug-Text.
           Move    Count-Only-Build      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Stamp mismatches  ---------:" to Debug-Text.
           Move    Count-Stamp-Mismatch  to Debug-Value.
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
           Move "ICU-Drift"           to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Compute History-Input-Count = Count-Build-Read
                                       + Count-Master-Read.
           Move Count-Matched         to History-Output-Count.
           Move ZERO                  to History-Reject-Count.
           Move Count-Drift           to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Out-Of-Balance-sw = 1
             Move "OOB"               to History-Status
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
