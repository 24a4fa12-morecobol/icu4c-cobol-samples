      * - Count and log duplicate keys (the collision report should
      *         have caught them upstream - a duplicate here is
      *         logged and skipped, never a silent overwrite)
      * - Skip every name on ICU-Erase's block list
      *         "ICU_Erasure_Block.txt" - and in record-type group
      *         mode ("ICU_Group_Mode.txt") the name's "A" address
      *         records with it - so the monthly resync cannot
      *         reload a customer who exercised the right to erasure
      *         (a list longer than the block table stops the run,
      *         return code 8)
      * - Append a RELOAD marker to ICU-Maint's change journal
      *         "ICU_Maint_Journal.txt" - the keyed before/after
      *         images stop there, so ICU-AsOf refuses to rebuild a
      *         date a later full reload replaced
      * - Write debugging information to Display and
      *         log file "ICU_MastLoad_log.txt"
      *
                    Organization is Indexed
                    Access Mode is Dynamic
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
      * ------------------- Before/After Change Journal  --------------
      *      ICU-Maint's journal - opened Extend for the marker only.
             Select Optional Journal-File
                    Assign to "ICU_Maint_Journal.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_MastLoad_log.txt"
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
      *   Same layout ICU-Maint writes; a RELOAD marker carries no
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
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
      *   Same layout ICU-Erase writes.
       FD Block-File.
         01 Block-Record.
           03  Block-Name                  pic X(80).
           03  Filler                      pic X.
           03  Block-Date                  pic X(8).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Records-Loaded             pic 9(9) Binary value 0.
       01  Count-Duplicates                 pic 9(9) Binary value 0.
       01  Count-Blocked                    pic 9(9) Binary value 0.
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
       01  Group-Mode-sw                    pic 9    value 0.
       01  Current-Run-Date                 pic X(8).
      * ---------------------- Input Buffer  --------------------------
       01  Input-Buffer.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Delta-Control-Read-sec.
           Perform Group-Read-sec.
           Perform Block-Load-sec.
           Perform Input-Open-sec.
           Perform Master-Open-sec.
           Perform Load-Main-Loop-sec
                   until Input-Read-Flag = 0.
           Perform Input-Close-sec.
           Perform Master-Close-sec.
           Perform Journal-Mark-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform   Input-Read-sec.
           IF    Input-Read-Flag = 1
             Add       1            to Count-Records-Read
             Perform   Block-Check-sec
             IF  Block-Skip-sw = 1
               Add     1            to Count-Blocked
             Else
               Perform Master-Write-sec
             End-if
           End-if.
       Load-Main-Loop-ex.
           Exit.
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
           IF  Block-Skip-sw = 1
      *      The record number only - the log must not carry the
      *      erased name back into the files.
             Move    "Erased name not reloaded ---:" to Debug-Text
             Move    Count-Records-Read              to Debug-Value
             Perform Debug-Display-sec
           End-if.
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
      *========================  Normalized Name File  =================
      *
       Input-Open-sec section.
       Master-Close-ex.
           Exit.
      *
      *====================  Before/After Change Journal  ===============
      *
       Journal-Mark-sec section.
       Journal-Mark.
      *   A full reload replaces the master wholesale, outside the
      *   keyed journal - the marker tells ICU-AsOf that no business
      *   date before this one can be rebuilt by replaying back past
      *   it.
           Move ZERO to File-Status-Flag.
           Open Extend Journal-File.
           IF  File-Status-Flag = "00" or "05"
             Move    SPACES             to Journal-Record
             Move    Current-Run-Date   to Journal-Business-Date
             Move    Run-Start-Time (1 : 6) to Journal-Time
             Move    ZERO               to Journal-Seq
             Move    "RELOAD"           to Journal-Action
             Move    "ICU-MastLoad"     to Journal-Source
             Write   Journal-Record
             Close   Journal-File
           Else
             Move "Journal File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Journal-Mark-ex.
           Exit.
      *
      *===============  End-of-run Control Totals  ======================
      *
       Report-Trailer-sec section.
           Move    "Duplicate keys skipped ----:" to Debug-Text.
           Move    Count-Duplicates      to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Erased records skipped  ---:" to Debug-Text.
           Move    Count-Blocked         to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *
           Move Count-Records-Read    to History-Input-Count.
           Move Count-Records-Loaded  to History-Output-Count.
           Move Count-Duplicates      to History-Reject-Count.
           Move Count-Blocked         to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           Move "OK"                  to History-Status.
           Move ZERO                  to File-Status-Flag.
