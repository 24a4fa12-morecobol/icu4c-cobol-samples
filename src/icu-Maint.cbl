      * The program includes the following steps:
      * - Read the daily transaction file "ICU_Maint_Trans.txt":
      *         one line per transaction, action ADD / CHANGE /
      *         DELETE, the name, and (for CHANGE) the new name -
      *         written by ICU-Approve under dual control: each line
      *         carries its pending-item id, maker, checker and
      *         disposition (APPROVED / DECLINED / EXPIRED)
      * - Apply only approved transactions: DECLINED and EXPIRED
      *         items are reported as rejects with that reason, and
      *         when the dual-control card "ICU_Maint_Dual.txt" says
      *         "Y" a line without an approval by a checker other
      *         than its maker is rejected UNAPPRVD
      * - Normalize every transaction name through the same ICU
      *         normalization ICU-Norm's Normalization-sec applies to
      *         the nightly build - the same mode and codepage cards
      *         DELETE removes
      * - Write one line per transaction to the applied/rejected
      *         report "ICU_Maint_Report.txt" (rejects carry the
      *         reason: DUPLICATE, NOTFOUND, ILLEGAL, BADACT,
      *         DECLINED, EXPIRED, UNAPPRVD, ERASED)
      * - Reject with reason ERASED an ADD of, or a CHANGE to, a name
      *         on ICU-Erase's block list "ICU_Erasure_Block.txt" -
      *         a customer who exercised the right to erasure is not
      *         keyed back onto the master (a list longer than the
      *         block table stops the run, return code 8)
      * - Append one before/after image per applied transaction to
      *         the permanent change journal "ICU_Maint_Journal.txt"
      *         (business date, transaction source - maker/checker
      *         under dual control - the master record
      *         as it stood before and after) - ICU-AsOf replays it
      *         to rebuild the master as of any past business date
      * - Empty the transaction file once its lines are applied and
      *         journaled - ICU-Approve adds each day's decisions to
      *         it, so a line is never applied twice
      * - Write debugging information to Display and
      *         log file "ICU_Maint_log.txt"
      *
                    Organization is Indexed
                    Access Mode is Random
                    Record Key is Master-Name.
      * ------------------ Dual-Control Control Card  ---------------
      *      "Y" - only checker-approved transactions are applied.
             Select Optional Dual-Control-File
                    Assign to "ICU_Maint_Dual.txt"
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
      *      Permanent - opened Extend, never rewritten.
             Select Optional Journal-File
                    Assign to "ICU_Maint_Journal.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Applied/Rejected Report  -----------------
             Select Optional Report-File
                    Assign to "ICU_Maint_Report.txt"
       DATA DIVISION.
       File section.
       FD Trans-File
                       Record  varying from 1 to  203 characters.
         01 Trans-Record.
           03  Trans-Action                pic X(6).
           03  Filler                      pic X.
           03  Trans-Name                  pic X(70).
           03  Filler                      pic X.
           03  Trans-New-Name              pic X(70).
      *   Dual-control fields, filled in by ICU-Approve - blank on a
      *   transaction file prepared outside dual control.
           03  Filler                      pic X.
           03  Trans-Pend-Id               pic X(18).
           03  Filler                      pic X.
           03  Trans-Maker                 pic X(12).
           03  Filler                      pic X.
           03  Trans-Checker               pic X(12).
           03  Filler                      pic X.
           03  Trans-Disposition           pic X(9).
      *   Same layout ICU-MastLoad writes.
       FD Master-File.
         01 Master-Record.
           03  Report-Reason               pic X(9).
           03  Filler                      pic X value space.
           03  Report-Name                 pic X(70).
      *   One record per applied transaction.  The before image is
      *   blank for an ADD, the after image blank for a DELETE; a
      *   CHANGE carries both (old key before, new key after).
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
      *   Same layout ICU-Erase writes.
       FD Block-File.
         01 Block-Record.
           03  Block-Name                  pic X(80).
           03  Filler                      pic X.
           03  Block-Date                  pic X(8).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
       FD Dual-Control-File.
         01 Dual-Control-Record            pic X(1).
       FD Norm-Mode-Control-File.
         01 Norm-Mode-Control-Record        pic X(8).
       FD Codepage-Control-File.
       01  Report-Write-Flag               pic 9    value 0.
       01  Master-Found-sw                 pic 9    value 0.
       01  Reject-Record-sw                pic 9    value 0.
       01  Dual-Control-sw                 pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Trans-Read                 pic 9(9) Binary value 0.
       01  Count-Trans-Applied              pic 9(9) Binary value 0.
       01  Normalize-Work-Name              pic X(70).
       01  Normalize-Work-Result            pic X(80).
       01  Report-Reason-Work               pic X(9).
      * ------------------ Erased name block list  ---------------------
      *   Loaded once at start of run; Block-Match-Name in,
      *   Block-Found-sw out.
       77  Block-Table-Max-Entries          pic 9(4) value 2000.
       01  Block-Read-Flag                  pic 9    value 0.
       01  Block-Count                      pic 9(4) Binary value 0.
       01  Block-Table.
           03  Block-Entry                  pic X(80) occurs 2000.
       01  Block-Sub                        pic 9(4) Binary.
       01  Block-Found-sw                   pic 9    value 0.
       01  Block-Match-Name                 pic X(80).
      * ------------------ Before/After Change Journal  ---------------
      *   The master record as it stood before the transaction was
      *   applied - captured ahead of the Delete/Write that changes
      *   it - and where the transaction came from.
       01  Journal-Write-Flag               pic 9    value 0.
       01  Count-Journal-Write              pic 9(9) Binary value 0.
       01  Journal-Run-Time                 pic X(8).
       01  Before-Image-Name                pic X(80).
       01  Before-Image-Stamp               pic X(8).
       01  Trans-Source-Work                pic X(20) value
                                             "ICU_Maint_Trans.txt".
      * ---------------------- Input / Output Buffers  -----------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(70).
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Dual-Control-Read-sec.
           Perform Norm-Mode-Read-sec.
           Perform Codepage-Read-sec.
           Perform Version-Read-sec.
           Perform Block-Load-sec.
      *
           Perform Load-DLL-sec.
           Perform Open-Unicode-Converter-sec.
      *
           Perform Journal-Open-sec.
           Perform Master-Open-sec.
           Perform Report-Open-sec.
           Perform Trans-Open-sec.
           Perform Trans-Close-sec.
           Perform Report-Close-sec.
           Perform Master-Close-sec.
           Perform Journal-Close-sec.
           Perform Trans-Clear-sec.
      *
           Perform Close-Unicode-Converter-sec.
           Perform Free-DLL-sec.
           IF    Trans-Read-Flag = 1
             Add       1            to Count-Trans-Read
             Add       1            to Trans-Seq
             Perform   Approval-Check-sec
             IF  Report-Reason-Work Not = SPACES
               Perform Report-Rejected-sec
             Else
               Evaluate  Trans-Action
                 When "ADD"
                   Perform Apply-Add-sec
                 When "CHANGE"
                   Perform Apply-Change-sec
                 When "DELETE"
                   Perform Apply-Delete-sec
                 When Other
                   Move "BADACT"  to Report-Reason-Work
                   Perform Report-Rejected-sec
               End-evaluate
             End-if
           End-if.
       Maint-Main-Loop-ex.
           Exit.
      *
      *================= Dual-Control Approval Check ===================
      *
       Approval-Check-sec section.
       Approval-Check.
      *   A checker's decline, or an item that aged out unapproved,
      *   never reaches the master whatever the card says; with dual
      *   control on, neither does anything the maker approved alone.
           Move SPACES to Report-Reason-Work.
           Evaluate True
             When Trans-Disposition = "DECLINED"
               Move "DECLINED"  to Report-Reason-Work
             When Trans-Disposition = "EXPIRED"
               Move "EXPIRED"   to Report-Reason-Work
             When Dual-Control-sw = 0
               Continue
             When Trans-Disposition = "APPROVED"
              and Trans-Maker   Not = SPACES
              and Trans-Checker Not = SPACES
              and Trans-Checker Not = Trans-Maker
               Continue
             When Other
               Move "UNAPPRVD"  to Report-Reason-Work
           End-evaluate.
       Approval-Check-ex.
           Exit.
      *
      *================= Apply One Transaction =========================
      *
       Apply-Add-sec section.
           IF  Reject-Record-sw = 1
             Move "ILLEGAL"   to Report-Reason-Work
             Perform Report-Rejected-sec
             Go to Apply-Add-ex
           End-if.
           Move    Normalize-Work-Result to Block-Match-Name.
           Perform Block-Find-sec.
           IF  Block-Found-sw = 1
             Move "ERASED"    to Report-Reason-Work
             Perform Report-Rejected-sec
           Else
             Move  SPACES                to Before-Image-Name
             Move  SPACES                to Before-Image-Stamp
             Move  Normalize-Work-Result to Master-Name
             Move  Current-Run-Date      to Master-Stamp-Date
             Write Master-Record
                   Perform Report-Rejected-sec
                 not invalid key
                   Perform Report-Applied-sec
                   Perform Journal-Write-sec
             End-write
           End-if.
       Apply-Add-ex.
           IF  Reject-Record-sw = 1
             Move "ILLEGAL"   to Report-Reason-Work
             Perform Report-Rejected-sec
             Go to Apply-Change-ex
           End-if.
      *   Renaming a customer onto an erased name would bring the
      *   erased name back just as surely as adding it.
           Move    New-Normalized-Name to Block-Match-Name.
           Perform Block-Find-sec.
           IF  Block-Found-sw = 1
            and New-Normalized-Name Not = Old-Normalized-Name
             Move "ERASED"    to Report-Reason-Work
             Perform Report-Rejected-sec
           Else
             Move    New-Normalized-Name to Master-Name
             Perform Master-Read-sec
                 Move "NOTFOUND"  to Report-Reason-Work
                 Perform Report-Rejected-sec
               Else
                 Move  Master-Name         to Before-Image-Name
                 Move  Master-Stamp-Date   to Before-Image-Stamp
                 Delete Master-File record
                 Move  New-Normalized-Name to Master-Name
                 Move  Current-Run-Date    to Master-Stamp-Date
                       Perform Report-Rejected-sec
                     not invalid key
                       Perform Report-Applied-sec
                       Perform Journal-Write-sec
                 End-write
               End-if
             End-if
             Move "ILLEGAL"   to Report-Reason-Work
             Perform Report-Rejected-sec
           Else
      *       Read first - the journal needs the record as it stood,
      *       stamp included, before it is removed.
             Move    Normalize-Work-Result to Master-Name
             Perform Master-Read-sec
             Move    Master-Name           to Before-Image-Name
             Move    Master-Stamp-Date     to Before-Image-Stamp
             Move    Normalize-Work-Result to Master-Name
             Delete Master-File record
                 invalid key
                   Move "NOTFOUND"  to Report-Reason-Work
                   Perform Report-Rejected-sec
                 not invalid key
                   Perform Report-Applied-sec
                   Move    SPACES   to Master-Name
                   Move    SPACES   to Master-Stamp-Date
                   Perform Journal-Write-sec
             End-delete
           End-if.
       Apply-Delete-ex.
       Report-Write-ex.
           Exit.
      *
      *============== Erased Name Block List  ===========================
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
           IF  Block-Entry (Block-Sub) = Block-Match-Name
             Move 1 to Block-Found-sw
           End-if.
       Block-Compare-ex.
           Exit.
      *
      *============== Dual-Control Control Card  ========================
      *
       Dual-Control-Read-sec section.
       Dual-Control-Read.
      *    Off unless the card says "Y" - a transaction file built
      *    outside ICU-Approve still applies as it always has.
           Move ZERO to File-Status-Flag.
           Open Input Dual-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Dual-Control-File
                 at End  Continue
                 not at End
                   IF Dual-Control-Record = "Y" or "y"
                     Move 1 to Dual-Control-sw
                   End-if
             End-read
             Close Dual-Control-File
           End-if.
           Move    "Dual control (1=Y) ---------:" to Debug-Text.
           Move    Dual-Control-sw                  to Debug-Value.
           Perform Debug-Display-sec.
       Dual-Control-Read-ex.
           Exit.
      *
      *============== Normalization Mode Control Card  ==================
      *
       Norm-Mode-Read-sec section.
           End-if.
       Trans-Close-ex.
           Exit.
      *
       Trans-Clear-sec section.
       Trans-Clear.
      *   Every line read is now applied or reported - an empty
      *   transaction file makes the rerun safe and leaves ICU-Approve
      *   a clean file to add the next decisions to.
           IF  Count-Trans-Read > 0
             Move ZERO to File-Status-Flag
             Open Output Trans-File
             IF  File-Status-Flag = "00"
               Close Trans-File
             End-if
           End-if.
       Trans-Clear-ex.
           Exit.
      *
      *========================  Indexed Name Master  ==================
      *
       Master-Close-ex.
           Exit.
      *
      *====================  Before/After Change Journal  ===============
      *
       Journal-Open-sec section.
       Journal-Open.
      *   The journal is the permanent audit of every change to the
      *   master - a run that cannot record its changes must not make
      *   them, so an open failure stops before the master is opened.
           Accept  Journal-Run-Time from TIME.
           Move ZERO to File-Status-Flag.
           Open Extend Journal-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Journal-Write-Flag
           Else
             Move     0                to Journal-Write-Flag
             Move "Journal File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Journal-Open-ex.
           Exit.
      *
       Journal-Write-sec section.
       Journal-Write.
      *   Called on the applied path only, with Before-Image-Name /
      *   Before-Image-Stamp holding the record as it stood and
      *   Master-Record holding it as it now stands (spaces after a
      *   DELETE).
           Move    SPACES             to Journal-Record.
           Move    Current-Run-Date   to Journal-Business-Date.
           Move    Journal-Run-Time (1 : 6) to Journal-Time.
           Move    Trans-Seq          to Journal-Seq.
           Move    Trans-Action       to Journal-Action.
           Move    Trans-Source-Work  to Journal-Source.
           IF  Trans-Maker Not = SPACES
             Move   SPACES            to Journal-Source
             STRING Trans-Maker   delimited by SPACE
                    "/"           delimited by size
                    Trans-Checker delimited by SPACE
                      into Journal-Source
           End-if.
           Move    Before-Image-Name  to Journal-Before-Name.
           Move    Before-Image-Stamp to Journal-Before-Stamp.
           Move    Master-Name        to Journal-After-Name.
           Move    Master-Stamp-Date  to Journal-After-Stamp.
           IF Journal-Write-Flag = 1  Then
             Write  Journal-Record
             Add    1 to Count-Journal-Write
           End-if.
       Journal-Write-ex.
           Exit.
      *
       Journal-Close-sec section.
       Journal-Close.
           Close       Journal-File.
       Journal-Close-ex.
           Exit.
      *
      *====================  Applied/Rejected Report File  =============
      *
       Report-Open-sec section.
           Move    "Transactions rejected  ----:" to Debug-Text.
           Move    Count-Trans-Rejected  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Journal records written  --:" to Debug-Text.
           Move    Count-Journal-Write   to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *
