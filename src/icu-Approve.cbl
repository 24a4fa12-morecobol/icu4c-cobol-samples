      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Approve".
      *
      * Checker step of dual control over name master maintenance
      **
      * The program includes the following steps:
      * - Load the pending-approval file "ICU_Maint_Pending.txt"
      *         (staged by ICU-Submit - pending-item id, maker,
      *         action, name, new name)
      * - Apply the checkers' decisions "ICU_Maint_Decisions.txt":
      *         pending-item id, APPROVE or DECLINE, the checker id
      *         and a free-text reason.  The checker is the signed-on
      *         user (USERNAME), as ICU-Submit takes the maker - the
      *         id typed on the decision is only logged when it
      *         differs.  A decision is refused when the item is not
      *         pending (NOTPEND), the checker is the maker or not
      *         known (SELFAPPR / NOCHECKR) or the code is unknown
      *         (BADCODE)
      * - Age every item still pending in business days since its
      *         submit date (ICU-Calendar function "B" - weekends and
      *         holidays of "ICU_Calendar.txt" skipped); an item
      *         older than the expiry card "ICU_Maint_Expiry.txt"
      *         (default 5 business days) expires
      * - Add to ICU-Maint's transaction file "ICU_Maint_Trans.txt":
      *         approved items to apply, declined and expired items
      *         with their disposition so ICU-Maint reports them
      *         beside its own rejects
      * - Rewrite the pending-approval file with the items still
      *         awaiting a decision
      * - Write the daily aging report "ICU_Maint_Aging.txt": every
      *         item with its status, age and days left before
      *         expiry, and every refused decision
      * - Empty the decision file once its decisions are recorded,
      *         as ICU-Submit empties its submissions
      * - Write debugging information to Display and
      *         log file "ICU_Approve_log.txt"
      *
      * Runs once a business day, ahead of ICU-Maint - the
      * transaction file is extended here, so a decision ICU-Maint
      * has not yet applied is kept; ICU-Maint empties it once
      * applied.
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
      * ------------------- Pending-Approval File  -----------------
             Select Optional Pending-File
                    Assign to "ICU_Maint_Pending.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Checker Decision File  -----------------
             Select Optional Decision-File
                    Assign to "ICU_Maint_Decisions.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Maintenance Transaction File  ------------
             Select Optional Trans-File
                    Assign to "ICU_Maint_Trans.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Daily Aging Report  ---------------------
             Select Optional Aging-File
                    Assign to "ICU_Maint_Aging.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Expiry Control Card  ----------------------
             Select Optional Expiry-Control-File
                    Assign to "ICU_Maint_Expiry.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Approve_log.txt"
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
      *   Same layout ICU-Submit appends.
       FD Pending-File
                       Record contains 180 characters.
         01 Pending-Record.
           03  Pend-Id.
             05  Pend-Submit-Date          pic X(8).
             05  Pend-Submit-Time          pic X(6).
             05  Pend-Seq                  pic 9(4).
           03  Filler                      pic X.
           03  Pend-Maker                  pic X(12).
           03  Filler                      pic X.
           03  Pend-Action                 pic X(6).
           03  Filler                      pic X.
           03  Pend-Name                   pic X(70).
           03  Filler                      pic X.
           03  Pend-New-Name               pic X(70).
       FD Decision-File
                       Record  varying from 1 to  81 characters.
         01 Decision-Record.
           03  Decision-Pend-Id            pic X(18).
           03  Filler                      pic X.
           03  Decision-Code               pic X(8).
           03  Filler                      pic X.
           03  Decision-Checker            pic X(12).
           03  Filler                      pic X.
           03  Decision-Reason             pic X(40).
      *   ICU-Maint's transaction layout, dual-control fields filled.
       FD Trans-File
                       Record contains 203 characters.
         01 Trans-Record.
           03  Trans-Action                pic X(6).
           03  Filler                      pic X.
           03  Trans-Name                  pic X(70).
           03  Filler                      pic X.
           03  Trans-New-Name              pic X(70).
           03  Filler                      pic X.
           03  Trans-Pend-Id               pic X(18).
           03  Filler                      pic X.
           03  Trans-Maker                 pic X(12).
           03  Filler                      pic X.
           03  Trans-Checker               pic X(12).
           03  Filler                      pic X.
           03  Trans-Disposition           pic X(9).
       FD Aging-File
                       Record contains 185 characters.
         01 Aging-Record                   pic X(185).
       FD Expiry-Control-File.
         01 Expiry-Control-Record          pic X(3).
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
       01  Pending-Read-Flag               pic 9    value 0.
       01  Decision-Read-Flag              pic 9    value 0.
       01  Decision-Open-Flag              pic 9    value 0.
       01  Trans-Write-Flag                pic 9    value 0.
       01  Aging-Write-Flag                pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Pending-Read               pic 9(9) Binary value 0.
       01  Count-Decisions-Read             pic 9(9) Binary value 0.
       01  Count-Approved                   pic 9(9) Binary value 0.
       01  Count-Declined                   pic 9(9) Binary value 0.
       01  Count-Expired                    pic 9(9) Binary value 0.
       01  Count-Still-Pending              pic 9(9) Binary value 0.
       01  Count-Refused                    pic 9(9) Binary value 0.
       01  Current-Run-Date                 pic X(8).
      * ------------------ Expiry  -------------------------------------
      *   Business days an item may wait for its checker; read from
      *   Expiry-Control-File, default below.
       01  Expiry-Days                      pic 9(3) value 5.
      * ------------------ Pending-item table  -------------------------
      *   The whole pending file, held so the decisions can be
      *   matched in any order and the file rewritten at the end.
       77  PENDING-TABLE-MAX-ENTRIES       pic 9(5) value 5000.
       01  Pending-Count                   pic 9(5) Binary value 0.
       01  Pending-Table.
           03  Pending-Item                occurs 5000.
             05  Item-Id.
               07  Item-Submit-Date        pic X(8).
               07  Filler                  pic X(10).
             05  Item-Maker                pic X(12).
             05  Item-Action               pic X(6).
             05  Item-Name                 pic X(70).
             05  Item-New-Name             pic X(70).
             05  Item-Status               pic X(9).
             05  Item-Checker              pic X(12).
             05  Item-Age                  pic 9(5).
             05  Item-Reason               pic X(40).
       01  Pending-Sub                     pic 9(5) Binary.
       01  Pending-Found-Sub               pic 9(5) Binary.
       01  Refuse-Code-Work                pic X(9).
       01  Checker-Id                      pic X(12) value SPACES.
      * ------------- Processing Calendar  ----------------------------
      *   Parameter block for the ICU-Calendar subprogram - function
      *   "B" counts the business days between two dates under the
      *   same calendar the pipeline validates its header dates by.
       01  Calendar-Link.
           03  Calendar-Function           pic X(1).
           03  Calendar-Date               pic X(8).
           03  Calendar-Status             pic X(1).
           03  Calendar-Expected           pic X(8).
           03  Calendar-Days               pic 9(5).
      * ------------------ Aging report lines  -------------------------
       01  Aging-Heading-1.
           03  Filler                      pic X(36) value
               "ICU-MAINT DUAL-CONTROL AGING REPORT ".
           03  Filler                      pic X(15) value
               "BUSINESS DATE: ".
           03  Aging-Heading-Date          pic X(8).
           03  Filler                      pic X(10) value
               "  EXPIRY: ".
           03  Aging-Heading-Expiry        pic ZZ9.
           03  Filler                      pic X(14) value
               " BUSINESS DAYS".
       01  Aging-Heading-2.
           03  Filler                      pic X(30) value
               "STATUS    PENDING ID          ".
           03  Filler                      pic X(30) value
               "  AGE  LEFT MAKER        CHECK".
           03  Filler                      pic X(30) value
               "ER      ACTION NAME / REASON  ".
       01  Aging-Detail.
           03  Aging-Status                pic X(9).
           03  Filler                      pic X value space.
           03  Aging-Id                    pic X(18).
           03  Filler                      pic X value space.
           03  Aging-Age                   pic ZZZZ9.
           03  Filler                      pic X value space.
           03  Aging-Left                  pic ZZZZ9.
           03  Aging-Left-X redefines Aging-Left
                                           pic X(5).
           03  Filler                      pic X value space.
           03  Aging-Maker                 pic X(12).
           03  Filler                      pic X value space.
           03  Aging-Checker               pic X(12).
           03  Filler                      pic X value space.
           03  Aging-Action                pic X(6).
           03  Filler                      pic X value space.
           03  Aging-Name                  pic X(70).
           03  Filler                      pic X value space.
           03  Aging-Reason                pic X(40).
       01  Aging-Total-Line.
           03  Aging-Total-Text            pic X(30).
           03  Aging-Total-Count           pic Z(8)9.
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
           Move ">>> Program: ICU-Approve - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Move    Run-Start-Date to Current-Run-Date.
           Perform Expiry-Read-sec.
           Perform Checker-Identify-sec.
      *
           Perform Pending-Load-sec.
           Perform Aging-Open-sec.
           Perform Decision-Open-sec.
           Perform Decision-Main-Loop-sec
                   until Decision-Read-Flag = 0.
           Perform Decision-Close-sec.
           Perform Item-Aging-sec
                   Varying Pending-Sub FROM 1 by 1
                   until   Pending-Sub > Pending-Count.
      *
           Perform Trans-Open-sec.
           Perform Item-Dispose-sec
                   Varying Pending-Sub FROM 1 by 1
                   until   Pending-Sub > Pending-Count.
           Perform Trans-Close-sec.
           Perform Pending-Rewrite-sec.
           Perform Decision-Clear-sec.
           Perform Aging-Totals-sec.
           Perform Aging-Close-sec.
      *
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
      *================= Decision Main Loop ============================
      *
       Decision-Main-Loop-sec section.
       Decision-Main-Loop.
           Perform   Decision-Read-sec.
           IF    Decision-Read-Flag = 1
           and   Decision-Record Not = SPACES
             Add       1 to Count-Decisions-Read
             Perform   Decision-Apply-sec
           End-if.
       Decision-Main-Loop-ex.
           Exit.
      *
       Decision-Apply-sec section.
       Decision-Apply.
      *   The four-eyes rule: only a named checker other than the
      *   maker may decide an item, and only while it is pending.
      *   The checker is who is signed on, never what the decision
      *   line claims.
           IF  Decision-Checker Not = SPACES
           and Decision-Checker Not = Checker-Id
             Move "Decision checker not signed on:" to Debug-Text
             Move Decision-Checker                  to Debug-Value
             Perform Debug-Display-sec
           End-if.
           Move    0 to Pending-Found-Sub.
           Perform Item-Find-sec
                   Varying Pending-Sub FROM 1 by 1
                   until   Pending-Sub > Pending-Count
                        or Pending-Found-Sub > 0.
           Evaluate True
             When Pending-Found-Sub = 0
               Move "NOTPEND"  to Refuse-Code-Work
             When Item-Status (Pending-Found-Sub) Not = "PENDING"
               Move "NOTPEND"  to Refuse-Code-Work
             When Checker-Id = SPACES
               Move "NOCHECKR" to Refuse-Code-Work
             When Checker-Id = Item-Maker (Pending-Found-Sub)
               Move "SELFAPPR" to Refuse-Code-Work
             When Decision-Code = "APPROVE"
               Move "APPROVED" to Item-Status (Pending-Found-Sub)
               Move SPACES     to Refuse-Code-Work
             When Decision-Code = "DECLINE"
               Move "DECLINED" to Item-Status (Pending-Found-Sub)
               Move SPACES     to Refuse-Code-Work
             When Other
               Move "BADCODE"  to Refuse-Code-Work
           End-evaluate.
           IF  Refuse-Code-Work = SPACES
             Move Checker-Id
                          to Item-Checker (Pending-Found-Sub)
             Move Decision-Reason
                          to Item-Reason  (Pending-Found-Sub)
           Else
             Perform Decision-Refused-sec
           End-if.
       Decision-Apply-ex.
           Exit.
      *
       Item-Find-sec section.
       Item-Find.
           IF  Item-Id (Pending-Sub) = Decision-Pend-Id
             Move Pending-Sub to Pending-Found-Sub
           End-if.
       Item-Find-ex.
           Exit.
      *
       Decision-Refused-sec section.
       Decision-Refused.
           Add     1 to Count-Refused.
           Move    SPACES             to Aging-Detail.
           Move    "REFUSED"          to Aging-Status.
           Move    Decision-Pend-Id   to Aging-Id.
           Move    SPACES             to Aging-Left-X.
           Move    Checker-Id         to Aging-Checker.
           Move    Refuse-Code-Work   to Aging-Name.
           Move    Decision-Reason    to Aging-Reason.
           Perform Aging-Write-sec.
           Move    "Decision refused -----------:" to Debug-Text.
           Move    Refuse-Code-Work                 to Debug-Value.
           Move    1                  to Error-Display-sw.
           Perform Debug-Display-sec.
       Decision-Refused-ex.
           Exit.
      *
      *================= Checker Identification ========================
      *
       Checker-Identify-sec section.
       Checker-Identify.
      *   The signed-on user is the checker.  No id is no checker:
      *   every decision is then refused NOCHECKR, but the aging and
      *   expiry still run.
           Move    SPACES          to Checker-Id.
           Display "USERNAME"      upon Environment-Name.
           Accept  Checker-Id      from Environment-Value.
           IF  Checker-Id = SPACES
             Move "Checker id not available ----:" to Debug-Text
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
           Move    "Checker id -----------------:" to Debug-Text.
           Move    Checker-Id                       to Debug-Value.
           Perform Debug-Display-sec.
       Checker-Identify-ex.
           Exit.
      *
      *================= Business-Day Aging ============================
      *
       Item-Aging-sec section.
       Item-Aging.
      *   Business days since submission; an undecided item past the
      *   expiry limit expires - it is never applied, and the maker
      *   resubmits if the change is still wanted.
           Move    "B"                          to Calendar-Function.
           Move    Item-Submit-Date (Pending-Sub) to Calendar-Date.
           Move    Current-Run-Date             to Calendar-Expected.
           Call    "ICU-Calendar" using Calendar-Link.
           Move    Calendar-Days       to Item-Age (Pending-Sub).
           IF  Item-Status (Pending-Sub) = "PENDING"
           and Item-Age (Pending-Sub) > Expiry-Days
             Move "EXPIRED"            to Item-Status (Pending-Sub)
             Move "NOT DECIDED WITHIN THE EXPIRY LIMIT"
                                       to Item-Reason (Pending-Sub)
           End-if.
       Item-Aging-ex.
           Exit.
      *
      *================= Dispose of Each Item ==========================
      *
       Item-Dispose-sec section.
       Item-Dispose.
      *   Decided and expired items go to ICU-Maint; pending ones
      *   stay for tomorrow.  Every item is on the aging report.
           Move    SPACES                       to Aging-Detail.
           Move    Item-Status (Pending-Sub)    to Aging-Status.
           Move    Item-Id (Pending-Sub)        to Aging-Id.
           Move    Item-Age (Pending-Sub)       to Aging-Age.
           Move    Item-Maker (Pending-Sub)     to Aging-Maker.
           Move    Item-Checker (Pending-Sub)   to Aging-Checker.
           Move    Item-Action (Pending-Sub)    to Aging-Action.
           Move    Item-Name (Pending-Sub)      to Aging-Name.
           Move    Item-Reason (Pending-Sub)    to Aging-Reason.
           Evaluate Item-Status (Pending-Sub)
             When "PENDING"
               Add     1 to Count-Still-Pending
               Compute Aging-Left
                         = Expiry-Days - Item-Age (Pending-Sub)
             When "APPROVED"
               Add     1 to Count-Approved
               Move    SPACES to Aging-Left-X
               Perform Trans-Write-sec
             When "DECLINED"
               Add     1 to Count-Declined
               Move    SPACES to Aging-Left-X
               Perform Trans-Write-sec
             When "EXPIRED"
               Add     1 to Count-Expired
               Move    SPACES to Aging-Left-X
               Perform Trans-Write-sec
           End-evaluate.
           Perform Aging-Write-sec.
       Item-Dispose-ex.
           Exit.
      *
      *========================  Pending-Approval File  ================
      *
       Pending-Load-sec section.
       Pending-Load.
      *   An overfull table would lose items at the rewrite - the run
      *   stops instead.
           Move 0    to Pending-Count.
           Move ZERO to File-Status-Flag.
           Open Input Pending-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Pending-Read-Flag
             Perform Pending-Load-Read-sec
                     until Pending-Read-Flag = 0
             Close Pending-File
           Else
      *      An absent optional file opens at end of file with
      *      status 05 - the connector is open and must be closed
      *      before the rewrite opens it for output.
             IF  File-Status-Flag = "05"
               Close Pending-File
             End-if
           End-if.
           Move    "Pending items loaded -------:" to Debug-Text.
           Move    Pending-Count                    to Debug-Value.
           Perform Debug-Display-sec.
       Pending-Load-ex.
           Exit.
      *
       Pending-Load-Read-sec section.
       Pending-Load-Read.
           Move  SPACES to Pending-Record.
           Read  Pending-File
               at End  Move 0 to Pending-Read-Flag
               not at End
                 IF  Pending-Record Not = SPACES
                   Add 1 to Count-Pending-Read
                   IF  Pending-Count = PENDING-TABLE-MAX-ENTRIES
                     Move "Pending table full - code: "
                                            to Debug-Text
                     Move PENDING-TABLE-MAX-ENTRIES
                                            to Debug-Value
                     Move 1                 to Error-Display-sw
                     Perform Debug-Display-sec
                     Move     8 to Return-Code
                     Stop Run
                   End-if
                   Add  1 to Pending-Count
                   Move SPACES        to Pending-Item (Pending-Count)
                   Move Pend-Id       to Item-Id (Pending-Count)
                   Move Pend-Maker    to Item-Maker (Pending-Count)
                   Move Pend-Action   to Item-Action (Pending-Count)
                   Move Pend-Name     to Item-Name (Pending-Count)
                   Move Pend-New-Name to Item-New-Name (Pending-Count)
                   Move "PENDING"     to Item-Status (Pending-Count)
                   Move 0             to Item-Age (Pending-Count)
                 End-if
           End-read.
       Pending-Load-Read-ex.
           Exit.
      *
       Pending-Rewrite-sec section.
       Pending-Rewrite.
      *   Written last, after the transaction file is closed - a
      *   failure before this point leaves every item pending and
      *   the run can simply be repeated.
           Move ZERO to File-Status-Flag.
           Open Output Pending-File.
           IF  File-Status-Flag = "00"
             Perform Pending-Rewrite-One-sec
                     Varying Pending-Sub FROM 1 by 1
                     until   Pending-Sub > Pending-Count
             Close Pending-File
           Else
             Move "Pending File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Pending-Rewrite-ex.
           Exit.
      *
       Pending-Rewrite-One-sec section.
       Pending-Rewrite-One.
           IF  Item-Status (Pending-Sub) = "PENDING"
             Move  SPACES                      to Pending-Record
             Move  Item-Id (Pending-Sub)       to Pend-Id
             Move  Item-Maker (Pending-Sub)    to Pend-Maker
             Move  Item-Action (Pending-Sub)   to Pend-Action
             Move  Item-Name (Pending-Sub)     to Pend-Name
             Move  Item-New-Name (Pending-Sub) to Pend-New-Name
             Write Pending-Record
           End-if.
       Pending-Rewrite-One-ex.
           Exit.
      *
      *========================  Checker Decision File  ================
      *
       Decision-Open-sec section.
       Decision-Open.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Decision-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Decision-Read-Flag
             Move     1                to Decision-Open-Flag
           Else
             IF  File-Status-Flag = "05"
               Close Decision-File
             End-if
             Move     0                to Decision-Read-Flag
             Move "Decision File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Perform  Debug-Display-sec
           End-if.
       Decision-Open-ex.
           Exit.
      *
       Decision-Read-sec section.
       Decision-Read.
           IF Decision-Read-Flag = 1  Then
             Move  SPACES to Decision-Record
             Read  Decision-File
                 at End  Move 0 to Decision-Read-Flag
             End-read.
       Decision-Read-ex.
           Exit.
      *
       Decision-Close-sec section.
       Decision-Close.
           IF  Decision-Open-Flag = 1
             Close Decision-File
           End-if.
       Decision-Close-ex.
           Exit.
      *
       Decision-Clear-sec section.
       Decision-Clear.
      *   Every decision read is now on the transaction file, the
      *   rewritten pending file or the aging report - an empty
      *   decision file keeps tomorrow's run from applying it again.
           IF  Count-Decisions-Read > 0
             Move ZERO to File-Status-Flag
             Open Output Decision-File
             IF  File-Status-Flag = "00"
               Close Decision-File
             End-if
           End-if.
       Decision-Clear-ex.
           Exit.
      *
      *========================  Maintenance Transaction File  =========
      *
       Trans-Open-sec section.
       Trans-Open.
      *   Extended, not rewritten - a decision released on an
      *   earlier day and not yet applied by ICU-Maint stays on it.
      *   An absent optional file opens with status 05 and is
      *   created; a 35 leaves the connector closed and the file is
      *   created with Open Output.
           Move ZERO to File-Status-Flag.
           Open Extend Trans-File.
           IF  File-Status-Flag = "35"
             Move ZERO to File-Status-Flag
             Open Output Trans-File
           End-if.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Trans-Write-Flag
           Else
             Move     0                to Trans-Write-Flag
             Move "Trans File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Trans-Open-ex.
           Exit.
      *
       Trans-Write-sec section.
       Trans-Write.
           Move    SPACES                       to Trans-Record.
           Move    Item-Action (Pending-Sub)    to Trans-Action.
           Move    Item-Name (Pending-Sub)      to Trans-Name.
           Move    Item-New-Name (Pending-Sub)  to Trans-New-Name.
           Move    Item-Id (Pending-Sub)        to Trans-Pend-Id.
           Move    Item-Maker (Pending-Sub)     to Trans-Maker.
           Move    Item-Checker (Pending-Sub)   to Trans-Checker.
           Move    Item-Status (Pending-Sub)    to Trans-Disposition.
           IF  Trans-Write-Flag = 1
             Write Trans-Record
           End-if.
       Trans-Write-ex.
           Exit.
      *
       Trans-Close-sec section.
       Trans-Close.
           Close       Trans-File.
       Trans-Close-ex.
           Exit.
      *
      *========================  Daily Aging Report  ===================
      *
       Aging-Open-sec section.
       Aging-Open.
           Move ZERO to File-Status-Flag.
           Open Output Aging-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Aging-Write-Flag
             Move     Current-Run-Date to Aging-Heading-Date
             Move     Expiry-Days      to Aging-Heading-Expiry
             Write    Aging-Record from Aging-Heading-1
             Move     SPACES           to Aging-Record
             Write    Aging-Record
             Write    Aging-Record from Aging-Heading-2
           Else
             Move     0                to Aging-Write-Flag
             Move "Aging File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Aging-Open-ex.
           Exit.
      *
       Aging-Write-sec section.
       Aging-Write.
           IF  Aging-Write-Flag = 1
             Write Aging-Record from Aging-Detail
           End-if.
       Aging-Write-ex.
           Exit.
      *
       Aging-Totals-sec section.
       Aging-Totals.
           IF  Aging-Write-Flag = 1
             Move  SPACES                 to Aging-Record
             Write Aging-Record
             Move  "APPROVED  - TO ICU-MAINT  :" to Aging-Total-Text
             Move  Count-Approved         to Aging-Total-Count
             Write Aging-Record from Aging-Total-Line
             Move  "DECLINED  - TO ICU-MAINT  :" to Aging-Total-Text
             Move  Count-Declined         to Aging-Total-Count
             Write Aging-Record from Aging-Total-Line
             Move  "EXPIRED   - TO ICU-MAINT  :" to Aging-Total-Text
             Move  Count-Expired          to Aging-Total-Count
             Write Aging-Record from Aging-Total-Line
             Move  "STILL PENDING             :" to Aging-Total-Text
             Move  Count-Still-Pending    to Aging-Total-Count
             Write Aging-Record from Aging-Total-Line
             Move  "DECISIONS REFUSED         :" to Aging-Total-Text
             Move  Count-Refused          to Aging-Total-Count
             Write Aging-Record from Aging-Total-Line
           End-if.
       Aging-Totals-ex.
           Exit.
      *
       Aging-Close-sec section.
       Aging-Close.
           IF  Aging-Write-Flag = 1
             Close Aging-File
           End-if.
       Aging-Close-ex.
           Exit.
      *
      *============== Expiry Control Card  ==============================
      *
       Expiry-Read-sec section.
       Expiry-Read.
      *    Expiry-Days defaults to 5 above; a numeric card overrides.
           Move ZERO to File-Status-Flag.
           Open Input Expiry-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Expiry-Control-File
                 at End  Continue
                 not at End
                   IF Expiry-Control-Record Numeric
                     Move Expiry-Control-Record to Expiry-Days
                   End-if
             End-read
             Close Expiry-Control-File
           End-if.
           Move    "Expiry (business days) -----:" to Debug-Text.
           Move    Expiry-Days                      to Debug-Value.
           Perform Debug-Display-sec.
       Expiry-Read-ex.
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
           Move    "Pending items read  -------:" to Debug-Text.
           Move    Count-Pending-Read    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Decisions read  -----------:" to Debug-Text.
           Move    Count-Decisions-Read  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Approved  -----------------:" to Debug-Text.
           Move    Count-Approved        to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Declined  -----------------:" to Debug-Text.
           Move    Count-Declined        to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Expired  ------------------:" to Debug-Text.
           Move    Count-Expired         to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Still pending  ------------:" to Debug-Text.
           Move    Count-Still-Pending   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Decisions refused  --------:" to Debug-Text.
           Move    Count-Refused         to Debug-Value.
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
           Move "ICU-Approve"         to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Pending-Read    to History-Input-Count.
           Move Count-Approved        to History-Output-Count.
           Compute History-Reject-Count
                                      = Count-Declined + Count-Expired.
           Move Count-Refused         to History-Exception-Count.
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
