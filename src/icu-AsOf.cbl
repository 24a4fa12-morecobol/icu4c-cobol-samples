      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-AsOf".
      *
      * As-of-date reconstruction of the indexed name master
      **
      * The program includes the following steps:
      * - Read the as-of business date (YYYYMMDD) from the control
      *         card "ICU_AsOf_Date.txt" - no card means today, i.e.
      *         a plain copy of the master as it stands
      * - Read ICU-Maint's before/after change journal
      *         "ICU_Maint_Journal.txt" and hold every entry posted
      *         after the as-of date (a later ICU-MastLoad RELOAD
      *         marker stops the run - a full reload is not keyed
      *         and cannot be replayed back past)
      * - Copy the live indexed name master "ICU_Name_Master.dat"
      *         (read only - never updated here) to the as-of master
      *         "ICU_AsOf_Master.dat", same layout and key
      * - Undo the held entries newest first against the copy: an
      *         ADD is deleted, a DELETE is rewritten from its before
      *         image, a CHANGE drops the new key and restores the
      *         old record with its original stamp
      * - Write one line per undone entry to the reconstruction
      *         report "ICU_AsOf_Report.txt" (anything that does not
      *         undo cleanly is flagged NOTFOUND / DUPLICATE, an
      *         action it does not know is flagged UNKNOWN)
      * - Pass over ICU-Erase's ERASE markers: an erased name has no
      *         image left to put back, so the entry is reported
      *         SKIPPED and counted apart from the undone entries
      * - Stop with return code 8 when the journal cannot be read -
      *         a copy with nothing undone is not an as-of master
      * - Write debugging information to Display and
      *         log file "ICU_AsOf_log.txt"
      *
      * The live master is only ever read, so an audit question
      * ("what did the master hold at month end?") can be answered
      * in the middle of the daily cycle without touching it.
      *
      * No ICU APIs are used - the journal already holds normalized
      * keys.
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
      * ------------------- As-Of Date Control Card  -----------------
             Select Optional AsOf-Control-File
                    Assign to "ICU_AsOf_Date.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Before/After Change Journal  --------------
             Select Optional Journal-File
                    Assign to "ICU_Maint_Journal.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Indexed Name Master (live)  ---------------
             Select Optional Master-File
                    Assign to "ICU_Name_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Sequential
                    Record Key is Master-Name.
      * ------------------- Indexed Name Master (as of)  --------------
      *      Dynamic access: the copy is loaded in key order, then
      *      the undo pass updates it by key.
             Select Optional AsOf-File
                    Assign to "ICU_AsOf_Master.dat"
                    File Status is File-Status-Flag
                    Organization is Indexed
                    Access Mode is Dynamic
                    Record Key is AsOf-Name.
      * ------------------- Reconstruction Report  -------------------
             Select Optional Report-File
                    Assign to "ICU_AsOf_Report.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_AsOf_log.txt"
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
       FD AsOf-Control-File.
         01 AsOf-Control-Record            pic X(8).
      *   Same layout ICU-Maint writes.
       FD Journal-File
                       Record contains 229 characters.
         01 Journal-Record.
           03  Journal-Business-Date       pic X(8).
           03  Filler                      pic X.
           03  Journal-Time                pic X(6).
           03  Filler                      pic X.
           03  Journal-Seq                 pic 9(5).
           03  Filler                      pic X.
           03  Journal-Action              pic X(6).
           03  Filler                      pic X.
           03  Journal-Source              pic X(20).
           03  Filler                      pic X.
           03  Journal-Before-Name         pic X(80).
           03  Filler                      pic X.
           03  Journal-Before-Stamp        pic X(8).
           03  Filler                      pic X.
           03  Journal-After-Name          pic X(80).
           03  Filler                      pic X.
           03  Journal-After-Stamp         pic X(8).
      *   Same layout ICU-MastLoad writes and ICU-Maint maintains.
       FD Master-File.
         01 Master-Record.
           03  Master-Name                 pic X(80).
           03  Master-Stamp-Date           pic X(8).
       FD AsOf-File.
         01 AsOf-Record.
           03  AsOf-Name                   pic X(80).
           03  AsOf-Stamp-Date             pic X(8).
       FD Report-File
                       Record contains 122 characters.
         01 Report-Record.
           03  Report-Date                 pic X(8).
           03  Filler                      pic X value space.
           03  Report-Seq                  pic 9(5).
           03  Filler                      pic X value space.
           03  Report-Action               pic X(6).
           03  Filler                      pic X value space.
           03  Report-Status               pic X(9).
           03  Filler                      pic X value space.
           03  Report-Reason               pic X(9).
           03  Filler                      pic X value space.
           03  Report-Name                 pic X(80).
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
       01  Journal-Read-Flag               pic 9    value 0.
       01  Master-Read-Flag                pic 9    value 0.
       01  Report-Write-Flag               pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Journal-Read               pic 9(9) Binary value 0.
       01  Count-Master-Copied              pic 9(9) Binary value 0.
       01  Count-Entries-Undone             pic 9(9) Binary value 0.
       01  Count-Undo-Failed                pic 9(9) Binary value 0.
       01  Count-Entries-Skipped            pic 9(9) Binary value 0.
       01  Current-Run-Date                 pic X(8).
      * ------------------ As-of business date  -----------------------
      *   Journal entries posted after this date are undone; entries
      *   on or before it stand.
       01  AsOf-Date                        pic X(8).
      * ------------------ Held journal entries  ----------------------
      *   Every entry posted after the as-of date, in journal order,
      *   so the undo pass can walk them newest first.
       77  UNDO-TABLE-MAX-ENTRIES           pic 9(5) value 20000.
       01  Undo-Count                       pic 9(9) Binary value 0.
       01  Undo-Sub                         pic 9(9) Binary value 0.
       01  Undo-Table.
           03  Undo-Item     occurs 20000.
               05  Undo-Date                pic X(8).
               05  Undo-Seq                 pic 9(5).
               05  Undo-Action              pic X(6).
               05  Undo-Before-Name         pic X(80).
               05  Undo-Before-Stamp        pic X(8).
               05  Undo-After-Name          pic X(80).
       01  Undo-Failed-sw                   pic 9    value 0.
       01  Report-Reason-Work               pic X(9).
       01  Report-Status-Work               pic X(9).
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
           Move ">>> Program: ICU-AsOf - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform AsOf-Date-Read-sec.
      *
           Perform Journal-Open-sec.
           Perform Journal-Load-sec
                   until Journal-Read-Flag = 0.
           Perform Journal-Close-sec.
      *
           Perform Master-Open-sec.
           Perform AsOf-Open-Output-sec.
           Perform Master-Copy-sec
                   until Master-Read-Flag = 0.
           Perform Master-Close-sec.
           Perform AsOf-Close-sec.
      *
           Perform AsOf-Open-IO-sec.
           Perform Report-Open-sec.
           Perform Undo-Entry-sec
                   Varying Undo-Sub FROM Undo-Count by -1
                   until   Undo-Sub = 0.
           Perform Report-Close-sec.
           Perform AsOf-Close-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - so a driver program CALLing this one
      *   regains control, the idiom used across the suite.
      *   A clean completion hands the scheduler return code zero;
      *   an entry that would not undo cleanly leaves 4 (the copy is
      *   complete but the report needs reading), every operator stop
      *   above leaves 8.
           IF  Count-Undo-Failed > 0
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= As-Of Date Control Card  ======================
      *
       AsOf-Date-Read-sec section.
       AsOf-Date-Read.
      *   AsOf-Date defaults to today - nothing in the journal is
      *   later, so the as-of master is a straight copy.
           Move Current-Run-Date to AsOf-Date.
           Move ZERO to File-Status-Flag.
           Open Input AsOf-Control-File.
           IF File-Status-Flag = "00"  Then
             Read AsOf-Control-File
                 at End  Continue
                 not at End
                   IF AsOf-Control-Record Numeric
                     Move AsOf-Control-Record to AsOf-Date
                   Else
                     Move "As-of date is not YYYYMMDD -:"
                                              to Debug-Text
                     Move AsOf-Control-Record to Debug-Value
                     Move 1                   to Error-Display-sw
                     Perform Debug-Display-sec
                     Move     8 to Return-Code
                     Stop Run
                   End-if
             End-read
             Close AsOf-Control-File
           End-if.
           Move    "As-of business date --------:" to Debug-Text.
           Move    AsOf-Date                        to Debug-Value.
           Perform Debug-Display-sec.
       AsOf-Date-Read-ex.
           Exit.
      *
      *================= Before/After Change Journal  ==================
      *
       Journal-Open-sec section.
       Journal-Open.
      *   Without the journal nothing can be undone and the copy
      *   would only be today's master under the as-of name - stop
      *   before the as-of master is written.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Journal-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Journal-Read-Flag
           Else
             Move     0                to Journal-Read-Flag
             Move "Journal File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Display "No change journal - the master cannot be taken"
                     " back to the as-of date - Stop Run."
             Move     8 to Return-Code
             Stop Run
           End-if.
       Journal-Open-ex.
           Exit.
      *
       Journal-Load-sec section.
       Journal-Load.
           Move  SPACES to Journal-Record.
           Read  Journal-File
               at End
                 Move 0 to Journal-Read-Flag
           End-read.
           IF  Journal-Read-Flag = 1
           and Journal-Business-Date > AsOf-Date
             Add  1 to Count-Journal-Read
             IF  Journal-Action = "RELOAD"
      *          A full reload after the as-of date replaced the
      *          master outside the keyed journal - the state before
      *          it cannot be recovered by undoing entries.
               Move "Master reloaded after as-of:" to Debug-Text
               Move Journal-Business-Date        to Debug-Value
               Move 1                            to Error-Display-sw
               Perform Debug-Display-sec
               Display "ICU-MastLoad reloaded the master after the"
                       " as-of date - restore that date's archive"
                       " instead - Stop Run."
               Move     8 to Return-Code
               Stop Run
             End-if
             IF  Undo-Count Not < UNDO-TABLE-MAX-ENTRIES
               Move "Journal entries to undo over:" to Debug-Text
               Move UNDO-TABLE-MAX-ENTRIES       to Debug-Value
               Move 1                            to Error-Display-sw
               Perform Debug-Display-sec
               Display "Too many journal entries after the as-of"
                       " date for one run - Stop Run."
               Move     8 to Return-Code
               Stop Run
             End-if
             Add  1 to Undo-Count
             Move Journal-Business-Date to Undo-Date (Undo-Count)
             Move Journal-Seq           to Undo-Seq (Undo-Count)
             Move Journal-Action        to Undo-Action (Undo-Count)
             Move Journal-Before-Name   to Undo-Before-Name (Undo-Count)
             Move Journal-Before-Stamp
                                   to Undo-Before-Stamp (Undo-Count)
             Move Journal-After-Name    to Undo-After-Name (Undo-Count)
           End-if.
       Journal-Load-ex.
           Exit.
      *
       Journal-Close-sec section.
       Journal-Close.
           Close Journal-File.
       Journal-Close-ex.
           Exit.
      *
      *================= Undo One Journal Entry  =======================
      *
       Undo-Entry-sec section.
       Undo-Entry.
      *   The inverse of what ICU-Maint applied: the after image
      *   comes out, the before image goes back in with its own
      *   stamp.
           Move  0        to Undo-Failed-sw.
           Move  SPACES   to Report-Reason-Work.
           Move  "UNDONE" to Report-Status-Work.
           Evaluate Undo-Action (Undo-Sub)
             When "ADD"
             When "CHANGE"
             When "DELETE"
               Continue
      *      ICU-Erase's marker - the erased name's images are gone,
      *      so there is nothing to put back.
             When "ERASE"
               Add     1         to Count-Entries-Skipped
               Move    "SKIPPED" to Report-Status-Work
               Move    "ERASED"  to Report-Reason-Work
               Perform Report-Entry-sec
               Go to Undo-Entry-ex
             When Other
               Add     1         to Count-Undo-Failed
               Move    1         to Undo-Failed-sw
               Move    "UNKNOWN" to Report-Reason-Work
               Perform Report-Entry-sec
               Go to Undo-Entry-ex
           End-evaluate.
           IF  Undo-Action (Undo-Sub) = "ADD" or "CHANGE"
             Move   Undo-After-Name (Undo-Sub) to AsOf-Name
             Delete AsOf-File record
                 invalid key
                   Move 1          to Undo-Failed-sw
                   Move "NOTFOUND" to Report-Reason-Work
             End-delete
           End-if.
           IF  Undo-Action (Undo-Sub) = "DELETE" or "CHANGE"
             Move  Undo-Before-Name (Undo-Sub)  to AsOf-Name
             Move  Undo-Before-Stamp (Undo-Sub) to AsOf-Stamp-Date
             Write AsOf-Record
                 invalid key
                   Move 1           to Undo-Failed-sw
                   Move "DUPLICATE" to Report-Reason-Work
             End-write
           End-if.
           IF  Undo-Failed-sw = 1
             Add  1 to Count-Undo-Failed
           Else
             Add  1 to Count-Entries-Undone
           End-if.
           Perform Report-Entry-sec.
       Undo-Entry-ex.
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
       Master-Copy-sec section.
       Master-Copy.
           Read Master-File next record
               at End
                 Move 0 to Master-Read-Flag
               not at End
                 Move  Master-Record to AsOf-Record
                 Write AsOf-Record
                     invalid key
                       Move "Copy key rejected ----------:"
                                                  to Debug-Text
                       Move AsOf-Name (1 : 35)    to Debug-Value
                       Move 1                     to Error-Display-sw
                       Perform Debug-Display-sec
                     not invalid key
                       Add  1 to Count-Master-Copied
                 End-write
           End-read.
       Master-Copy-ex.
           Exit.
      *
       Master-Close-sec section.
       Master-Close.
           Close Master-File.
       Master-Close-ex.
           Exit.
      *
      *========================  As-Of Name Master  ====================
      *
       AsOf-Open-Output-sec section.
       AsOf-Open-Output.
      *   Every run rebuilds the as-of copy from scratch.
           Move ZERO to File-Status-Flag.
           Open Output AsOf-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "As-Of File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       AsOf-Open-Output-ex.
           Exit.
      *
       AsOf-Open-IO-sec section.
       AsOf-Open-IO.
           Move ZERO to File-Status-Flag.
           Open I-O AsOf-File.
           IF  File-Status-Flag Not = "00" and "05"
             Move "As-Of File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       AsOf-Open-IO-ex.
           Exit.
      *
       AsOf-Close-sec section.
       AsOf-Close.
           Close AsOf-File.
       AsOf-Close-ex.
           Exit.
      *
      *====================  Reconstruction Report File  ===============
      *
       Report-Open-sec section.
       Report-Open.
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
           End-if.
       Report-Open-ex.
           Exit.
      *
       Report-Entry-sec section.
       Report-Entry.
           Move    SPACES                     to Report-Record.
           Move    Undo-Date (Undo-Sub)       to Report-Date.
           Move    Undo-Seq (Undo-Sub)        to Report-Seq.
           Move    Undo-Action (Undo-Sub)     to Report-Action.
           IF  Undo-Failed-sw = 1
             Move  "FAILED"                   to Report-Status
           Else
             Move  Report-Status-Work         to Report-Status
           End-if.
           Move    Report-Reason-Work         to Report-Reason.
           IF  Undo-Action (Undo-Sub) = "DELETE"
             Move  Undo-Before-Name (Undo-Sub) to Report-Name
           Else
             Move  Undo-After-Name (Undo-Sub)  to Report-Name
           End-if.
           IF Report-Write-Flag = 1  Then
             Write  Report-Record
           End-if.
           Move    "AsOf Report  ---------------:" to Debug-Text.
           Perform Debug-Display-sec.
           Move    Report-Record (1 : 80)          to Debug-Buffer.
           Perform Debug-Display-sec.
       Report-Entry-ex.
           Exit.
      *
       Report-Close-sec section.
       Report-Close.
           Close       Report-File.
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
           Move    "As-of business date  ------:" to Debug-Text.
           Move    AsOf-Date             to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Master records copied  ----:" to Debug-Text.
           Move    Count-Master-Copied   to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Journal entries after date :" to Debug-Text.
           Move    Count-Journal-Read    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Journal entries undone  ---:" to Debug-Text.
           Move    Count-Entries-Undone  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Erasure markers skipped  --:" to Debug-Text.
           Move    Count-Entries-Skipped to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Entries not undone  -------:" to Debug-Text.
           Move    Count-Undo-Failed     to Debug-Value.
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
           Move "ICU-AsOf"            to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Master-Copied   to History-Input-Count.
           Move Count-Entries-Undone  to History-Output-Count.
           Move Count-Undo-Failed     to History-Reject-Count.
           Move Count-Journal-Read    to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Count-Undo-Failed > 0
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
