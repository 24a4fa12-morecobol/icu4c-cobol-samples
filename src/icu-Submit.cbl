      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Submit".
      *
      * Maker step of dual control over name master maintenance
      **
      * The program includes the following steps:
      * - Identify the maker (USERNAME from the environment) - a
      *         submission without a maker id is refused outright
      * - Read the maker's submission file "ICU_Maint_Submit.txt":
      *         ICU-Maint's transaction layout - action ADD / CHANGE /
      *         DELETE, the name, and (for CHANGE) the new name
      * - Append each valid submission to the pending-approval file
      *         "ICU_Maint_Pending.txt" under a pending-item id
      *         (submit date, time and sequence) and the maker id;
      *         an unknown action is refused here (BADACT) rather
      *         than left for a checker to approve
      * - Empty the submission file once every line is staged, so
      *         a rerun cannot stage the same work twice
      * - Write debugging information to Display and
      *         log file "ICU_Submit_log.txt"
      *
      * Nothing reaches the master from here: ICU-Approve records a
      * second user's decision on each pending item and writes the
      * approved ones to ICU-Maint's transaction file.
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
      * ------------------- Maker Submission File  -----------------
             Select Optional Submit-File
                    Assign to "ICU_Maint_Submit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Pending-Approval File  -----------------
      *      Appended here, rewritten by ICU-Approve.
             Select Optional Pending-File
                    Assign to "ICU_Maint_Pending.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Submit_log.txt"
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
      *   ICU-Maint's transaction layout, without the dual-control
      *   fields ICU-Approve adds.
       FD Submit-File
                       Record  varying from 1 to  148 characters.
         01 Submit-Record.
           03  Submit-Action               pic X(6).
           03  Filler                      pic X.
           03  Submit-Name                 pic X(70).
           03  Filler                      pic X.
           03  Submit-New-Name             pic X(70).
      *   One line per item awaiting a checker - same layout
      *   ICU-Approve reads and rewrites.
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
       01  Submit-Read-Flag                pic 9    value 0.
       01  Submit-Open-Flag                pic 9    value 0.
       01  Pending-Write-Flag              pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Submit-Read                pic 9(9) Binary value 0.
       01  Count-Staged                     pic 9(9) Binary value 0.
       01  Count-Refused                    pic 9(9) Binary value 0.
       01  Submit-Seq                       pic 9(4) value 0.
       01  Current-Run-Date                 pic X(8).
       01  Current-Run-Time                 pic X(8).
       01  Maker-Id                         pic X(12) value SPACES.
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
           Move ">>> Program: ICU-Submit - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Move    Run-Start-Date to Current-Run-Date.
           Move    Run-Start-Time to Current-Run-Time.
           Perform Maker-Identify-sec.
      *
           Perform Pending-Open-sec.
           Perform Submit-Open-sec.
           Perform Submit-Main-Loop-sec
                   until Submit-Read-Flag = 0.
           Perform Submit-Close-sec.
           Perform Pending-Close-sec.
           Perform Submit-Clear-sec.
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
      *================= Submission Main Loop ==========================
      *
       Submit-Main-Loop-sec section.
       Submit-Main-Loop.
           Perform   Submit-Read-sec.
           IF    Submit-Read-Flag = 1
           and   Submit-Record Not = SPACES
             Add       1            to Count-Submit-Read
             Evaluate  Submit-Action
               When "ADD"
               When "CHANGE"
               When "DELETE"
                 Perform Pending-Write-sec
               When Other
                 Add     1 to Count-Refused
                 Move    "Refused BADACT -------------:" to Debug-Text
                 Move    Submit-Record                   to Debug-Value
                 Move    1                  to Error-Display-sw
                 Perform Debug-Display-sec
             End-evaluate
           End-if.
       Submit-Main-Loop-ex.
           Exit.
      *
       Pending-Write-sec section.
       Pending-Write.
      *   The id - submit date, time and a run sequence - is unique
      *   across runs and is what the checker's decision names.
           Add     1                  to Submit-Seq.
           Move    SPACES             to Pending-Record.
           Move    Current-Run-Date   to Pend-Submit-Date.
           Move    Current-Run-Time (1 : 6) to Pend-Submit-Time.
           Move    Submit-Seq         to Pend-Seq.
           Move    Maker-Id           to Pend-Maker.
           Move    Submit-Action      to Pend-Action.
           Move    Submit-Name        to Pend-Name.
           Move    Submit-New-Name    to Pend-New-Name.
           IF  Pending-Write-Flag = 1
             Write Pending-Record
             Add   1 to Count-Staged
           End-if.
           Move    "Staged pending item --------:" to Debug-Text.
           Move    Pend-Id                          to Debug-Value.
           Perform Debug-Display-sec.
       Pending-Write-ex.
           Exit.
      *
      *================= Maker Identification ==========================
      *
       Maker-Identify-sec section.
       Maker-Identify.
      *   The signed-on user is the maker.  Dual control means
      *   nothing if the maker is anonymous, so a blank id stops the
      *   run before anything is staged.
           Move    SPACES          to Maker-Id.
           Display "USERNAME"      upon Environment-Name.
           Accept  Maker-Id        from Environment-Value.
           IF  Maker-Id = SPACES
             Move "Maker id not available - nothing staged"
                                       to Debug-Text
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
           Move    "Maker id -------------------:" to Debug-Text.
           Move    Maker-Id                         to Debug-Value.
           Perform Debug-Display-sec.
       Maker-Identify-ex.
           Exit.
      *
      *========================  Submission File  ======================
      *
       Submit-Open-sec section.
       Submit-Open.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Submit-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Submit-Read-Flag
           Else
             Move     0                to Submit-Read-Flag
             Move "Submit File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
      *   An absent optional file opens at end of file with status
      *   05 - the connector is open all the same and must be closed.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Submit-Open-Flag
           End-if.
       Submit-Open-ex.
           Exit.
      *
       Submit-Read-sec section.
       Submit-Read.
           IF Submit-Read-Flag = 1  Then
             Move  SPACES to Submit-Record
             Read  Submit-File
                 at End  Move 0 to Submit-Read-Flag
             End-read.
       Submit-Read-ex.
           Exit.
      *
       Submit-Close-sec section.
       Submit-Close.
           IF  Submit-Open-Flag = 1
             Close Submit-File
             Move  0 to Submit-Open-Flag
           End-if.
       Submit-Close-ex.
           Exit.
      *
       Submit-Clear-sec section.
       Submit-Clear.
      *   Everything read is now in the pending file (or refused and
      *   logged) - an empty submission file makes the rerun safe.
           IF  Count-Submit-Read > 0
             Move ZERO to File-Status-Flag
             Open Output Submit-File
             IF  File-Status-Flag = "00"
               Close Submit-File
             End-if
           End-if.
       Submit-Clear-ex.
           Exit.
      *
      *========================  Pending-Approval File  ================
      *
       Pending-Open-sec section.
       Pending-Open.
      *   Staging that cannot be recorded must not consume the
      *   submissions - an open failure stops before they are read.
           Move ZERO to File-Status-Flag.
           Open Extend Pending-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Pending-Write-Flag
           Else
             Move     0                to Pending-Write-Flag
             Move "Pending File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Pending-Open-ex.
           Exit.
      *
       Pending-Close-sec section.
       Pending-Close.
           Close       Pending-File.
       Pending-Close-ex.
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
           Move    "Submissions read  ---------:" to Debug-Text.
           Move    Count-Submit-Read     to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Staged for approval  ------:" to Debug-Text.
           Move    Count-Staged          to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Refused (BADACT)  ---------:" to Debug-Text.
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
           Move "ICU-Submit"          to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Submit-Read     to History-Input-Count.
           Move Count-Staged          to History-Output-Count.
           Move Count-Refused         to History-Reject-Count.
           Move ZERO                  to History-Exception-Count.
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
