      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Edit".
      *
      * Field-level edit validation stage driven by a data dictionary
      **
      * The program includes the following steps:
      * - Read the record layout card "ICU_Conv_Layout.txt" (the
      *         same card the conversion stage reads - every line,
      *         whatever its type, is one field of the record; with
      *         no card the whole record is field 01)
      * - Read the edit-rules card "ICU_Edit_Rules.txt": one line
      *         per field, naming the field by its line number on the
      *         layout card and giving its rules - mandatory, numeric,
      *         date (CCYYMMDD), minimum and maximum length, and a
      *         list of allowed values
      * - Read each record of the conversion stage's output
      *         "ICU_Conv_Output.txt" - ICU-Script's survivors
      *         "ICU_Script_Output.txt" when that stage ran
      *         (ICU_Pipeline_Script.txt = "Y") - standard HDR passed
      *         through, TRL restated to the records actually written
      * - Edit every field that carries rules: the first rule a
      *         record fails sends it to "ICU_Edit_Reject.txt" with
      *         the field and the rule, out of the flow - the file
      *         ICU-Repair picks up with the other rejects
      * - Write the surviving records to "ICU_Edit_Output.txt",
      *         the file the sort stage's input is copied from when
      *         this stage is on
      * - Write debugging information to Display and
      *         log file "ICU_Edit_log.txt"
      *
      * Runs between ICU-Conv (after ICU-Script, when that stage is
      * on) and ICU-Coll - driver card ICU_Pipeline_Edit.txt = "Y".
      * Blank mandatory names, non-numeric account numbers,
      * impossible dates and out-of-range codes stop here instead of
      * reaching the master.
      *
      * Lengths are counted in bytes of the converted record - one
      * byte per character in the single-byte target codepages the
      * conversion stage writes by default.
      *
      * Return code 4 when the stage ran without any edit rules -
      * every record passed unchecked.
      *
      * No ICU APIs are used - the edits look at the converted bytes.
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
      * ---------------------- Input File  -----------------
      *      Assigned through Input-File-Name: the raw conversion
      *      output normally, ICU-Script's survivors when the
      *      script-validation stage ran (the same driver card,
      *      read in Script-Control-Read-sec, decides).
             Select Optional Input-File
                    Assign to Input-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ---------------------- Output File  -----------------
             Select Optional Output-File
                    Assign to "ICU_Edit_Output.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Edit Reject File  ---------------------------
             Select Optional Reject-File
                    Assign to "ICU_Edit_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Edit_log.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------- Script Validation Stage Control Card  ------------
             Select Optional Script-Control-File
                    Assign to "ICU_Pipeline_Script.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Type Group Control Card  -------------
      *      The same shared ICU_Group_Mode.txt card the sort,
      *      normalize and dedupe programs read.
             Select Optional Group-Control-File
                    Assign to "ICU_Group_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Layout Control Card  -----------------
      *      The same card the conversion stage reads - the data
      *      dictionary the edit rules refer to by line number.
             Select Optional Layout-Control-File
                    Assign to "ICU_Conv_Layout.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Edit Rules Card  ----------------------------
             Select Optional Rules-Control-File
                    Assign to "ICU_Edit_Rules.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Shared Pipeline Status File  ----------------
      *      Appended by every stage as it runs - the heartbeat the
      *      ICU-Status operator display reads.
             Select Optional Status-File
                    Assign to "ICU_Pipeline_Status.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------ Status Heartbeat Interval Card  -------------
      *      One card for the whole suite - every stage program
      *      reads the same ICU_Status_Interval.txt.
             Select Optional Interval-Control-File
                    Assign to "ICU_Status_Interval.txt"
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
      *=================================================================
      *
       DATA DIVISION.
       File section.
       FD Input-File
                       Record  varying from 1 to  200 characters.
         01 Input-Record                   pic X(200).
       FD Output-File
                       Recording Mode is F
                       Record contains 200 characters.
         01 Output-Record                  pic X(200).
      *   The first 220 bytes are the suite's reject layout (the one
      *   icu-Script.cbl and icu-Conv.cbl's exceptions write), the
      *   reason being the rule that failed; the failing field
      *   follows.
       FD Reject-File
                       Record contains 242 characters.
         01 Reject-Record.
           03  Reject-Index               pic 9(9).
           03  Filler                     pic X value space.
           03  Reject-Reason              pic X(9).
           03  Filler                     pic X value space.
           03  Reject-Text                pic X(200).
           03  Filler                     pic X value space.
           03  Reject-Field-Number        pic 99.
           03  Filler                     pic X value space.
           03  Reject-Field-Name          pic X(10).
           03  Filler                     pic X value space.
           03  Reject-Field-Start         pic 9(3).
           03  Filler                     pic X value space.
           03  Reject-Field-Length        pic 9(3).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
       FD Script-Control-File.
         01 Script-Control-Record          pic X(1).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Layout-Control-File.
         01 Layout-Control-Record.
           03  Control-Field-Start         pic 9(3).
           03  Control-Field-Length        pic 9(3).
           03  Control-Field-Type          pic X(1).
      *   One line per edited field, fixed columns:
      *     01-02  field number - the line of ICU_Conv_Layout.txt
      *     04-13  field name, printed on the reject
      *     15     "M" mandatory
      *     17     format: "N" numeric, "D" date CCYYMMDD
      *     19-21  minimum length   (blank - none)
      *     23-25  maximum length   (blank - none)
      *     27-86  allowed values, separated by commas, no spaces
      *            (blank - any value)
       FD Rules-Control-File.
         01 Rules-Control-Record.
           03  Control-Rule-Field          pic X(2).
           03  Filler                      pic X.
           03  Control-Rule-Name           pic X(10).
           03  Filler                      pic X.
           03  Control-Rule-Mandatory      pic X(1).
           03  Filler                      pic X.
           03  Control-Rule-Format         pic X(1).
           03  Filler                      pic X.
           03  Control-Rule-Min            pic X(3).
           03  Filler                      pic X.
           03  Control-Rule-Max            pic X(3).
           03  Filler                      pic X.
           03  Control-Rule-Values         pic X(60).
       FD Status-File.
         01 Status-Record                  pic X(57).
       FD Interval-Control-File.
         01 Interval-Control-Record        pic 9(5).
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
       01  Input-File-Name         pic X(64) value
                                             "ICU_Conv_Output.txt".
       01  Main-index                      pic 9(9) Binary.
       01  Input-Read-Flag                 pic 9    value 0.
       01  Output-Write-Flag               pic 9    value 0.
       01  Header-Seen-sw                  pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Records-Written            pic 9(9) Binary value 0.
       01  Count-Records-Rejected           pic 9(9) Binary value 0.
       01  Count-Parent-Rejected            pic 9(9) Binary value 0.
      * ------------- Record layout (data dictionary)  -----------------
      *   Every layout line is stored, whatever its type - the rules
      *   card numbers the fields by their line on the card.  With
      *   no card the whole record is field 01.
       77  FIELD-TABLE-MAX-ENTRIES         pic 99    value 20.
       01  Field-Count                     pic 99    Binary value 0.
       01  Field-Table.
           03  Field-Entry                 occurs 20.
             05  Field-Start               pic 999.
             05  Field-Length              pic 999.
       01  Layout-Read-Flag                pic 9     value 0.
      * ------------------ Edit rules  ---------------------------------
       77  RULE-TABLE-MAX-ENTRIES          pic 99    value 20.
       77  VALUE-TABLE-MAX-ENTRIES         pic 99    value 10.
       01  Rule-Count                      pic 99    Binary value 0.
       01  Rule-Table.
           03  Rule-Entry                  occurs 20.
             05  Rule-Field                pic 99.
             05  Rule-Name                 pic X(10).
             05  Rule-Mandatory-sw         pic 9.
             05  Rule-Format               pic X(1).
               88  RULE-NUMERIC                     value "N".
               88  RULE-DATE                        value "D".
             05  Rule-Min-Length           pic 999.
             05  Rule-Max-Length           pic 999.
             05  Rule-Value-Count          pic 99.
             05  Rule-Value                pic X(20) occurs 10.
       01  Rule-Sub                        pic 99    Binary.
       01  Value-Sub                       pic 99    Binary.
       01  Rules-Read-Flag                 pic 9     value 0.
       01  Rule-Field-Work                 pic 99.
      * ------------------ Record-Type Groups  -------------------------
      *   In group mode ("Y" on the shared ICU_Group_Mode.txt card)
      *   the feed carries "N" name records followed by their "A"
      *   address/alias continuation records (record type in column
      *   1).  The layout describes the name record, so only it is
      *   edited; a rejected parent's continuations leave the flow
      *   WITH it - a continuation without its name record would
      *   attach to whatever unrelated parent precedes it in the sort.
       01  Group-Mode-sw                   pic 9    value 0.
       01  Parent-Rejected-sw              pic 9    value 0.
      * ------------------ Per-record edit state  ----------------------
       01  Record-Failed-sw                pic 9.
       01  Failed-Rule                     pic X(9).
       01  Failed-Rule-Sub                 pic 99    Binary.
       01  Edit-Field-Text                 pic X(200).
       01  Edit-Field-Start                pic 999.
       01  Edit-Field-Length               pic 999.
       01  Edit-Trim-Length                pic 999   Binary.
       01  Edit-Value-Found-sw             pic 9.
      *   CCYYMMDD date check - the day against its month, February
      *   against the leap-year rule.
       01  Edit-Date.
           03  Edit-Date-Year              pic 9(4).
           03  Edit-Date-Month             pic 99.
           03  Edit-Date-Day               pic 99.
       01  Edit-Date-Quotient              pic 9(4)  Binary.
       01  Edit-Date-Remainder             pic 9(4)  Binary.
       01  Edit-Date-Last-Day              pic 99.
       01  Month-Days-Table.
           03  Filler                      pic X(24) value
                                       "312831303130313130313031".
       01  Filler Redefines Month-Days-Table.
           03  Month-Days                  pic 99    occurs 12.
       01  Rules-Warning-sw                pic 9     value 0.
      * ------------------ Trailer restatement  ------------------------
       01  Trailer-Build.
           03  Filler                      pic X(3) value "TRL".
           03  Trailer-Build-Count         pic 9(9).
      * ---------------------- Input / Output Buffers  -----------------
       01  Input-Buffer.
           03  Input-Buffer-String         pic X(200).
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      * ------------- Live Progress Heartbeat  ------------------------
      *   Every STATUS-INTERVAL data records the stage appends one
      *   heartbeat to the shared status file the ICU-Status operator
      *   display reads - see Status-Count-sec / Status-Write-sec.
       01  Status-Interval                 pic 9(5) value 100.
       01  Status-Since-Last               pic 9(5) Binary value 0.
       01  Status-Stamp-Date               pic X(8).
       01  Status-Stamp-Time               pic X(8).
       01  Status-Build.
           03  Status-Program-Id           pic X(12).
           03  Filler                      pic X value space.
           03  Status-Stamp                pic X(14).
           03  Filler                      pic X value space.
           03  Status-In-Count             pic 9(9).
           03  Filler                      pic X value space.
           03  Status-Out-Count            pic 9(9).
           03  Filler                      pic X value space.
           03  Status-Checkpoint           pic 9(9).
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
           Move ">>> Program: ICU-Edit - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Perform Script-Control-Read-sec.
           Perform Group-Read-sec.
           Perform Layout-Read-sec.
           Perform Rules-Load-sec.
           Perform Interval-Read-sec.
      *
           Perform Input-Open-sec.
           Perform Output-Open-sec.
           Perform Reject-Open-sec.
           Perform   Edit-Main-Loop-sec
                     Varying Main-index  FROM 1 by 1
                     until               Input-Read-Flag = 0.
           Perform Input-Close-sec.
           Perform Output-Close-sec.
           Perform Reject-Close-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - when icu-Pipeline.cbl CALLs this
      *   program, Stop Run here would end the whole run unit and the
      *   driver would never regain control for the later stages.
      *   A clean completion hands the scheduler return code zero,
      *   a run without rules four - every operator stop above
      *   leaves 8 instead.
           IF  Rules-Warning-sw = 1
             Move  4 to Return-Code
           Else
             Move  0 to Return-Code
           End-if.
           Goback.
      *
      *================= Edit Validation Main Loop =====================
      *
       Edit-Main-Loop-sec  section.
       Edit-Main-Loop.
           Perform   Input-Read-sec.
           IF    Input-Read-Flag = 1
             Evaluate True
               When Input-Buffer-String (1 : 3) = "HDR"
      *          The header passes through unchanged so the next
      *          stage's id and business-date validation still runs.
                 Move 1 to Header-Seen-sw
                 Perform Output-Write-sec
               When Input-Buffer-String (1 : 3) = "TRL"
      *          Consumed - the trailer is restated at close with
      *          the count of records actually written.
                 Continue
               When Other
                 Add     1 to Count-Records-Read
                 Perform Status-Count-sec
                 IF  Group-Mode-sw = 1
                 and Input-Buffer-String (1 : 1) = "A"
      *            A continuation is not edited - it follows its
      *            parent, in or out of the flow.
                   IF  Parent-Rejected-sw = 1
                     Perform Group-Reject-Write-sec
                   Else
                     Perform Output-Write-sec
                   End-if
                 Else
                   Perform Edit-Record-sec
                   IF  Record-Failed-sw = 1
                     Perform Reject-Write-sec
                     Move 1 to Parent-Rejected-sw
                   Else
                     Perform Output-Write-sec
                     Move 0 to Parent-Rejected-sw
                   End-if
                 End-if
             End-evaluate
           End-if.
       Edit-Main-Loop-ex.
           Exit.
      *
      *================= Edit One Record ===============================
      *
       Edit-Record-sec section.
       Edit-Record.
      *   The rules run in card order and the first failure decides -
      *   one reject line per record, so the stage's output plus its
      *   rejects always balance to its input.
           Move 0      to Record-Failed-sw.
           Move SPACES to Failed-Rule.
           Perform Edit-Rule-sec
                   Varying Rule-Sub FROM 1 by 1
                   until   Rule-Sub > Rule-Count
                      or   Record-Failed-sw = 1.
       Edit-Record-ex.
           Exit.
      *
       Edit-Rule-sec section.
       Edit-Rule.
      *   The rule being tried is the one a failure reports - the
      *   loop above stops on it.
           Move    Rule-Sub                         to Failed-Rule-Sub.
           Move    Rule-Field (Rule-Sub)            to Rule-Field-Work.
           Move    Field-Start  (Rule-Field-Work)  to Edit-Field-Start.
           Move    Field-Length (Rule-Field-Work)  to Edit-Field-Length.
           Move    SPACES                           to Edit-Field-Text.
           Move    Input-Buffer-String
                      (Edit-Field-Start : Edit-Field-Length)
                to Edit-Field-Text (1 : Edit-Field-Length).
      *   Converted records can carry null padding from fixed-width
      *   partner layouts - it is as empty as a blank.
           INSPECT Edit-Field-Text replacing all X"00" by SPACE.
           Move    Edit-Field-Length                to Edit-Trim-Length.
           Perform Edit-Trim-sec
                   until Edit-Trim-Length = 0
                      or Edit-Field-Text (Edit-Trim-Length : 1)
                                                       Not = SPACE.
      *
      *   A blank field fails only the mandatory rule - an optional
      *   field left empty has nothing else to check.
           IF  Edit-Trim-Length = 0
             IF  Rule-Mandatory-sw (Rule-Sub) = 1
               Move "MANDATORY" to Failed-Rule
               Move 1           to Record-Failed-sw
             End-if
             Go to Edit-Rule-ex
           End-if.
      *
           IF  Rule-Min-Length (Rule-Sub) > 0
           and Edit-Trim-Length < Rule-Min-Length (Rule-Sub)
             Move "MINLENGTH" to Failed-Rule
             Move 1           to Record-Failed-sw
             Go to Edit-Rule-ex
           End-if.
           IF  Rule-Max-Length (Rule-Sub) > 0
           and Edit-Trim-Length > Rule-Max-Length (Rule-Sub)
             Move "MAXLENGTH" to Failed-Rule
             Move 1           to Record-Failed-sw
             Go to Edit-Rule-ex
           End-if.
           IF  RULE-NUMERIC (Rule-Sub)
             IF  Edit-Field-Text (1 : Edit-Trim-Length) Not Numeric
               Move "NUMERIC"   to Failed-Rule
               Move 1           to Record-Failed-sw
               Go to Edit-Rule-ex
             End-if
           End-if.
           IF  RULE-DATE (Rule-Sub)
             Perform Edit-Date-sec
             IF  Record-Failed-sw = 1
               Go to Edit-Rule-ex
             End-if
           End-if.
           IF  Rule-Value-Count (Rule-Sub) > 0
             Move 0 to Edit-Value-Found-sw
             Perform Edit-Value-sec
                     Varying Value-Sub FROM 1 by 1
                     until   Value-Sub > Rule-Value-Count (Rule-Sub)
                        or   Edit-Value-Found-sw = 1
             IF  Edit-Value-Found-sw = 0
               Move "VALUES"    to Failed-Rule
               Move 1           to Record-Failed-sw
               Go to Edit-Rule-ex
             End-if
           End-if.
       Edit-Rule-ex.
           Exit.
      *
       Edit-Trim-sec section.
       Edit-Trim.
           Subtract 1 from Edit-Trim-Length.
       Edit-Trim-ex.
           Exit.
      *
       Edit-Value-sec section.
       Edit-Value.
      *   Compared as blank-padded text - a value on the card matches
      *   the field's content exactly, nothing more after it.
           IF  Edit-Field-Text = Rule-Value (Rule-Sub, Value-Sub)
             Move 1 to Edit-Value-Found-sw
           End-if.
       Edit-Value-ex.
           Exit.
      *
       Edit-Date-sec section.
       Edit-Date-P.
      *   Eight digits, a month 01-12 and a day that month has -
      *   29 February only in a leap year (every fourth year, not
      *   the centuries except every fourth century).
           IF  Edit-Trim-Length Not = 8
            or Edit-Field-Text (1 : 8) Not Numeric
             Move "DATE"      to Failed-Rule
             Move 1           to Record-Failed-sw
             Go to Edit-Date-ex
           End-if.
           Move Edit-Field-Text (1 : 8) to Edit-Date.
           IF  Edit-Date-Year  = 0
            or Edit-Date-Month < 1 or Edit-Date-Month > 12
            or Edit-Date-Day   < 1
             Move "DATE"      to Failed-Rule
             Move 1           to Record-Failed-sw
             Go to Edit-Date-ex
           End-if.
           Move Month-Days (Edit-Date-Month) to Edit-Date-Last-Day.
           IF  Edit-Date-Month = 2
             Divide Edit-Date-Year by 4
                    giving Edit-Date-Quotient
                    remainder Edit-Date-Remainder
             IF  Edit-Date-Remainder = 0
               Move 29 to Edit-Date-Last-Day
               Divide Edit-Date-Year by 100
                      giving Edit-Date-Quotient
                      remainder Edit-Date-Remainder
               IF  Edit-Date-Remainder = 0
                 Divide Edit-Date-Year by 400
                        giving Edit-Date-Quotient
                        remainder Edit-Date-Remainder
                 IF  Edit-Date-Remainder Not = 0
                   Move 28 to Edit-Date-Last-Day
                 End-if
               End-if
             End-if
           End-if.
           IF  Edit-Date-Day > Edit-Date-Last-Day
             Move "DATE"      to Failed-Rule
             Move 1           to Record-Failed-sw
           End-if.
       Edit-Date-ex.
           Exit.
      *
      *================= Script Validation Stage Control Card  =========
      *
       Script-Control-Read-sec section.
       Script-Control-Read.
      *   The same card icu-Pipeline.cbl reads - when the script
      *   validation stage ran, its survivors are what the sort would
      *   otherwise read, so the edits run against them.
           Move ZERO to File-Status-Flag.
           Open Input Script-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Script-Control-File
                 at End  Continue
                 not at End
                   IF Script-Control-Record = "Y" or "y"
                     Move "ICU_Script_Output.txt" to Input-File-Name
                   End-if
             End-read
             Close Script-Control-File
           End-if.
           Move    "Edit input file ------------:" to Debug-Text.
           Move    Input-File-Name (1 : 35)         to Debug-Value.
           Perform Debug-Display-sec.
       Script-Control-Read-ex.
           Exit.
      *
      *============== Record-Type Group Control Card  ===================
      *
       Group-Read-sec section.
       Group-Read.
      *    Group-Mode-sw defaults to 0 (off) above; a card of "Y"
      *    tells the whole pipeline the feed carries "N" name
      *    records followed by "A" continuation records, and this
      *    stage keeps rejected groups together - see the group
      *    handling in Edit-Main-Loop-sec.
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
      *============== Record-Layout Control Card  =======================
      *
       Layout-Read-sec section.
       Layout-Read.
      *    Unlike the conversion stage, every line is kept - numeric
      *    account numbers and dates are exactly what the edits are
      *    for.  A line with a range leaving the record still takes
      *    its number, but with no range, so a rule on it is dropped
      *    at load instead of sending a reference outside the record.
           Move ZERO to File-Status-Flag.
           Open Input Layout-Control-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Layout-Read-Flag
             Perform Layout-Read-Line-sec
                     until Layout-Read-Flag = 0
                        or Field-Count = FIELD-TABLE-MAX-ENTRIES
             Close Layout-Control-File
           End-if.
           IF  Field-Count = 0
             Move 1   to Field-Count
             Move 1   to Field-Start  (1)
             Move 200 to Field-Length (1)
           End-if.
           Move    "Layout fields --------------:" to Debug-Text.
           Move    Field-Count                      to Debug-Value.
           Perform Debug-Display-sec.
       Layout-Read-ex.
           Exit.
      *
       Layout-Read-Line-sec section.
       Layout-Read-Line.
           Read Layout-Control-File
               at End  Move 0 to Layout-Read-Flag
               not at End
                 Add  1 to Field-Count
                 IF  Control-Field-Start  Numeric
                 and Control-Field-Length Numeric
                 and Control-Field-Start  > 0
                 and Control-Field-Length > 0
                 and Control-Field-Start + Control-Field-Length - 1
                                          Not > 200
                   Move Control-Field-Start
                           to Field-Start  (Field-Count)
                   Move Control-Field-Length
                           to Field-Length (Field-Count)
                 Else
                   Move 0  to Field-Start  (Field-Count)
                   Move 0  to Field-Length (Field-Count)
                   Move "Layout field range invalid - no edits"
                                             to Debug-Text
                   Move Field-Count          to Debug-Value
                   Move 1                    to Error-Display-sw
                   Perform Debug-Display-sec
                 End-if
           End-read.
       Layout-Read-Line-ex.
           Exit.
      *
      *================= Edit Rules Card  ==============================
      *
       Rules-Load-sec section.
       Rules-Load.
      *    No rules card, or no usable line on it, runs the stage as
      *    a pass-through - loudly, with return code 4, since the
      *    driver card asked for edits nobody defined.
           Move ZERO to File-Status-Flag.
           Open Input Rules-Control-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Rules-Read-Flag
             Perform Rules-Read-sec
                     until Rules-Read-Flag = 0
                        or Rule-Count = RULE-TABLE-MAX-ENTRIES
             IF  Rules-Read-Flag = 1
             and Rule-Count = RULE-TABLE-MAX-ENTRIES
               Move "Rule table full - extra rules ignored:"
                                         to Debug-Text
               Move RULE-TABLE-MAX-ENTRIES to Debug-Value
               Move 1                    to Error-Display-sw
               Perform Debug-Display-sec
             End-if
             Close Rules-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Rules-Control-File
             End-if
           End-if.
           Move    "Edit rules loaded ----------:" to Debug-Text.
           Move    Rule-Count                       to Debug-Value.
           Perform Debug-Display-sec.
           IF  Rule-Count = 0
             Move 1 to Rules-Warning-sw
             Move "No edit rules - records pass unchecked"
                                         to Debug-Text
             Move 1                      to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Rules-Load-ex.
           Exit.
      *
       Rules-Read-sec section.
       Rules-Read.
           Read  Rules-Control-File
               at End        Move 0      to Rules-Read-Flag
               not at End
                 IF  Rules-Control-Record Not = SPACES
                   Perform Rule-Store-sec
                 End-if
           End-read.
       Rules-Read-ex.
           Exit.
      *
       Rule-Store-sec section.
       Rule-Store.
      *   A line naming a field the layout does not have, or one
      *   without a usable range, is dropped with a warning - an edit
      *   on the wrong bytes would reject good records all night.
           IF  Control-Rule-Field Not Numeric
             Move "Bad rule field number - dropped:" to Debug-Text
             Move Control-Rule-Field   to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Go to Rule-Store-ex
           End-if.
           Move Control-Rule-Field     to Rule-Field-Work.
           IF  Rule-Field-Work = 0
            or Rule-Field-Work > Field-Count
             Move "Rule field not on layout - dropped:" to Debug-Text
             Move Control-Rule-Field   to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Go to Rule-Store-ex
           End-if.
           IF  Field-Length (Rule-Field-Work) = 0
             Move "Rule field has no range - dropped:" to Debug-Text
             Move Control-Rule-Field   to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Go to Rule-Store-ex
           End-if.
      *
           Add  1                      to Rule-Count.
           Move Rule-Field-Work        to Rule-Field  (Rule-Count).
           Move Control-Rule-Name      to Rule-Name   (Rule-Count).
           IF  Control-Rule-Mandatory = "M" or "m"
             Move 1 to Rule-Mandatory-sw (Rule-Count)
           Else
             Move 0 to Rule-Mandatory-sw (Rule-Count)
           End-if.
           Evaluate Control-Rule-Format
             When "N" When "n"
               Move "N"    to Rule-Format (Rule-Count)
             When "D" When "d"
               Move "D"    to Rule-Format (Rule-Count)
             When Other
               Move SPACE  to Rule-Format (Rule-Count)
           End-evaluate.
           IF  Control-Rule-Min Numeric
             Move Control-Rule-Min to Rule-Min-Length (Rule-Count)
           Else
             Move 0                to Rule-Min-Length (Rule-Count)
           End-if.
           IF  Control-Rule-Max Numeric
             Move Control-Rule-Max to Rule-Max-Length (Rule-Count)
           Else
             Move 0                to Rule-Max-Length (Rule-Count)
           End-if.
           Move 0                      to Rule-Value-Count (Rule-Count).
           IF  Control-Rule-Values Not = SPACES
             Move SPACES to Rule-Value (Rule-Count, 1)
                            Rule-Value (Rule-Count, 2)
                            Rule-Value (Rule-Count, 3)
                            Rule-Value (Rule-Count, 4)
                            Rule-Value (Rule-Count, 5)
                            Rule-Value (Rule-Count, 6)
                            Rule-Value (Rule-Count, 7)
                            Rule-Value (Rule-Count, 8)
                            Rule-Value (Rule-Count, 9)
                            Rule-Value (Rule-Count, 10)
             UNSTRING Control-Rule-Values
                      delimited by "," or all SPACE
                      into Rule-Value (Rule-Count, 1)
                           Rule-Value (Rule-Count, 2)
                           Rule-Value (Rule-Count, 3)
                           Rule-Value (Rule-Count, 4)
                           Rule-Value (Rule-Count, 5)
                           Rule-Value (Rule-Count, 6)
                           Rule-Value (Rule-Count, 7)
                           Rule-Value (Rule-Count, 8)
                           Rule-Value (Rule-Count, 9)
                           Rule-Value (Rule-Count, 10)
                      tallying in Rule-Value-Count (Rule-Count)
             End-unstring
           End-if.
           Move    "Edit rule for field --------:" to Debug-Text.
           Move    SPACES                           to Debug-Value.
           STRING  Control-Rule-Field " " Control-Rule-Name
                   delimited by size into Debug-Value.
           Perform Debug-Display-sec.
       Rule-Store-ex.
           Exit.
      *
      *=============== Status Heartbeat Interval Card  ==================
      *
       Interval-Read-sec section.
       Interval-Read.
      *    Status-Interval defaults to one heartbeat per 100 data
      *    records above; the shared card tunes it for the night's
      *    volume, and zero switches the heartbeat off.
           Move ZERO to File-Status-Flag.
           Open Input Interval-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Interval-Control-File
                 at End  Continue
                 not at End
                   IF Interval-Control-Record Numeric
                     Move Interval-Control-Record to Status-Interval
                   End-if
             End-read
             Close Interval-Control-File
           End-if.
           Move    "Status interval ------------:" to Debug-Text.
           Move    Status-Interval                  to Debug-Value.
           Perform Debug-Display-sec.
       Interval-Read-ex.
           Exit.
      *
      *=============== Live Progress Heartbeat  =========================
      *
       Status-Count-sec section.
       Status-Count.
           Add 1 to Status-Since-Last.
           IF  Status-Interval > 0
           and Status-Since-Last Not < Status-Interval
             Move    0 to Status-Since-Last
             Perform Status-Write-sec
           End-if.
       Status-Count-ex.
           Exit.
      *
       Status-Write-sec section.
       Status-Write.
      *   Open/write/close per heartbeat, like the run history - the
      *   operator display reads the file while the stage is still
      *   running, and an open connector would hold the records back.
           Accept Status-Stamp-Date from DATE YYYYMMDD.
           Accept Status-Stamp-Time from TIME.
           Move SPACES                to Status-Build.
           Move "ICU-Edit"            to Status-Program-Id.
           Move SPACES                to Status-Stamp.
           STRING Status-Stamp-Date Status-Stamp-Time (1 : 6)
                  delimited by size into Status-Stamp.
           Move Count-Records-Read    to Status-In-Count.
           Move Count-Records-Written to Status-Out-Count.
           Move Count-Records-Read    to Status-Checkpoint.
           Move ZERO                  to File-Status-Flag.
           Open Extend Status-File.
           IF  File-Status-Flag = "00" or "05"
             Write Status-Record from Status-Build
             Close Status-File
           End-if.
       Status-Write-ex.
           Exit.
      *
      *========================  Input File  =====================
      *
       Input-Open-sec section.
       Input-Open.
           Move    ZERO        to      File-Status-Flag.
           Open    Input               Input-File.
           IF (File-Status-Flag = "00")  Then
             Move     1                to Input-Read-Flag
           Else
             Move     0                to Input-Read-Flag
             Move "Input File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Input-Open-ex.
           Exit.
      *
       Input-Read-sec section.
       Input-Read.
           IF Input-Read-Flag = 1  Then
             Move  SPACES to Input-Buffer
             Read  Input-File  into  Input-Buffer
                 at End  Move 0 to Input-Read-Flag
             End-read.
       Input-Read-ex.
           Exit.
      *
       Input-Close-sec section.
       Input-Close.
           Close Input-File.
       Input-Close-ex.
           Exit.
      *
      *========================  Output File  =====================
      *
       Output-Open-sec section.
       Output-Open.
           Move ZERO to File-Status-Flag.
           Open Output Output-File.
           IF (File-Status-Flag = "00" or "05")  Then
             Move     1                to Output-Write-Flag
           Else
             Move     0                to Output-Write-Flag
             Move "Output File Open Error - code: "
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Output-Open-ex.
           Exit.
      *
       Output-Write-sec section.
       Output-Write.
           IF Output-Write-Flag = 1  Then
             Write  Output-Record from Input-Buffer-String
             IF  Input-Buffer-String (1 : 3) Not = "HDR"
               Add     1 to Count-Records-Written
             End-if
           End-if.
       Output-Write-ex.
           Exit.
      *
       Output-Close-sec section.
       Output-Close.
      *   The trailer is restated with the records actually written -
      *   the rejected records left the flow here, and the next
      *   stage's trailer validation must see the file it reads.
      *   Only stamped when the input carried a header.
           IF  Header-Seen-sw = 1 and Output-Write-Flag = 1
             Move    Count-Records-Written to Trailer-Build-Count
             Write   Output-Record from Trailer-Build
           End-if.
           Close       Output-File.
       Output-Close-ex.
           Exit.
      *
      *========================  Edit Reject File  =====================
      *
       Reject-Open-sec section.
       Reject-Open.
           Move ZERO to File-Status-Flag.
           Open Output Reject-File.
       Reject-Open-ex.
           Exit.
      *
       Reject-Write-sec section.
       Reject-Write.
      *    Data-record position, HDR/TRL excluded - the index space
      *    every suite reject/violation file uses (Main-index counts
      *    every line read, control records included).
           Move    SPACES              to Reject-Record.
           Move    Count-Records-Read  to Reject-Index.
           Move    Failed-Rule         to Reject-Reason.
           Move    Input-Buffer-String to Reject-Text.
           Move    Rule-Field (Failed-Rule-Sub)
                                       to Reject-Field-Number.
           Move    Rule-Name  (Failed-Rule-Sub)
                                       to Reject-Field-Name.
           Move    Edit-Field-Start    to Reject-Field-Start.
           Move    Edit-Field-Length   to Reject-Field-Length.
           Write   Reject-Record.
           Add     1 to Count-Records-Rejected.
           Move    SPACES              to Debug-Text.
           STRING  "Reject " Failed-Rule " field "
                   Reject-Field-Number " " Reject-Field-Name
                   delimited by size into Debug-Text.
           Move    Count-Records-Read  to Debug-Value.
           Perform Debug-Display-sec.
       Reject-Write-ex.
           Exit.
      *
       Group-Reject-Write-sec section.
       Group-Reject-Write.
      *   A continuation following its rejected parent out of the
      *   flow - reason PARENT, no field of its own failed.
           Move    SPACES              to Reject-Record.
           Move    Count-Records-Read  to Reject-Index.
           Move    "PARENT"            to Reject-Reason.
           Move    Input-Buffer-String to Reject-Text.
           Move    0                   to Reject-Field-Number.
           Move    0                   to Reject-Field-Start.
           Move    0                   to Reject-Field-Length.
           Write   Reject-Record.
           Add     1 to Count-Records-Rejected.
           Add     1 to Count-Parent-Rejected.
           Move    "Reject PARENT  -------------:" to Debug-Text.
           Move    Count-Records-Read  to Debug-Value.
           Perform Debug-Display-sec.
       Group-Reject-Write-ex.
           Exit.
      *
       Reject-Close-sec section.
       Reject-Close.
           Close       Reject-File.
       Reject-Close-ex.
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
           Move    "Records read  -------------:" to Debug-Text.
           Move    Count-Records-Read    to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Records written  ----------:" to Debug-Text.
           Move    Count-Records-Written to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Records rejected  ---------:" to Debug-Text.
           Move    Count-Records-Rejected to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    " of which with parent  ----:" to Debug-Text.
           Move    Count-Parent-Rejected to Debug-Value.
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
           Move "ICU-Edit"            to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Records-Read    to History-Input-Count.
           Move Count-Records-Written to History-Output-Count.
           Move Count-Records-Rejected to History-Reject-Count.
           Move ZERO                  to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           IF  Rules-Warning-sw = 1
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
