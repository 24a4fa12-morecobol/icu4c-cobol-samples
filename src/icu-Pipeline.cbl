      *
      *    ICU-Conv  (codepage conversion)
      *       writes  ICU_Conv_Output.txt
      *    ICU-Edit  (field edits - optional stage 1e, enabled by
      *              control card ICU_Pipeline_Edit.txt = "Y")
      *       reads   ICU_Conv_Output.txt  (ICU_Script_Output.txt when
      *                                     the script stage is on)
      *       writes  ICU_Edit_Output.txt  (carried forward to ICU-Case
      *                                     or ICU-Coll)
      *    ICU-Case  (case mapping - optional stage 1a, enabled by
      *              control card ICU_Pipeline_Case.txt = "Y")
      *       reads   ICU_Case_Input.txt   (copied from ICU-Conv's output)
      * stage's shorter input record silently chopping the line at a
      * fixed byte position, sometimes mid multi-byte character.
      *
      * A partition card ICU_Pipeline_Partition.txt splits a large
      * cycle across several jobs run side by side - see
      * icu-Part.cbl (ICU-Part).  With a coordinator card
      * ("M" by manifest entry / "K" by key range) this driver
      * splits the work on its first run, and on later runs reports
      * the partitions still outstanding or - once all are complete
      * - merges them and carries on with the final steps on the
      * combined files.  Each partition job is this same driver run
      * in its own directory ICU_Part_nn on the member card the split
      * wrote there: it runs the stages only, and stamps the
      * partition's checkpoint at start, completion and failure.
      *
      * The following ICU APIs are used:
      *    ucnv_open
      *    ucnv_toUChars
      *    ubrk_preceding
      *    ubrk_close
      *
      * DATE:      26.10.15
      * Version:   1.2
      *
       AUTHOR.     Eliezer Cesark
      *=================================================================
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Edit Validation Stage Control Card  --------------
             Select Optional Edit-Control-File
                    Assign to "ICU_Pipeline_Edit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Edit output -> next stage handoff  ---------------
      *      With the edit-validation stage on, the sort (or case)
      *      stage's input is copied from ICU-Edit's survivors.
             Select Optional Copy-Edit-Output
                    Assign to "ICU_Edit_Output.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Delta Mode Control Card  -------------------------
             Select Optional Delta-Control-File
                    Assign to "ICU_Pipeline_Delta.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Partition Control Card  --------------------------
             Select Optional Partition-Control-File
                    Assign to "ICU_Pipeline_Partition.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Partition Batch Outputs (by-entry member)  -------
      *      A by-entry partition runs the conversion stage in batch
      *      mode; its per-entry outputs are gathered into the one
      *      ICU_Conv_Output.txt the later stages read - see
      *      Copy-Batch-To-Conv-sec.
             Select Optional Batch-Manifest-File
                    Assign to "ICU_Conv_Manifest.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Batch-Output-File
                    Assign to Batch-Output-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Stage Selection Control Card  --------------------
             Select Optional Stages-Control-File
                    Assign to "ICU_Pipeline_Stages.txt"
       FD Copy-Script-Output
                       Record  varying from 1 to  200 characters.
         01 Copy-Script-Output-Record      pic X(200).
       FD Edit-Control-File.
         01 Edit-Control-Record            pic X(1).
       FD Copy-Edit-Output
                       Record  varying from 1 to  200 characters.
         01 Copy-Edit-Output-Record        pic X(200).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Alert-Control-File.
       FD Copy-Delta-Output
                       Record  varying from 1 to  200 characters.
         01 Copy-Delta-Output-Record       pic X(200).
       FD Partition-Control-File.
         01 Partition-Control-Record.
           03  Partition-Control-Method    pic X(1).
           03  Partition-Control-Number    pic X(2).
           03  Partition-Control-Member    pic X(1).
       FD Batch-Manifest-File.
         01 Batch-Manifest-Record.
           03  Batch-Manifest-Name         pic X(64).
           03  Filler                      pic X(80).
       FD Batch-Output-File
                       Record  varying from 1 to  200 characters.
         01 Batch-Output-Record            pic X(200).
       FD Stages-Control-File.
         01 Stages-Control-Record.
           03  Stage-Conv-Card             pic X(1).
      *   and look-alike names are caught before they reach the
      *   master, and stays off unless the control card turns it on.
       01  Script-Stage-sw                 pic 9    value 0.
      * -------------- Edit Validation Stage switch  -----------------
      *   Stage 1e is opt-in - "Y" on ICU_Pipeline_Edit.txt runs
      *   ICU-Edit after the conversion (and script) stage, so
      *   records failing the field edits of ICU_Edit_Rules.txt
      *   leave the flow before the sort, and stays off unless the
      *   control card turns it on.
       01  Edit-Stage-sw                   pic 9    value 0.
      * -------------- Delta Mode switch  ----------------------------
      *   Delta mode is opt-in - "Y" on ICU_Pipeline_Delta.txt runs
      *   ICU-Delta after the conversion stage, feeds only the new
      *   scheduler learns the pipeline really balanced, instead of
      *   someone reading three debug logs by hand.
       01  Stage-Recon-sw                  pic 9    value 1.
      * -------------- Partitioned run  ------------------------------
      *   Partition-Role-sw: 0 an ordinary run, 1 the coordinator of
      *   a partitioned cycle, 2 one partition's job.  Parameter
      *   block for the ICU-Part subprogram as in icu-Part.cbl.
       01  Partition-Role-sw               pic 9    value 0.
       01  Partition-Member-Method         pic X(1) value SPACE.
       01  Partition-Merged-sw             pic 9    value 0.
       01  Part-Link.
           03  Part-Function               pic X(1).
           03  Part-Action                 pic X(1).
           03  Part-Number                 pic 99.
           03  Part-Pending                pic 99.
       01  Batch-Output-Name               pic X(64).
       01  Batch-Read-Flag                 pic 9.
       01  Batch-Entry-Count               pic 99   Binary value 0.
       01  Batch-Sub                       pic 99   Binary.
       01  Batch-NN                        pic 99.
       01  Batch-Header-sw                 pic 9.
       01  Batch-Data-Count                pic 9(9) Binary.
       01  Batch-Trailer.
           03  Filler                      pic X(3) value "TRL".
           03  Batch-Trailer-Count         pic 9(9).
      * -------------- Stage-Outcome Check  --------------------------
      *   A stage that died took the whole run unit with it, so the
      *   checks below catch the quieter failure: a stage that "ran"
           Move    1 to Debug-Display-sw.
           Move    1 to Debug-Write-sw.
           Perform Debug-Open-sec.
           Move ">>> Program: ICU-Pipeline - ver 1.2 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Perform Trans-Control-Read-sec.
           Perform Case-Control-Read-sec.
           Perform Script-Control-Read-sec.
           Perform Edit-Control-Read-sec.
           Perform Delta-Control-Read-sec.
           Perform Alert-Control-Read-sec.
           Perform Archive-Control-Read-sec.
           Perform Stages-Control-Read-sec.
           Perform Norm-Codepage-Read-sec.
           Perform Partition-Control-Read-sec.
      *
      *    A partitioned cycle's coordinator either splits tonight's
      *    work and stops, reports the partitions still running and
      *    stops, or - every partition complete - merges them and
      *    goes on to the final steps only.
           IF  Partition-Role-sw = 1
             Perform Partition-Coordinate-sec
           End-if.
      *
      *   The handoff folding below works through the ICU conversion
      *   and break-iterator services.
      *    comment above.
           Perform Status-Clear-sec.
      *
      *    A partition's job runs the stages only - reconciliation,
      *    alerts, archive and the calendar belong to the merged
      *    cycle, which its coordinator finishes.
           IF  Partition-Role-sw = 2
             Move    "B"    to Part-Function
             Call    "ICU-Part" using Part-Link
             Move    0      to Trans-Stage-sw
             Move    0      to Stage-Recon-sw
             Move    0      to Alert-Step-sw
             Move    0      to Archive-Step-sw
           End-if.
      *
      *============================  Stage 1  ===========================
      *
           IF  Stage-Conv-sw = 1
             Move    "Stage 1 - Calling ICU-Conv --" to Debug-Text
             Perform Debug-Display-sec
             Call    "ICU-Conv"   using  Converter-Name-Link
             IF  Partition-Role-sw = 2 and Partition-Member-Method = "M"
               Perform Copy-Batch-To-Conv-sec
             End-if
             Move    "1-Conv"               to Check-Stage-Name
             Move    "ICU_Conv_Input.txt"   to Check-Input-Name
             Move    "ICU_Conv_Output.txt"  to Check-Output-Name
             Perform Stage-Check-sec
           End-if.
      *
      *=====================  Stage 1e (optional)  ======================
      *
      *    The edit-validation stage applies the field edits to the
      *    conversion output - to ICU-Script's survivors when that
      *    stage ran - and ICU-Delta and the handoff copies read its
      *    survivors in turn.
           IF  Edit-Stage-sw = 1 and Stage-Conv-sw = 1
             Move    "Stage 1e - Calling ICU-Edit -" to Debug-Text
             Perform Debug-Display-sec
             Call    "ICU-Edit"
             Move    "1e-Edit"              to Check-Stage-Name
             IF  Script-Stage-sw = 1
               Move  "ICU_Script_Output.txt" to Check-Input-Name
             Else
               Move  "ICU_Conv_Output.txt"   to Check-Input-Name
             End-if
             Move    "ICU_Edit_Output.txt"  to Check-Output-Name
             Perform Stage-Check-sec
           End-if.
      *
      *=====================  Stage 1d (delta mode)  ====================
      *
      *    In delta mode the conversion output is diffed against the
               Evaluate True
                 When Delta-Stage-sw = 1
                   Perform Copy-Delta-To-Case-sec
                 When Edit-Stage-sw = 1
                   Perform Copy-Edit-To-Case-sec
                 When Script-Stage-sw = 1
                   Perform Copy-Script-To-Case-sec
                 When Other
               Evaluate True
                 When Delta-Stage-sw = 1
                   Perform Copy-Delta-To-Coll-sec
                 When Edit-Stage-sw = 1
                   Perform Copy-Edit-To-Coll-sec
                 When Script-Stage-sw = 1
                   Perform Copy-Script-To-Coll-sec
                 When Other
           IF  Trans-Stage-sw = 1
             Move    "Stage 4 - Calling ICU-Trans -" to Debug-Text
             Perform Debug-Display-sec
             IF  Stage-Norm-sw = 1 or Partition-Merged-sw = 1
               Perform Copy-Norm-To-Trans-sec
             End-if
             Call    "ICU-Trans"
      *
      *    A clean cycle advances the processing calendar's run
      *    control to the business date just completed - a no-op
      *    when no calendar is configured.  A partition's job leaves
      *    that to its coordinator, and stamps its own completion.
           IF  Partition-Role-sw = 2
             Move    "E"    to Part-Function
             Call    "ICU-Part" using Part-Link
           Else
             Move    "A"    to Calendar-Function
             Move    SPACES to Calendar-Date
             Call    "ICU-Calendar" using Calendar-Link
           End-if.
      *
           Move    "Pipeline complete -----------" to Debug-Text.
           Perform Debug-Display-sec.
       Copy-Conv-To-Coll-ex.
           Exit.
      *
      *=========== Gather a by-entry partition's batch outputs ==========
      *
       Copy-Batch-To-Conv-sec section.
       Copy-Batch-To-Conv.
      *    In batch mode the conversion stage writes one output per
      *    manifest entry; the partition's later stages read them as
      *    one ICU_Conv_Output.txt in manifest order, with the first
      *    entry's header and one trailer counting them all - the
      *    order the conversion lineage already numbers them in.
           Move 0 to Batch-Entry-Count.
           Move ZERO to File-Status-Flag.
           Open Input Batch-Manifest-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Batch-Read-Flag
             Perform Batch-Manifest-Read-sec
                     until Batch-Read-Flag = 0
             Close Batch-Manifest-File
           Else
             IF  File-Status-Flag = "05"
               Close Batch-Manifest-File
             End-if
           End-if.
           Move 0 to Batch-Header-sw.
           Move 0 to Batch-Data-Count.
           Move ZERO to File-Status-Flag.
           Open Output Copy-Conv-Output.
           Perform Copy-Batch-File-sec
                   varying Batch-Sub from 1 by 1
                   until Batch-Sub > Batch-Entry-Count.
           IF  Batch-Header-sw = 1
             Move  Batch-Data-Count to Batch-Trailer-Count
             Write Copy-Conv-Output-Record from Batch-Trailer
           End-if.
           Close Copy-Conv-Output.
           Move    "Batch outputs gathered -----:" to Debug-Text.
           Move    Batch-Data-Count                 to Debug-Value.
           Perform Debug-Display-sec.
       Copy-Batch-To-Conv-ex.
           Exit.
      *
       Batch-Manifest-Read-sec section.
       Batch-Manifest-Read.
           Read Batch-Manifest-File
               at End  Move 0 to Batch-Read-Flag
               not at End
                 IF  Batch-Manifest-Name Not = SPACES
                 and Batch-Entry-Count < 99
                   Add 1 to Batch-Entry-Count
                 End-if
           End-read.
       Batch-Manifest-Read-ex.
           Exit.
      *
       Copy-Batch-File-sec section.
       Copy-Batch-File.
           Move    Batch-Sub to Batch-NN.
           Move    SPACES    to Batch-Output-Name.
           STRING  "ICU_Conv_Output_" Batch-NN ".txt"
                   delimited by size into Batch-Output-Name.
           Move ZERO to File-Status-Flag.
           Open Input Batch-Output-File.
           IF  File-Status-Flag = "00"
             Move 1 to Batch-Read-Flag
             Perform Copy-Batch-Read-sec
                     until Batch-Read-Flag = 0
             Close Batch-Output-File
           Else
             IF  File-Status-Flag = "05"
               Close Batch-Output-File
             End-if
           End-if.
       Copy-Batch-File-ex.
           Exit.
      *
       Copy-Batch-Read-sec section.
       Copy-Batch-Read.
           Read Batch-Output-File
               at End  Move 0 to Batch-Read-Flag
               not at End
                 Evaluate True
                   When Batch-Output-Record (1 : 3) = "HDR"
                     IF  Batch-Header-sw = 0 and Batch-Data-Count = 0
                       Move  1 to Batch-Header-sw
                       Write Copy-Conv-Output-Record
                             from Batch-Output-Record
                     End-if
                   When Batch-Output-Record (1 : 3) = "TRL"
                    and Batch-Output-Record (4 : 9) Numeric
                     Continue
                   When Other
                     Write Copy-Conv-Output-Record
                           from Batch-Output-Record
                     Add   1 to Batch-Data-Count
                 End-evaluate
           End-read.
       Copy-Batch-Read-ex.
           Exit.
      *
      *=========== Carry Coll's output forward as Norm's input =========
      *
       Copy-Coll-To-Norm-sec section.
       Copy-Script-To-Case-ex.
           Exit.
      *
      *=========== Carry Edit's survivors forward as Coll's input ======
      *
       Copy-Edit-To-Coll-sec section.
       Copy-Edit-To-Coll.
      *    Edit-validation mode: the sort stage reads ICU-Edit's
      *    survivors - same codepage and folding rules as the full
      *    Conv handoff.
           Move Z"windows-1255" to Fold-Converter-Name.
           Move 79              to Fold-Byte-Limit.
           Perform Fold-Converter-Open-sec.
           Move ZERO to File-Status-Flag.
           Open Input  Copy-Edit-Output.
           Open Output Copy-Coll-Input.
           Move 1 to Copy-Read-Flag.
           Perform until Copy-Read-Flag = 0
             Read Copy-Edit-Output
                 at End  Move 0 to Copy-Read-Flag
                 not at End
                   Move Copy-Edit-Output-Record
                                          to Fold-Record-Buffer
                   Perform Fold-Record-sec
                   Perform varying Fold-Out-Sub from 1 by 1
                           until Fold-Out-Sub > Fold-Segment-Count
                     Write Copy-Coll-Input-Record
                         from Fold-Segment-Text (Fold-Out-Sub)
                   End-perform
             End-read
           End-perform.
           Close Copy-Edit-Output.
           Close Copy-Coll-Input.
           Perform Fold-Converter-Close-sec.
       Copy-Edit-To-Coll-ex.
           Exit.
      *
      *=========== Carry Edit's survivors forward as Case's input ======
      *
       Copy-Edit-To-Case-sec section.
       Copy-Edit-To-Case.
           Move ZERO to File-Status-Flag.
           Open Input  Copy-Edit-Output.
           Open Output Copy-Case-Input.
           Move 1 to Copy-Read-Flag.
           Perform until Copy-Read-Flag = 0
             Read Copy-Edit-Output
                 at End  Move 0 to Copy-Read-Flag
                 not at End
                   Write Copy-Case-Input-Record
                       from Copy-Edit-Output-Record
             End-read
           End-perform.
           Close Copy-Edit-Output.
           Close Copy-Case-Input.
       Copy-Edit-To-Case-ex.
           Exit.
      *
      *=========== Carry Delta's changes forward as Coll's input =======
      *
       Copy-Delta-To-Coll-sec section.
       Script-Control-Read-ex.
           Exit.
      *
      *=============== Edit Validation Stage Control Card  ==============
      *
       Edit-Control-Read-sec section.
       Edit-Control-Read.
      *    Edit-Stage-sw defaults to 0 (off) above; a control card
      *    of "Y" inserts the ICU-Edit field-edit stage ahead of the
      *    sort, the same opt-in idiom used for the other control
      *    cards in this codebase.
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
           Move    "Edit validation stage ------:" to Debug-Text.
           Move    Edit-Stage-sw                    to Debug-Value.
           Perform Debug-Display-sec.
       Edit-Control-Read-ex.
           Exit.
      *
      *=============== Delta Mode Control Card  =========================
      *
       Delta-Control-Read-sec section.
       Archive-Step-ex.
           Exit.
      *
      *=============== Partition Control Card  ==========================
      *
       Partition-Control-Read-sec section.
       Partition-Control-Read.
      *    No card is an ordinary run.  "M" or "K" in column 1 makes
      *    this run a partitioned cycle's coordinator; "P" (written
      *    by the split into each partition directory) makes it that
      *    partition's job, its number in columns 2-3 and the split
      *    method in column 4.  Delta mode feeds the standing master
      *    a night's changes and is never partitioned.
           Move ZERO to File-Status-Flag.
           Open Input Partition-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Partition-Control-File
                 at End  Continue
                 not at End
                   Evaluate Partition-Control-Method
                     When "M"
                     When "K"
                       Move 1 to Partition-Role-sw
                     When "P"
                       IF  Partition-Control-Number Numeric
                         Move 2 to Partition-Role-sw
                         Move Partition-Control-Number
                                          to Part-Number
                         Move Partition-Control-Member
                                          to Partition-Member-Method
                       End-if
                     When Other
                       Continue
                   End-evaluate
             End-read
             Close Partition-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Partition-Control-File
             End-if
           End-if.
           IF  Partition-Role-sw = 1 and Delta-Stage-sw = 1
             Move    "Partition card ignored in delta mode"
                                                 to Debug-Text
             Move    1 to Error-Display-sw
             Perform Debug-Display-sec
             Move    0 to Partition-Role-sw
           End-if.
           Move    "Partition role -------------:" to Debug-Text.
           Move    Partition-Role-sw                to Debug-Value.
           Perform Debug-Display-sec.
       Partition-Control-Read-ex.
           Exit.
      *
       Partition-Coordinate-sec section.
       Partition-Coordinate.
           Move    "Partition - Calling ICU-Part " to Debug-Text.
           Perform Debug-Display-sec.
           Move    "P"    to Part-Function.
           Move    0      to Part-Number.
           Call    "ICU-Part" using Part-Link.
           Evaluate Part-Action
             When "M"
      *        The partitions ran the stages - the merged files are
      *        in place, so tonight's run is the final steps only.
               Move    "Partitions merged -----------" to Debug-Text
               Perform Debug-Display-sec
               Move    0 to Stage-Conv-sw
               Move    0 to Stage-Coll-sw
               Move    0 to Stage-Norm-sw
               Move    0 to Case-Stage-sw
               Move    0 to Script-Stage-sw
               Move    0 to Edit-Stage-sw
               Move    1 to Partition-Merged-sw
             When "S"
               Move    "Partitions split - start the partition jobs"
                                                 to Debug-Text
               Perform Debug-Display-sec
               Perform History-Write-sec
               Perform Debug-Close-sec
               Move    0 to Return-Code
               Stop Run
             When "W"
      *        Not a failure - but not a finished cycle either, so
      *        the scheduler sees a warning until the merge.
               Move    "Partitions not yet complete :" to Debug-Text
               Move    Part-Pending                     to Debug-Value
               Move    1 to Error-Display-sw
               Perform Debug-Display-sec
               Move    "WARN" to History-Run-Status
               Perform History-Write-sec
               Perform Debug-Close-sec
               Move    4 to Return-Code
               Stop Run
             When Other
               Move    "Partition split/merge failed - see ICU_Part_log"
                                                 to Debug-Buffer
               Move    1 to Error-Display-sw
               Perform Debug-Display-sec
               Move    "FAIL" to History-Run-Status
               Perform History-Write-sec
               Perform Debug-Close-sec
               Move    8 to Return-Code
               Stop Run
           End-evaluate.
       Partition-Coordinate-ex.
           Exit.
      *
      *=============== Shared Pipeline Status File  =====================
      *
       Status-Clear-sec section.
             Perform Debug-Display-sec
             Display "Pipeline stopped - stage " Check-Stage-Name
                     " produced no output from a non-empty input."
             IF  Partition-Role-sw = 2
               Move    "F"    to Part-Function
               Call    "ICU-Part" using Part-Link
             End-if
             Move    "FAIL" to History-Run-Status
             Perform History-Write-sec
             Perform Debug-Close-sec
