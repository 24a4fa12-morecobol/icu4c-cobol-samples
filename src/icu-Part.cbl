      *CBL PGMNAME(MIXED) CALLINT(SYSTEM) NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ICU-Part".
      *
      * Partitioned pipeline runs - split, partition control, merge
      **
      * CALLed subprogram - icu-Pipeline.cbl hands the month-end
      * volume here to be cut into partitions that run the
      * conversion / sort / normalization chain side by side, each
      * partition a job of its own in its own directory
      * "ICU_Part_nn", so every partition keeps its own stage
      * checkpoints, status heartbeat file and logs, and a failed
      * partition is rerun on its own without redoing the others.
      * When every partition has finished, the partitions' results
      * are merged back into the one set of files the rest of the
      * suite (ICU-Recon, ICU-Ack, ICU-Dedup, ...) reads.
      *
      * The program includes the following steps:
      * - Split (no partition plan open): read the partition card
      *         "ICU_Pipeline_Partition.txt" and cut the work
      *         either by manifest entry - each partition gets a
      *         contiguous block of "ICU_Conv_Manifest.txt" - or
      *         by key range - "ICU_Conv_Input.txt" is routed by
      *         the key boundaries on the card, with a slice map
      *         "ICU_Part_Lines.txt" recording each routed
      *         record's original line; create the partition
      *         directories, copy the control deck into each, and
      *         write the plan "ICU_Part_Plan.txt"
      * - Check (plan open): read every partition's checkpoint
      *         "ICU_Part_Checkpoint.txt" and last heartbeat, and
      *         write the overview "ICU_Part_Status.txt"
      * - Merge (every partition complete): combine the stage
      *         handoff files, rebase the lineage, reject, audit
      *         and exception positions onto the combined files,
      *         return new partner repertoire lines, and merge the
      *         partitions' normalized outputs in collation order
      *         into one "ICU_Norm_Output.txt" with one HDR/TRL -
      *         the collision report is rebuilt over the merged file
      * - Partition jobs report their own start, completion or
      *         failure here ("B" / "E" / "F") into their checkpoint
      * - Write debugging information to Display and
      *         log file "ICU_Part_log.txt" (coordinator calls only)
      *
      * Functions (Part-Function in the linkage):
      *   "P" - coordinator: split when no plan is open, otherwise
      *         check the partitions and merge once all are done
      *   "B" - partition job starting - checkpoint RUN
      *   "E" - partition job complete - checkpoint OK
      *   "F" - partition job stopped  - checkpoint FAIL
      * Action returned (Part-Action):
      *   "S" - split done, the partition jobs may start
      *   "W" - partitions still running or failed (Part-Pending)
      *   "M" - merged - the combined files are in place
      *   "X" - the split or merge could not be done
      *   "O" - partition checkpoint recorded
      *
      * The following ICU APIs are used (merge only):
      *    ucnv_open
      *    ucnv_toUChars
      *    ucnv_close
      *    ucol_open
      *    ucol_getSortKey
      *    ucol_close
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
      * ------------------- Partition Control Card  -------------------
             Select Optional Partition-Control-File
                    Assign to "ICU_Pipeline_Partition.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Partition Plan  ---------------------------
             Select Optional Plan-File
                    Assign to "ICU_Part_Plan.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Batch Input Manifest  ---------------------
             Select Optional Manifest-File
                    Assign to "ICU_Conv_Manifest.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Conversion Input (key-range split)  -------
             Select Optional Input-File
                    Assign to "ICU_Conv_Input.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Record-Type Group Card  -------------------
             Select Optional Group-Control-File
                    Assign to "ICU_Group_Mode.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Collation Cards (merge order)  ------------
      *      The merge orders the partitions' outputs the way the
      *      sort stage ordered each of them - same locale, same
      *      key fields, same parameter deck keywords.
             Select Optional Locale-Control-File
                    Assign to "ICU_Coll_Locale.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Key-Control-File
                    Assign to "ICU_Coll_Keys.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Coll-Version-File
                    Assign to "ICU_Coll_Version.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Norm-Codepage-File
                    Assign to "ICU_Norm_Codepage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Params-File
                    Assign to "ICU_Params.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Work Files (reopened per name)  -----------
      *      Every partition file is read through Work-In-File and
      *      every file written - a partition's input, a copied
      *      card, a combined file - goes out through
      *      Work-Out-File, each assigned by name.
             Select Optional Work-In-File
                    Assign to Work-In-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Work-Out-File
                    Assign to Work-Out-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Key-Range Slice Map  ----------------------
             Select Optional Slice-File
                    Assign to Slice-File-Name
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Merged Collision Report  ------------------
             Select Optional Collision-File
                    Assign to "ICU_Norm_Collisions.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Partition Overview  -----------------------
             Select Optional Overview-File
                    Assign to "ICU_Part_Status.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Merge Sort Work File  ---------------------
             Select Sort-File
                    Assign to "SORTWK1".
      * ------------------ Machine-Readable Run History  --------------
             Select Optional History-File
                    Assign to "ICU_Run_History.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Part_log.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      *=================================================================
      *
       DATA DIVISION.
       File section.
      *   Line 1 of the operator's card: method "M" (by manifest
      *   entry) or "K" (by key range), the number of partitions,
      *   and for "K" the key's start column and length in the raw
      *   input record.  For "K" every further line holds the
      *   lowest key of partitions 2, 3, ... in ascending order.
      *   The split writes each partition directory a member card
      *   of its own - "P", the partition number and the method.
       FD Partition-Control-File.
         01 Partition-Control-Record.
           03  Control-Method              pic X(1).
           03  Control-Count               pic X(2).
           03  Control-Key-Start           pic X(3).
           03  Control-Key-Length          pic X(3).
           03  Filler                      pic X(71).
         01 Partition-Boundary-Record      pic X(80).
       FD Plan-File.
         01 Plan-Head-Record.
           03  Plan-Head-Type              pic X(4).
           03  Filler                      pic X.
           03  Plan-Head-Method            pic X(1).
           03  Filler                      pic X.
           03  Plan-Head-Count             pic 99.
           03  Filler                      pic X.
           03  Plan-Head-Date              pic X(8).
           03  Filler                      pic X.
           03  Plan-Head-State             pic X(1).
           03  Filler                      pic X.
           03  Plan-Head-Stamp             pic X(14).
         01 Plan-Part-Record.
           03  Plan-Part-Type              pic X(4).
           03  Filler                      pic X.
           03  Plan-Part-Number            pic 99.
           03  Filler                      pic X.
           03  Plan-Part-First             pic 999.
           03  Filler                      pic X.
           03  Plan-Part-Entries           pic 999.
           03  Filler                      pic X.
           03  Plan-Part-Routed            pic 9(9).
           03  Filler                      pic X.
           03  Plan-Part-Baseline          pic 9(9).
       FD Manifest-File.
         01 Manifest-Record.
           03  Manifest-Input-Name         pic X(64).
           03  Manifest-Rest               pic X(80).
       FD Input-File
                       Record  varying from 1 to  200 characters
                       depending on Input-Length.
         01 Input-Record                   pic X(200).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Locale-Control-File.
         01 Locale-Control-Record          pic X(32).
       FD Key-Control-File.
         01 Key-Control-Record.
           03  Control-Primary-Key-Start     pic 9(3).
           03  Control-Primary-Key-Length    pic 9(3).
           03  Control-Secondary-Key-Start   pic 9(3).
           03  Control-Secondary-Key-Length  pic 9(3).
       FD Coll-Version-File.
         01 Coll-Version-Record.
           03  Control-Conv-DLL-Name        pic X(23).
           03  Control-Coll-DLL-Name        pic X(23).
           03  Control-Version-Suffix       pic X(10).
       FD Norm-Codepage-File.
         01 Norm-Codepage-Record           pic X(32).
       FD Params-File.
         01 Params-Record                  pic X(80).
       FD Work-In-File
                       Record  varying from 1 to  400 characters
                       depending on Work-In-Length.
         01 Work-In-Record                 pic X(400).
       FD Work-Out-File
                       Record  varying from 1 to  400 characters
                       depending on Work-Out-Length.
         01 Work-Out-Record                pic X(400).
       FD Slice-File.
         01 Slice-Record                   pic 9(9).
       FD Collision-File
                       Record contains 180 characters.
         01 Collision-Record.
           03  Collision-Index             pic 9(9).
           03  Filler                      pic X value space.
           03  Collision-Match-Index       pic 9(9).
           03  Filler                      pic X value space.
           03  Collision-Text              pic X(160).
       FD Overview-File
                       Record contains 80 characters.
         01 Overview-Record                pic X(80).
      *   Merge work record: the binary collation keys lead, as in
      *   the sort stage, then the partition and the record's
      *   position in it - so equal keys keep partition order and
      *   a name's "A" continuations stay behind it.
       SD Sort-File.
         01 Sort-Record.
           03  Sort-Primary-Key              pic X(512).
           03  Sort-Secondary-Key            pic X(512).
           03  Sort-Partition                pic 99.
           03  Sort-Position                 pic 9(9).
           03  Sort-Text                     pic X(80).
           03  Sort-U-Text                   pic X(160).
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
       01  Sort-Return-Flag                pic 9    value 0.
       01  Input-Length                    pic 9(4) Binary.
       01  Work-In-Name                    pic X(64).
       01  Work-In-Length                  pic 9(4) Binary.
       01  Work-Out-Name                   pic X(64).
       01  Work-Out-Length                 pic 9(4) Binary.
       01  Work-Out-Open-sw                pic 9    value 0.
       01  Slice-File-Name                 pic X(64).
       01  Current-Run-Date                pic X(8).
       01  Current-Run-Time                pic X(8).
       01  Current-Stamp                   pic X(14).
      * ------------------ Partition card  ----------------------------
       77  PART-MAX                        pic 99   value 20.
       01  Card-Method                     pic X(1) value SPACE.
         88  METHOD-BY-ENTRY                        value "M".
         88  METHOD-BY-KEY                          value "K".
       01  Card-Count                      pic 99   value 0.
       01  Card-Key-Start                  pic 999  value 1.
       01  Card-Key-Length                 pic 999  value 40.
       01  Boundary-Count                  pic 99   Binary value 0.
       01  Boundary-Table.
           03  Boundary-Key                pic X(40) occurs 19.
       01  Boundary-Sub                    pic 99   Binary.
      * ------------------ Partition plan  ----------------------------
      *   One plan per partitioned cycle: state "S" from the split
      *   until the merge, then "M" - the next coordinator call
      *   after a merge splits tonight's work afresh.  Deleting the
      *   plan file abandons an open cycle.
       01  Plan-Present-sw                 pic 9    value 0.
       01  Plan-Method                     pic X(1).
         88  PLAN-BY-ENTRY                          value "M".
         88  PLAN-BY-KEY                            value "K".
       01  Plan-Count                      pic 99   Binary value 0.
       01  Plan-Date                       pic X(8).
       01  Plan-State                      pic X(1).
       01  Plan-Table.
           03  Plan-Entry                  occurs 20.
             05  Plan-First                pic 999  Binary.
             05  Plan-Entries              pic 999  Binary.
             05  Plan-Routed               pic 9(9) Binary.
             05  Plan-Baseline             pic 9(9) Binary.
       01  Part-Sub                        pic 99   Binary.
       01  Part-NN                         pic 99.
       01  Part-Dir-Name                   pic X(16).
       01  Part-Dir-Name-Z                 pic X(17).
       01  Part-Path-Name-Z                pic X(65).
       01  Part-Path-Name                  pic X(64).
       01  Part-Base-Name                  pic X(40).
       01  Security-Attributes-Null        pic 9(9) Binary value 0.
       01  Create-Dir-Result               pic S9(9) Binary.
      * ------------------ Manifest (by-entry split)  -----------------
       77  MANIFEST-TABLE-MAX-ENTRIES      pic 99   value 99.
       01  Manifest-Count                  pic 99   Binary value 0.
       01  Manifest-Read-Flag              pic 9    value 0.
       01  Manifest-Table.
           03  Manifest-Entry              pic X(144) occurs 99.
       01  Manifest-Sub                    pic 99   Binary.
       01  Manifest-Work.
           03  Manifest-Work-Name          pic X(64).
           03  Manifest-Work-Rest          pic X(80).
       01  Entries-Base                    pic 99   Binary.
       01  Entries-Extra                   pic 99   Binary.
       01  Entries-Next                    pic 999  Binary.
      * ------------------ Key-range split  ---------------------------
       01  Group-Mode-sw                   pic 9    value 0.
       01  Route-Partition                 pic 99   Binary.
       01  Route-Last                      pic 99   Binary value 0.
       01  Route-Key                       pic X(40).
       01  Split-Header-sw                 pic 9.
       01  Split-Header-Hold               pic X(200).
       01  Split-Header-Length             pic 9(4) Binary.
       01  Split-Data-Number               pic 9(9) Binary.
       01  Split-Routed                    pic 9(9) Binary.
       01  Split-Trailer.
           03  Filler                      pic X(3) value "TRL".
           03  Split-Trailer-Count         pic 9(9).
      * ------------------ Control deck copied to each partition  -----
      *   Every card and reference file a partition's stages read -
      *   each is copied when present, so a partition runs with the
      *   same settings (and the same processing calendar) as the
      *   coordinator.  The partner repertoire history goes too;
      *   the lines a partition adds past the copied baseline come
      *   back at the merge.
       77  DECK-ENTRIES                    pic 99   value 31.
       01  Deck-Values.
           03  Filler  pic X(32) value "ICU_Params.txt".
           03  Filler  pic X(32) value "ICU_Header_Mode.txt".
           03  Filler  pic X(32) value "ICU_Status_Interval.txt".
           03  Filler  pic X(32) value "ICU_Group_Mode.txt".
           03  Filler  pic X(32) value "ICU_Calendar.txt".
           03  Filler  pic X(32) value "ICU_Calendar_Override.txt".
           03  Filler  pic X(32) value "ICU_Run_Control.txt".
           03  Filler  pic X(32) value "ICU_Conv_Codepages.txt".
           03  Filler  pic X(32) value "ICU_Conv_Version.txt".
           03  Filler  pic X(32) value "ICU_Conv_Roundtrip.txt".
           03  Filler  pic X(32) value "ICU_Conv_Layout.txt".
           03  Filler  pic X(32) value "ICU_Conv_Bidi.txt".
           03  Filler  pic X(32) value "ICU_Conv_Input_8.txt".
           03  Filler  pic X(32) value "ICU_Conv_Repertoire.txt".
           03  Filler  pic X(32) value "ICU_Script_Codepage.txt".
           03  Filler  pic X(32) value "ICU_Script_Confusables.txt".
           03  Filler  pic X(32) value "ICU_Script_Policy.txt".
           03  Filler  pic X(32) value "ICU_Edit_Rules.txt".
           03  Filler  pic X(32) value "ICU_Case_Codepage.txt".
           03  Filler  pic X(32) value "ICU_Case_Mode.txt".
           03  Filler  pic X(32) value "ICU_Case_Version.txt".
           03  Filler  pic X(32) value "ICU_Coll_Keys.txt".
           03  Filler  pic X(32) value "ICU_Coll_Locale.txt".
           03  Filler  pic X(32) value "ICU_Coll_Version.txt".
           03  Filler  pic X(32) value "ICU_Norm_Codepage.txt".
           03  Filler  pic X(32) value "ICU_Norm_Mode.txt".
           03  Filler  pic X(32) value "ICU_Norm_Version.txt".
           03  Filler  pic X(32) value "ICU_Pipeline_Case.txt".
           03  Filler  pic X(32) value "ICU_Pipeline_Script.txt".
           03  Filler  pic X(32) value "ICU_Pipeline_Edit.txt".
           03  Filler  pic X(32) value "ICU_Pipeline_Stages.txt".
       01  Deck-Table redefines Deck-Values.
           03  Deck-Name                   pic X(32) occurs 31.
       01  Deck-Sub                        pic 99   Binary.
      *   Restart state a partition must not inherit from an
      *   abandoned earlier cycle - emptied by the split.
       77  CLEAR-ENTRIES                   pic 99   value 5.
       01  Clear-Values.
           03  Filler  pic X(32) value "ICU_Conv_Checkpoint.txt".
           03  Filler  pic X(32) value "ICU_Case_Checkpoint.txt".
           03  Filler  pic X(32) value "ICU_Coll_Checkpoint.txt".
           03  Filler  pic X(32) value "ICU_Norm_Checkpoint.txt".
           03  Filler  pic X(32) value "ICU_Coll_Audit.txt".
       01  Clear-Table redefines Clear-Values.
           03  Clear-Name                  pic X(32) occurs 5.
       01  Clear-Sub                       pic 99   Binary.
       01  Copy-Count                      pic 9(9) Binary.
       01  Copy-Found-sw                   pic 9.
       01  Delete-Result                   pic S9(9) Binary.
      * ------------------ Partition checkpoint / heartbeat  ----------
       01  Checkpoint-Build.
           03  Checkpoint-Number           pic 99.
           03  Filler                      pic X value space.
           03  Checkpoint-State            pic X(4).
           03  Filler                      pic X value space.
           03  Checkpoint-Date             pic X(8).
           03  Filler                      pic X value space.
           03  Checkpoint-Stamp            pic X(14).
       01  Checkpoint-New-State            pic X(4).
       01  Checkpoint-Found-sw             pic 9.
       01  Heartbeat-Last                  pic X(57).
       01  Heartbeat-View redefines Heartbeat-Last.
           03  Heartbeat-Program-Id        pic X(12).
           03  Filler                      pic X.
           03  Heartbeat-Stamp             pic X(14).
           03  Filler                      pic X.
           03  Heartbeat-In-Count          pic X(9).
           03  Filler                      pic X.
           03  Heartbeat-Out-Count         pic X(9).
           03  Filler                      pic X.
           03  Heartbeat-Checkpoint        pic X(9).
       01  Count-Pending                   pic 99   Binary value 0.
       01  Overview-Line.
           03  Filler                      pic X(10) value "Partition ".
           03  Overview-Number             pic 99.
           03  Filler                      pic X(2)  value SPACES.
           03  Overview-State              pic X(4).
           03  Filler                      pic X(2)  value SPACES.
           03  Overview-Program            pic X(12).
           03  Filler                      pic X     value SPACE.
           03  Overview-Stamp              pic X(14).
           03  Filler                      pic X(4)  value " in ".
           03  Overview-In                 pic X(9).
           03  Filler                      pic X(5)  value " out ".
           03  Overview-Out                pic X(9).
      * ------------------ Merge - combined handoff files  ------------
      *   Concatenated in partition order, each partition's HDR/TRL
      *   replaced by one HDR (the first partition's) and one TRL
      *   counting the combined data records.  Count slots 1-4 keep
      *   each partition's data-record counts for the rebasing:
      *   1 conversion output, 2 sort input, 3 sort output,
      *   4 normalization input, 5 script output, 6 edit output -
      *   and whether the partition had the file at all, so a stage
      *   that ran and passed nothing is told from one that did not
      *   run.  The optional stages' files are only written when a
      *   partition has one; the rest are always rewritten, so no
      *   earlier night's file survives.  The edit and case rejects
      *   are rebased, not combined - see Rebase-sec.
       77  COMBINE-ENTRIES                 pic 99   value 10.
       01  Combine-Values.
           03  Filler  pic X(32) value "ICU_Conv_Output.txt".
           03  Filler  pic X(2)  value "1Y".
           03  Filler  pic X(32) value "ICU_Script_Output.txt".
           03  Filler  pic X(2)  value "5N".
           03  Filler  pic X(32) value "ICU_Script_Violations.txt".
           03  Filler  pic X(2)  value "0N".
           03  Filler  pic X(32) value "ICU_Edit_Output.txt".
           03  Filler  pic X(2)  value "6N".
           03  Filler  pic X(32) value "ICU_Case_Output.txt".
           03  Filler  pic X(2)  value "0N".
           03  Filler  pic X(32) value "ICU_Coll_Input.txt".
           03  Filler  pic X(2)  value "2Y".
           03  Filler  pic X(32) value "ICU_Coll_Output.txt".
           03  Filler  pic X(2)  value "3Y".
           03  Filler  pic X(32) value "ICU_Norm_Input.txt".
           03  Filler  pic X(2)  value "4Y".
           03  Filler  pic X(32) value "ICU_Conv_Profile.txt".
           03  Filler  pic X(2)  value "0N".
           03  Filler  pic X(32) value "ICU_Conv_Visual.txt".
           03  Filler  pic X(2)  value "0N".
       01  Combine-Table redefines Combine-Values.
           03  Combine-Entry               occurs 10.
             05  Combine-Name              pic X(32).
             05  Combine-Slot              pic 9.
             05  Combine-Always            pic X(1).
       01  Combine-Sub                     pic 99   Binary.
       01  Combine-Header-sw               pic 9.
       01  Combine-Data-Count              pic 9(9) Binary.
       01  Part-Count-Table.
           03  Part-Counts                 occurs 20.
             05  Part-Data-Count           pic 9(9) Binary occurs 6.
             05  Part-Data-Present         pic 9           occurs 6.
       01  Count-Slot                      pic 9    Binary.
      * ------------------ Merge - rebased position files  ------------
      *   A partition numbers its records from one; on the combined
      *   files a partition's records sit behind every earlier
      *   partition's, so each position is moved up by the earlier
      *   partitions' counts (Rebase-Offset), and in a key-range
      *   run an input line number goes back to the original
      *   input's through the partition's slice map.
       01  Rebase-Kind                     pic X(1).
         88  REBASE-LINEAGE                         value "L".
         88  REBASE-SCRIPT                          value "S".
         88  REBASE-EDIT                            value "D".
         88  REBASE-CASE                            value "C".
         88  REBASE-NORM                            value "N".
         88  REBASE-AUDIT                           value "U".
         88  REBASE-EXCEPTIONS                      value "E".
       01  Rebase-Offset                   pic 9(9) Binary.
       01  Rebase-Offset-2                 pic 9(9) Binary.
       01  Rebase-Number                   pic 9(9).
       01  Rebase-Local                    pic 9(9).
       01  Rebase-File-Number              pic 999.
       77  SLICE-TABLE-MAX-ENTRIES         pic 9(9) Binary value 99999.
       01  Slice-Count                     pic 9(9) Binary value 0.
       01  Slice-Table.
           03  Slice-Original              pic 9(9) Binary
                                           occurs 99999.
       01  Batch-Local                     pic 999  Binary.
       01  Batch-Global                    pic 999  Binary.
       01  Batch-NN                        pic 99.
       01  Batch-Global-NN                 pic 99.
      * ------------------ Merge - collated normalization output  -----
       01  Merge-Header-sw                 pic 9    value 0.
       01  Merge-Header-Hold               pic X(80).
       01  Merge-Position                  pic 9(9) Binary.
       01  Merge-Output-Count              pic 9(9) Binary value 0.
       01  Merge-Record                    pic X(80).
       01  Merge-Trailer.
           03  Filler                      pic X(3) value "TRL".
           03  Merge-Trailer-Count         pic 9(9).
       01  Group-Parent-Seen-sw            pic 9    value 0.
       01  Group-Parent-Primary-Key        pic X(512).
       01  Group-Parent-Secondary-Key      pic X(512).
       01  Primary-Key-Start               pic 999 value 1.
       01  Primary-Key-Length              pic 999 value 79.
       01  Secondary-Key-Start             pic 999 value 0.
       01  Secondary-Key-Length            pic 999 value 0.
       01  Key-Start                       pic 999.
       01  Key-Units                       pic S9(9) Binary.
       01  Norm-Out-Codepage               pic X(32) value Z"UTF-8".
       01  Params-Read-Flag                pic 9    value 0.
       01  Param-Key                       pic X(20).
       01  Param-Value                     pic X(40).
      *   Collisions are found again over the merged file, numbered
      *   by merged output position as ICU-Dedup folds - the same
      *   history rule the normalization stage applies.
       77  Norm-History-Max-Entries        pic 999 value 999.
       01  Norm-History-Count              pic 999 Binary value 0.
       01  Norm-History-Table.
           03  Norm-History-Entry          occurs 999.
             05  Norm-History-Index        pic 9(9).
             05  Norm-History-Text         pic X(160).
       01  Collision-Sub                   pic 999 Binary.
      * ------------------ Repertoire return  -------------------------
       01  Repertoire-Returned             pic 9(9) Binary value 0.
      * ------------------ Run counts  --------------------------------
       01  Count-Partitions                pic 9(9) Binary value 0.
       01  Count-Merged                    pic 9(9) Binary value 0.
      * ------------- Machine-Readable Run History  -------------------
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
       01  Debug-Buffer.
           03  Debug-Text                  pic X(45).
           03  Debug-Value                 pic X(35).
      *-------------------- Libraries / DLLs Variables  ----------------
       01  DLL-Conv-Name                 pic X(23) value Z"ICUUC20.DLL".
       01  DLL-Coll-Name                 pic X(23) value Z"ICUIN20.DLL".
       01  DLL-Name                        pic X(23).
       01  DLL-Handle                      pic 9(9) Binary.
       01  DLL-Coll-Handle                 pic 9(9) Binary.
      *-------------------------  APIs  Variables ----------------------
       01  API-Name                        pic X(80).
       01  API-Pointer                     Usage is Procedure-Pointer.
       01  ICU-VERSION-SUFFIX              pic X(10) value Z"_2_0".
       01  SortKey-API-Pointer             Usage is Procedure-Pointer.
       01  ToUChars-API-Pointer            Usage is Procedure-Pointer.
      *
      *======================== ICU (Unicode) Variables  ===============
      *
       01  Merge-Unicode-Buffer.
           03  MUB-String                  pic X(160).
       01  Key-Unicode-Buffer.
           03  KUB-String                  pic X(160).
       77  SORT-KEY-CAPACITY               pic 9(9) Binary value 512.
       01  Sort-Key-Work                   pic X(512).
       01  Sort-Key-Length                 pic S9(9) Binary.
       01  Text-Length                     pic S9(9) Binary value 80.
       01  U-Text-Length                   pic S9(9) Binary.
       01  U-destCapacity                  pic  9(9) Binary value 80.
       01  Converter-toU-Pointer           pic S9(9) Binary.
       01  Collator-Loc                    pic X(32) value Z" ".
       01  Collator-Pointer                pic S9(9) Binary.
      *-------------- Ported from utypes.h -----------------------------
       01  UErrorCode                      pic S9(9) Binary value 0.
         88  U-ZERO-ERROR                             value  0.
         88  U-FILE-ACCESS-ERROR                      value  4.
         88  U-SUCCESS                             values -128 thru 0.
         88  U-FAILURE                             values 1 thru 21.
      *
      *=================================================================
      *
       Linkage section.
       01  Part-Link.
           03  Part-Function               pic X(1).
           03  Part-Action                 pic X(1).
           03  Part-Number                 pic 99.
           03  Part-Pending                pic 99.
      *
      *=================================================================
      *
       PROCEDURE DIVISION using Part-Link.
      *
       MAIN section.
      *
      *   A partition job's start, completion or failure only stamps
      *   its checkpoint - that job's own pipeline log carries it.
           Move    "O" to Part-Action.
           Move    0   to Part-Pending.
           IF  Part-Function = "B" or "E" or "F"
             Perform Member-Checkpoint-sec
             Goback
           End-if.
      *
      *---------------------- Set Online debugging ---------------------
      *
           Move    1 to Debug-Display-sw.
           Move    1 to Debug-Write-Sw.
           Accept  Run-Start-Date from DATE YYYYMMDD.
           Accept  Run-Start-Time from TIME.
           Perform Debug-Open-sec.
           Move ">>> Program: ICU-Part - ver 1.0 - 15.10.26"
                                                   to Debug-Text.
           Perform Debug-Display-sec.
      *
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Perform Partition-Control-Read-sec.
           Perform Plan-Read-sec.
      *
      *   No plan, or last cycle's plan already merged - tonight's
      *   work is split afresh.  An open plan is checked, and merged
      *   the call after its last partition reports complete.
           IF  Plan-Present-sw = 0 or Plan-State = "M"
             Perform Split-sec
           Else
             Perform Partition-Check-sec
             IF  Count-Pending = 0
               Perform Partition-Merge-sec
             Else
               Move "W"           to Part-Action
               Move Count-Pending to Part-Pending
             End-if
           End-if.
      *
           Perform History-Write-sec.
           Perform Debug-Close-sec.
      *
      *   Goback, not Stop Run - the pipeline CALLs this program and
      *   decides its own return code from Part-Action.
           Move 0 to Return-Code.
           Goback.
      *
      *================= Partition Job Checkpoint  =====================
      *
       Member-Checkpoint-sec section.
       Member-Checkpoint.
      *   Runs in the partition's own directory: the partition number
      *   and cycle date the split wrote are kept, only the state and
      *   stamp change.
           Move SPACES      to Checkpoint-Build.
           Move Part-Number to Checkpoint-Number.
           Move "ICU_Part_Checkpoint.txt" to Work-In-Name.
           Move ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             Read Work-In-File
                 at End  Continue
                 not at End
                   Move Work-In-Record (1 : 30) to Checkpoint-Build
             End-read
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
           Evaluate Part-Function
             When "B"
               Move "RUN"  to Checkpoint-State
             When "E"
               Move "OK"   to Checkpoint-State
             When Other
               Move "FAIL" to Checkpoint-State
           End-evaluate.
           Accept  Current-Run-Date from DATE YYYYMMDD.
           Accept  Current-Run-Time from TIME.
           Move    SPACES to Checkpoint-Stamp.
           STRING  Current-Run-Date Current-Run-Time (1 : 6)
                   delimited by size into Checkpoint-Stamp.
           Move    Work-In-Name   to Work-Out-Name.
           Move    30             to Work-Out-Length.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag = "00"
             Write Work-Out-Record from Checkpoint-Build
             Close Work-Out-File
           Else
             Display "ICU_Part_Checkpoint.txt not written - code: "
                     File-Status-Flag
           End-if.
       Member-Checkpoint-ex.
           Exit.
      *
      *================= Partition Control Card  =======================
      *
       Partition-Control-Read-sec section.
       Partition-Control-Read.
      *   The key field defaults to the first 40 bytes of the raw
      *   record; boundary keys are compared over the key's length,
      *   so the card's lines need only carry that many bytes.
           Move ZERO to File-Status-Flag.
           Open Input Partition-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Partition-Control-File
                 at End  Continue
                 not at End
                   Move Control-Method to Card-Method
                   IF  Control-Count Numeric
                     Move Control-Count to Card-Count
                   End-if
                   IF  Control-Key-Start Numeric
                   and Control-Key-Start Not = ZERO
                     Move Control-Key-Start to Card-Key-Start
                   End-if
                   IF  Control-Key-Length Numeric
                   and Control-Key-Length Not = ZERO
                     Move Control-Key-Length to Card-Key-Length
                   End-if
             End-read
             IF  Card-Key-Length > 40
              or Card-Key-Start + Card-Key-Length - 1 > 200
               Move 1  to Card-Key-Start
               Move 40 to Card-Key-Length
               Move "Partition key range invalid - reset to 1/40"
                                         to Debug-Text
               Move 1                    to Error-Display-sw
               Perform Debug-Display-sec
             End-if
             Move 1 to Scan-Read-Flag
             Perform Boundary-Read-sec
                     until Scan-Read-Flag = 0
             Close Partition-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Partition-Control-File
             End-if
           End-if.
           Move    "Partition method -----------:" to Debug-Text.
           Move    Card-Method                      to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Partitions requested -------:" to Debug-Text.
           Move    Card-Count                       to Debug-Value.
           Perform Debug-Display-sec.
           IF  METHOD-BY-KEY
             Move    "Partition key start --------:" to Debug-Text
             Move    Card-Key-Start                   to Debug-Value
             Perform Debug-Display-sec
             Move    "Partition key length -------:" to Debug-Text
             Move    Card-Key-Length                  to Debug-Value
             Perform Debug-Display-sec
             Move    "Partition boundary keys ----:" to Debug-Text
             Move    Boundary-Count                   to Debug-Value
             Perform Debug-Display-sec
           End-if.
       Partition-Control-Read-ex.
           Exit.
      *
       Boundary-Read-sec section.
       Boundary-Read.
           Read Partition-Control-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Partition-Boundary-Record Not = SPACES
                   IF  Boundary-Count < PART-MAX - 1
                     Add  1      to Boundary-Count
                     Move SPACES to Boundary-Key (Boundary-Count)
                     Move Partition-Boundary-Record
                                  (1 : Card-Key-Length)
                       to Boundary-Key (Boundary-Count)
                                  (1 : Card-Key-Length)
                   Else
                     Move "Boundary key beyond the maximum ignored"
                                         to Debug-Text
                     Move 1              to Error-Display-sw
                     Perform Debug-Display-sec
                   End-if
                 End-if
           End-read.
       Boundary-Read-ex.
           Exit.
      *
      *================= Partition Plan  ================================
      *
       Plan-Read-sec section.
       Plan-Read.
           Move 0      to Plan-Present-sw.
           Move 0      to Plan-Count.
           Move SPACES to Plan-State.
           Initialize Plan-Table.
           Move ZERO to File-Status-Flag.
           Open Input Plan-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Scan-Read-Flag
             Perform Plan-Read-Line-sec
                     until Scan-Read-Flag = 0
             Close Plan-File
           Else
             IF  File-Status-Flag = "05"
               Close Plan-File
             End-if
           End-if.
           Move    "Partition plan state -------:" to Debug-Text.
           Move    Plan-State                       to Debug-Value.
           Perform Debug-Display-sec.
       Plan-Read-ex.
           Exit.
      *
       Plan-Read-Line-sec section.
       Plan-Read-Line.
           Read Plan-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Evaluate Plan-Head-Type
                   When "PLAN"
                     Move 1                to Plan-Present-sw
                     Move Plan-Head-Method to Plan-Method
                     Move Plan-Head-Count  to Plan-Count
                     Move Plan-Head-Date   to Plan-Date
                     Move Plan-Head-State  to Plan-State
                   When "PART"
                     IF  Plan-Part-Number Numeric
                     and Plan-Part-Number > 0
                     and Plan-Part-Number Not > PART-MAX
                       Move Plan-Part-Number to Part-Sub
                       Move Plan-Part-First
                         to Plan-First    (Part-Sub)
                       Move Plan-Part-Entries
                         to Plan-Entries  (Part-Sub)
                       Move Plan-Part-Routed
                         to Plan-Routed   (Part-Sub)
                       Move Plan-Part-Baseline
                         to Plan-Baseline (Part-Sub)
                     End-if
                   When Other
                     Continue
                 End-evaluate
           End-read.
       Plan-Read-Line-ex.
           Exit.
      *
       Plan-Write-sec section.
       Plan-Write.
           Accept  Current-Run-Time from TIME.
           Move ZERO to File-Status-Flag.
           Open Output Plan-File.
           IF  File-Status-Flag Not = "00"
             Move "ICU_Part_Plan.txt open error - code:"
                                       to Debug-Text
             Move File-Status-Flag     to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move "X"                  to Part-Action
             Go to Plan-Write-ex
           End-if.
           Move   SPACES       to Plan-Head-Record.
           Move   "PLAN"       to Plan-Head-Type.
           Move   Plan-Method  to Plan-Head-Method.
           Move   Plan-Count   to Plan-Head-Count.
           Move   Plan-Date    to Plan-Head-Date.
           Move   Plan-State   to Plan-Head-State.
           STRING Current-Run-Date Current-Run-Time (1 : 6)
                  delimited by size into Plan-Head-Stamp.
           Write  Plan-Head-Record.
           Perform Plan-Write-Part-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
           Close Plan-File.
       Plan-Write-ex.
           Exit.
      *
       Plan-Write-Part-sec section.
       Plan-Write-Part.
           Move SPACES                   to Plan-Part-Record.
           Move "PART"                   to Plan-Part-Type.
           Move Part-Sub                 to Plan-Part-Number.
           Move Plan-First    (Part-Sub) to Plan-Part-First.
           Move Plan-Entries  (Part-Sub) to Plan-Part-Entries.
           Move Plan-Routed   (Part-Sub) to Plan-Part-Routed.
           Move Plan-Baseline (Part-Sub) to Plan-Part-Baseline.
           Write Plan-Part-Record.
       Plan-Write-Part-ex.
           Exit.
      *
      *================= Split  =========================================
      *
       Split-sec section.
       Split.
           IF  Not METHOD-BY-ENTRY and Not METHOD-BY-KEY
             Move "Partition card method must be M or K - no split"
                                       to Debug-Buffer
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move "X"                  to Part-Action
             Go to Split-ex
           End-if.
           IF  Card-Count = 0 or Card-Count > PART-MAX
             Move "Partition count out of range - no split:"
                                       to Debug-Text
             Move Card-Count           to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move "X"                  to Part-Action
             Go to Split-ex
           End-if.
           Initialize Plan-Table.
           Move Card-Method       to Plan-Method.
           Move Card-Count        to Plan-Count.
           Move Current-Run-Date  to Plan-Date.
           IF  METHOD-BY-ENTRY
             Perform Split-Entry-Plan-sec
           Else
             Perform Split-Key-Plan-sec
           End-if.
           IF  Part-Action = "X"
             Go to Split-ex
           End-if.
      *
           Perform Partition-Prepare-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
           IF  METHOD-BY-KEY
             Perform Split-Key-Pass-sec
                     varying Part-Sub from 1 by 1
                     until Part-Sub > Plan-Count
                        or Part-Action = "X"
           End-if.
           IF  Part-Action = "X"
             Go to Split-ex
           End-if.
      *
           Move "S"        to Plan-State.
           Move "S"        to Part-Action.
           Perform Plan-Write-sec.
           Move Plan-Count to Count-Partitions.
           Move    "Partitions prepared --------:" to Debug-Text.
           Move    Plan-Count                       to Debug-Value.
           Perform Debug-Display-sec.
       Split-ex.
           Exit.
      *
      *-------- By manifest entry: contiguous blocks of entries ---------
       Split-Entry-Plan-sec section.
       Split-Entry-Plan.
           Perform Manifest-Read-sec.
           IF  Manifest-Count = 0
             Move "No manifest entries - a by-entry split needs"
                                       to Debug-Text
             Move "ICU_Conv_Manifest.txt"  to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move "X"                  to Part-Action
             Go to Split-Entry-Plan-ex
           End-if.
           IF  Plan-Count > Manifest-Count
             Move Manifest-Count to Plan-Count
           End-if.
      *   The entries are dealt as evenly as they go: the first
      *   partitions take one entry more when they do not divide.
           Divide  Manifest-Count by Plan-Count
                   giving Entries-Base remainder Entries-Extra.
           Move    1 to Entries-Next.
           Perform Split-Entry-Assign-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
       Split-Entry-Plan-ex.
           Exit.
      *
       Split-Entry-Assign-sec section.
       Split-Entry-Assign.
           Move Entries-Next to Plan-First   (Part-Sub).
           Move Entries-Base to Plan-Entries (Part-Sub).
           IF  Part-Sub Not > Entries-Extra
             Add 1 to Plan-Entries (Part-Sub)
           End-if.
           Add  Plan-Entries (Part-Sub) to Entries-Next.
       Split-Entry-Assign-ex.
           Exit.
      *
       Manifest-Read-sec section.
       Manifest-Read.
           Move 0 to Manifest-Count.
           Move ZERO to File-Status-Flag.
           Open Input Manifest-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Manifest-Read-Flag
             Perform Manifest-Read-Line-sec
                     until Manifest-Read-Flag = 0
                        or Manifest-Count = MANIFEST-TABLE-MAX-ENTRIES
             Close Manifest-File
           Else
             IF  File-Status-Flag = "05"
               Close Manifest-File
             End-if
           End-if.
           Move    "Manifest entries -----------:" to Debug-Text.
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
                   Add  1 to Manifest-Count
                   Move Manifest-Record
                     to Manifest-Entry (Manifest-Count)
                 End-if
           End-read.
       Manifest-Read-Line-ex.
           Exit.
      *
      *   Each partition's own manifest carries its block of entries;
      *   a partition job runs one directory down, so a relative
      *   input file name is taken back up to where the operator's
      *   manifest named it.
       Split-Entry-Write-sec section.
       Split-Entry-Write.
           Move    "ICU_Conv_Manifest.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name          to Work-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag Not = "00"
             Perform Work-Out-Error-sec
             Go to Split-Entry-Write-ex
           End-if.
           Compute Entries-Next = Plan-First (Part-Sub)
                                + Plan-Entries (Part-Sub).
           Perform Split-Entry-Line-sec
                   varying Manifest-Sub from Plan-First (Part-Sub)
                   by 1 until Manifest-Sub Not < Entries-Next.
           Close Work-Out-File.
       Split-Entry-Write-ex.
           Exit.
      *
       Split-Entry-Line-sec section.
       Split-Entry-Line.
           Move Manifest-Entry (Manifest-Sub) to Manifest-Work.
           IF  Manifest-Work-Name (1 : 1) Not = "\"
           and Manifest-Work-Name (2 : 1) Not = ":"
             Move   SPACES to Part-Path-Name
             STRING "..\" Manifest-Work-Name
                    delimited by SPACE into Part-Path-Name
             Move   Part-Path-Name to Manifest-Work-Name
           End-if.
           Move  144           to Work-Out-Length.
           Write Work-Out-Record from Manifest-Work.
       Split-Entry-Line-ex.
           Exit.
      *
      *-------- By key range: the input routed on its key field -------
       Split-Key-Plan-sec section.
       Split-Key-Plan.
           IF  Boundary-Count = 0
             Move "No boundary keys - a key-range split needs them"
                                       to Debug-Buffer
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move "X"                  to Part-Action
             Go to Split-Key-Plan-ex
           End-if.
           IF  Plan-Count > Boundary-Count + 1
             Compute Plan-Count = Boundary-Count + 1
           End-if.
           Perform Group-Read-sec.
       Split-Key-Plan-ex.
           Exit.
      *
      *   One pass of the input per partition: the partition's HDR
      *   is the original's, its TRL counts the records routed to it,
      *   and its slice map gives each routed record's original data
      *   record number, so the merge can report input positions
      *   against the file the partner actually sent.
       Split-Key-Pass-sec section.
       Split-Key-Pass.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF  File-Status-Flag Not = "00"
             IF  File-Status-Flag = "05"
               Close Input-File
             End-if
             Move "ICU_Conv_Input.txt not available - code:"
                                       to Debug-Text
             Move File-Status-Flag     to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Move "X"                  to Part-Action
             Go to Split-Key-Pass-ex
           End-if.
           Move    "ICU_Conv_Input.txt"    to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name          to Work-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag Not = "00"
             Close Input-File
             Perform Work-Out-Error-sec
             Go to Split-Key-Pass-ex
           End-if.
           Move    "ICU_Part_Lines.txt"    to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name          to Slice-File-Name.
           Open Output Slice-File.
      *
           Move 0 to Split-Header-sw.
           Move 0 to Split-Data-Number.
           Move 0 to Split-Routed.
           Move 0 to Route-Last.
           Move 1 to Scan-Read-Flag.
           Perform Split-Key-Read-sec
                   until Scan-Read-Flag = 0.
           IF  Split-Header-sw = 1
             Move  Split-Routed to Split-Trailer-Count
             Move  12           to Work-Out-Length
             Write Work-Out-Record from Split-Trailer
           End-if.
           Close Input-File.
           Close Work-Out-File.
           Close Slice-File.
           Move    Split-Routed to Plan-Routed (Part-Sub).
           Move    "Partition records routed ---:" to Debug-Text.
           Move    Part-Path-Name (1 : 11)          to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Partition records routed ---:" to Debug-Text.
           Move    Split-Routed                     to Debug-Value.
           Perform Debug-Display-sec.
       Split-Key-Pass-ex.
           Exit.
      *
       Split-Key-Read-sec section.
       Split-Key-Read.
           Read Input-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Evaluate True
                   When Input-Record (1 : 3) = "HDR"
                    and Split-Data-Number = 0
                    and Split-Header-sw = 0
                     Move  1              to Split-Header-sw
                     Move  Input-Length   to Work-Out-Length
                     Move  Input-Record   to Work-Out-Record
                     Write Work-Out-Record
                   When Input-Record (1 : 3) = "TRL"
                    and Input-Record (4 : 9) Numeric
                     Continue
                   When Other
                     Add     1 to Split-Data-Number
                     Perform Key-Route-sec
                     IF  Route-Partition = Part-Sub
                       Move  Input-Length      to Work-Out-Length
                       Move  Input-Record      to Work-Out-Record
                       Write Work-Out-Record
                       Move  Split-Data-Number to Slice-Record
                       Write Slice-Record
                       Add   1                 to Split-Routed
                     End-if
                 End-evaluate
           End-read.
       Split-Key-Read-ex.
           Exit.
      *
      *   A record goes to the last partition whose lowest key it
      *   reaches; in group mode an "A" record follows its name
      *   record, so a household never straddles two partitions.
       Key-Route-sec section.
       Key-Route.
           IF  Group-Mode-sw = 1
           and Input-Record (1 : 1) = "A"
           and Route-Last > 0
             Move Route-Last to Route-Partition
             Go to Key-Route-ex
           End-if.
           Move    SPACES to Route-Key.
           Move    Input-Record (Card-Key-Start : Card-Key-Length)
                to Route-Key (1 : Card-Key-Length).
           Move    1      to Route-Partition.
           Perform Key-Route-Compare-sec
                   varying Boundary-Sub from 1 by 1
                   until Boundary-Sub Not < Plan-Count.
           Move    Route-Partition to Route-Last.
       Key-Route-ex.
           Exit.
      *
       Key-Route-Compare-sec section.
       Key-Route-Compare.
           IF  Route-Key Not < Boundary-Key (Boundary-Sub)
             Compute Route-Partition = Boundary-Sub + 1
           End-if.
       Key-Route-Compare-ex.
           Exit.
      *
      *-------- Partition directory, control deck, member card ---------
       Partition-Prepare-sec section.
       Partition-Prepare.
           Move    Part-Sub to Part-NN.
           Move    SPACES   to Part-Dir-Name.
           STRING  "ICU_Part_" Part-NN
                   delimited by size into Part-Dir-Name.
           Move    SPACES   to Part-Dir-Name-Z.
           STRING  Part-Dir-Name delimited by SPACE
                   X"00"         delimited by size
                   into Part-Dir-Name-Z.
      *   CreateDirectoryA fails harmlessly when the directory is
      *   still there from an earlier cycle.
           Call    "CreateDirectoryA"
                          using by reference Part-Dir-Name-Z
                                by value     Security-Attributes-Null
                                Returning    Create-Dir-Result.
           Move    "Partition directory --------:" to Debug-Text.
           Move    Part-Dir-Name                    to Debug-Value.
           Perform Debug-Display-sec.
      *
           Perform Deck-Copy-sec
                   varying Deck-Sub from 1 by 1
                   until Deck-Sub > DECK-ENTRIES.
           Perform Cycle-Clear-sec
                   varying Clear-Sub from 1 by 1
                   until Clear-Sub > CLEAR-ENTRIES.
      *
           Move    "ICU_Pipeline_Partition.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name  to Work-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag = "00"
             Move   SPACES to Work-Out-Record
             STRING "P" Part-NN Plan-Method
                    delimited by size into Work-Out-Record
             Move   4      to Work-Out-Length
             Write  Work-Out-Record
             Close  Work-Out-File
           Else
             Perform Work-Out-Error-sec
           End-if.
      *
           Move    SPACES           to Checkpoint-Build.
           Move    Part-Sub         to Checkpoint-Number.
           Move    "NEW"            to Checkpoint-State.
           Move    Plan-Date        to Checkpoint-Date.
           Accept  Current-Run-Time from TIME.
           STRING  Current-Run-Date Current-Run-Time (1 : 6)
                   delimited by size into Checkpoint-Stamp.
           Move    "ICU_Part_Checkpoint.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name  to Work-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag = "00"
             Move  30 to Work-Out-Length
             Write Work-Out-Record from Checkpoint-Build
             Close Work-Out-File
           Else
             Perform Work-Out-Error-sec
           End-if.
      *
           IF  METHOD-BY-ENTRY
             Perform Split-Entry-Write-sec
           End-if.
       Partition-Prepare-ex.
           Exit.
      *
      *   A card the coordinator does not have must not linger in the
      *   partition from an earlier cycle either - it is deleted.
       Deck-Copy-sec section.
       Deck-Copy.
           Move    Deck-Name (Deck-Sub) to Work-In-Name.
           Move    Deck-Name (Deck-Sub) to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name       to Work-Out-Name.
           Perform File-Copy-sec.
           IF  Copy-Found-sw = 0
             Move   SPACES to Part-Path-Name-Z
             STRING Part-Path-Name delimited by SPACE
                    X"00"          delimited by size
                    into Part-Path-Name-Z
             Call   "DeleteFileA" using by reference Part-Path-Name-Z
                                  Returning          Delete-Result
           End-if.
           IF  Deck-Name (Deck-Sub) = "ICU_Conv_Repertoire.txt"
             Move Copy-Count to Plan-Baseline (Part-Sub)
           End-if.
       Deck-Copy-ex.
           Exit.
      *
       Cycle-Clear-sec section.
       Cycle-Clear.
           Move    Clear-Name (Clear-Sub) to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name         to Work-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag = "00"
             Close Work-Out-File
           End-if.
       Cycle-Clear-ex.
           Exit.
      *
      *================= Partition Check  ===============================
      *
       Partition-Check-sec section.
       Partition-Check.
      *   A partition is complete when its checkpoint says OK for
      *   this plan's cycle date - an OK left from an abandoned
      *   earlier cycle does not count.
           Move 0 to Count-Pending.
           Move ZERO to File-Status-Flag.
           Open Output Overview-File.
           Perform Partition-Check-One-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
           Close Overview-File.
           Move Plan-Count to Count-Partitions.
           Move    "Partitions not yet complete :" to Debug-Text.
           Move    Count-Pending                    to Debug-Value.
           Perform Debug-Display-sec.
       Partition-Check-ex.
           Exit.
      *
       Partition-Check-One-sec section.
       Partition-Check-One.
           Move    SPACES     to Checkpoint-Build.
           Move    "NONE"     to Checkpoint-State.
           Move    "ICU_Part_Checkpoint.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name to Work-In-Name.
           Move    ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             Read Work-In-File
                 at End  Continue
                 not at End
                   Move Work-In-Record (1 : 30) to Checkpoint-Build
             End-read
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
           IF  Checkpoint-State = "OK"
           and Checkpoint-Date  = Plan-Date
             Continue
           Else
             Add 1 to Count-Pending
           End-if.
      *   The partition's last heartbeat says how far it has got.
           Move    SPACES     to Heartbeat-Last.
           Move    "ICU_Pipeline_Status.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name to Work-In-Name.
           Move    ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Heartbeat-Read-sec
                     until Scan-Read-Flag = 0
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
           Move    Part-Sub             to Overview-Number.
           Move    Checkpoint-State     to Overview-State.
           Move    Heartbeat-Program-Id to Overview-Program.
           Move    Heartbeat-Stamp      to Overview-Stamp.
           Move    Heartbeat-In-Count   to Overview-In.
           Move    Heartbeat-Out-Count  to Overview-Out.
           Write   Overview-Record from Overview-Line.
           Move    Overview-Line        to Debug-Buffer.
           Perform Debug-Display-sec.
       Partition-Check-One-ex.
           Exit.
      *
       Heartbeat-Read-sec section.
       Heartbeat-Read.
           Read Work-In-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Move Work-In-Record (1 : 57) to Heartbeat-Last
           End-read.
       Heartbeat-Read-ex.
           Exit.
      *
      *================= Merge  =========================================
      *
       Partition-Merge-sec section.
       Partition-Merge.
           Initialize Part-Count-Table.
           Perform Combine-sec
                   varying Combine-Sub from 1 by 1
                   until Combine-Sub > COMBINE-ENTRIES.
      *
      *   Position files follow the combined files they point into.
           Move    "ICU_Conv_Lineage.txt"  to Work-Out-Name.
           Move    "L"                     to Rebase-Kind.
           Perform Rebase-sec.
           Move    "ICU_Script_Reject.txt" to Work-Out-Name.
           Move    "S"                     to Rebase-Kind.
           Perform Rebase-sec.
           Move    "ICU_Edit_Reject.txt"   to Work-Out-Name.
           Move    "D"                     to Rebase-Kind.
           Perform Rebase-sec.
           Move    "ICU_Case_Reject.txt"   to Work-Out-Name.
           Move    "C"                     to Rebase-Kind.
           Perform Rebase-sec.
           Move    "ICU_Norm_Reject.txt"   to Work-Out-Name.
           Move    "N"                     to Rebase-Kind.
           Perform Rebase-sec.
           Move    "ICU_Coll_Audit.txt"    to Work-Out-Name.
           Move    "U"                     to Rebase-Kind.
           Perform Rebase-sec.
           IF  PLAN-BY-KEY
             Move    "ICU_Conv_Exceptions.txt" to Work-Out-Name
             Move    "E"                       to Rebase-Kind
             Perform Rebase-sec
           Else
             Perform Batch-Return-sec
                     varying Part-Sub from 1 by 1
                     until Part-Sub > Plan-Count
           End-if.
           Perform Repertoire-Return-sec.
      *
           Perform Merge-Norm-sec.
      *
           Move "M"        to Plan-State.
           Move "M"        to Part-Action.
           Perform Plan-Write-sec.
           Move Plan-Count to Count-Partitions.
       Partition-Merge-ex.
           Exit.
      *
      *-------- Combined handoff files  ---------------------------------
       Combine-sec section.
       Combine.
           Move    0                          to Work-Out-Open-sw.
           Move    0                          to Combine-Header-sw.
           Move    0                          to Combine-Data-Count.
           Move    Combine-Name (Combine-Sub) to Work-Out-Name.
           Move    Combine-Slot (Combine-Sub) to Count-Slot.
           IF  Combine-Always (Combine-Sub) = "Y"
             Perform Work-Out-Open-sec
           End-if.
           Perform Combine-Part-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
           IF  Work-Out-Open-sw = 1
             IF  Combine-Header-sw = 1
               Move  Combine-Data-Count to Split-Trailer-Count
               Move  12                 to Work-Out-Length
               Write Work-Out-Record from Split-Trailer
             End-if
             Close Work-Out-File
             Move    "Combined ---------------- :" to Debug-Text
             Move    Work-Out-Name                  to Debug-Value
             Perform Debug-Display-sec
             Move    "  data records ----------- :" to Debug-Text
             Move    Combine-Data-Count             to Debug-Value
             Perform Debug-Display-sec
           End-if.
       Combine-ex.
           Exit.
      *
       Combine-Part-sec section.
       Combine-Part.
           Move    Combine-Name (Combine-Sub) to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name             to Work-In-Name.
           Move    ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             IF  Work-Out-Open-sw = 0
               Perform Work-Out-Open-sec
             End-if
             IF  Count-Slot > 0
               Move 1 to Part-Data-Present (Part-Sub, Count-Slot)
             End-if
             Move 1 to Scan-Read-Flag
             Perform Combine-Read-sec
                     until Scan-Read-Flag = 0
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
       Combine-Part-ex.
           Exit.
      *
       Combine-Read-sec section.
       Combine-Read.
           Read Work-In-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Evaluate True
                   When Work-In-Record (1 : 3) = "HDR"
                     IF  Combine-Header-sw  = 0
                     and Combine-Data-Count = 0
                       Move    1 to Combine-Header-sw
                       Perform Work-Copy-sec
                     End-if
                   When Work-In-Record (1 : 3) = "TRL"
                    and Work-In-Record (4 : 9) Numeric
                     Continue
                   When Other
                     Perform Work-Copy-sec
                     Add     1 to Combine-Data-Count
                     IF  Count-Slot > 0
                       Add 1 to Part-Data-Count (Part-Sub, Count-Slot)
                     End-if
                 End-evaluate
           End-read.
       Combine-Read-ex.
           Exit.
      *
      *-------- Rebased position files  ---------------------------------
      *   The sort audit is appended to, as the sort stage itself
      *   does; the reject and exception files are only written
      *   when a partition has one, lineage always.
       Rebase-sec section.
       Rebase.
           Move    0 to Work-Out-Open-sw.
           Move    0 to Rebase-Offset.
           Move    0 to Rebase-Offset-2.
           Evaluate True
             When REBASE-AUDIT
               Move ZERO to File-Status-Flag
               Open Extend Work-Out-File
               IF  File-Status-Flag = "00" or "05"
                 Move 1 to Work-Out-Open-sw
               Else
                 Perform Work-Out-Error-sec
                 Go to Rebase-ex
               End-if
             When REBASE-LINEAGE or REBASE-NORM or REBASE-EXCEPTIONS
               Perform Work-Out-Open-sec
             When Other
               Continue
           End-evaluate.
           Perform Rebase-Part-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
           IF  Work-Out-Open-sw = 1
             Close Work-Out-File
             Move    "Rebased ----------------- :" to Debug-Text
             Move    Work-Out-Name                  to Debug-Value
             Perform Debug-Display-sec
           End-if.
       Rebase-ex.
           Exit.
      *
       Rebase-Part-sec section.
       Rebase-Part.
           IF  REBASE-EXCEPTIONS
            or (REBASE-LINEAGE and PLAN-BY-KEY)
             Perform Slice-Load-sec
           End-if.
           Move    Work-Out-Name  to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name to Work-In-Name.
           Move    ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             IF  Work-Out-Open-sw = 0
               Perform Work-Out-Open-sec
             End-if
             Move 1 to Scan-Read-Flag
             Perform Rebase-Read-sec
                     until Scan-Read-Flag = 0
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
      *   The next partition's positions start behind this one's.
           Evaluate True
             When REBASE-LINEAGE or REBASE-SCRIPT
               Add Part-Data-Count (Part-Sub, 1) to Rebase-Offset
      *      The edit stage numbers the script stage's survivors
      *      when that stage ran, the conversion output otherwise;
      *      the case stage numbers the latest of the three.
             When REBASE-EDIT
               IF  Part-Data-Present (Part-Sub, 5) = 1
                 Add Part-Data-Count (Part-Sub, 5) to Rebase-Offset
               Else
                 Add Part-Data-Count (Part-Sub, 1) to Rebase-Offset
               End-if
             When REBASE-CASE
               Evaluate True
                 When Part-Data-Present (Part-Sub, 6) = 1
                   Add Part-Data-Count (Part-Sub, 6) to Rebase-Offset
                 When Part-Data-Present (Part-Sub, 5) = 1
                   Add Part-Data-Count (Part-Sub, 5) to Rebase-Offset
                 When Other
                   Add Part-Data-Count (Part-Sub, 1) to Rebase-Offset
               End-evaluate
             When REBASE-NORM
               Add Part-Data-Count (Part-Sub, 4) to Rebase-Offset
             When REBASE-AUDIT
               Add Part-Data-Count (Part-Sub, 3) to Rebase-Offset
               Add Part-Data-Count (Part-Sub, 2) to Rebase-Offset-2
             When Other
               Continue
           End-evaluate.
       Rebase-Part-ex.
           Exit.
      *
       Rebase-Read-sec section.
       Rebase-Read.
           Read Work-In-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Move    SPACES         to Work-Out-Record
                 Move    Work-In-Length to Work-Out-Length
                 Move    Work-In-Record (1 : Work-In-Length)
                      to Work-Out-Record
                 Perform Rebase-Record-sec
                 Write   Work-Out-Record
           End-read.
       Rebase-Read-ex.
           Exit.
      *
       Rebase-Record-sec section.
       Rebase-Record.
           IF  Work-Out-Record (1 : 9) Not Numeric
             Go to Rebase-Record-ex
           End-if.
           Move Work-Out-Record (1 : 9) to Rebase-Number.
           Evaluate True
      *      Lineage: in a by-entry run the file number becomes the
      *      operator's manifest entry and the output position stays
      *      that batch file's own; in a key-range run the position
      *      moves up and the input line goes back to the original.
             When REBASE-LINEAGE
               IF  PLAN-BY-ENTRY
                 IF  Work-Out-Record (11 : 3) Numeric
                   Move Work-Out-Record (11 : 3) to Rebase-File-Number
                   IF  Rebase-File-Number > 0
                     Compute Rebase-File-Number
                           = Plan-First (Part-Sub)
                           + Rebase-File-Number - 1
                     Move Rebase-File-Number to Work-Out-Record (11 : 3)
                   End-if
                 End-if
               Else
                 Add  Rebase-Offset to Rebase-Number
                 Move Rebase-Number to Work-Out-Record (1 : 9)
                 IF  Work-Out-Record (15 : 9) Numeric
                   Move    Work-Out-Record (15 : 9) to Rebase-Local
                   Perform Slice-Map-sec
                   Move    Rebase-Local to Work-Out-Record (15 : 9)
                 End-if
               End-if
             When REBASE-SCRIPT or REBASE-NORM
              or  REBASE-EDIT   or REBASE-CASE
               Add  Rebase-Offset to Rebase-Number
               Move Rebase-Number to Work-Out-Record (1 : 9)
             When REBASE-AUDIT
               Add  Rebase-Offset to Rebase-Number
               Move Rebase-Number to Work-Out-Record (1 : 9)
               IF  Work-Out-Record (11 : 9) Numeric
                 Move Work-Out-Record (11 : 9) to Rebase-Number
                 Add  Rebase-Offset-2 to Rebase-Number
                 Move Rebase-Number   to Work-Out-Record (11 : 9)
               End-if
             When REBASE-EXCEPTIONS
               Move    Rebase-Number to Rebase-Local
               Perform Slice-Map-sec
               Move    Rebase-Local  to Work-Out-Record (1 : 9)
             When Other
               Continue
           End-evaluate.
       Rebase-Record-ex.
           Exit.
      *
      *   Line zero (the one-shot UTF-8 record, a whole-file
      *   exception) has no original line and stays zero.
       Slice-Map-sec section.
       Slice-Map.
           IF  Rebase-Local > 0
           and Rebase-Local Not > Slice-Count
             Move Slice-Original (Rebase-Local) to Rebase-Local
           End-if.
       Slice-Map-ex.
           Exit.
      *
       Slice-Load-sec section.
       Slice-Load.
           Move    0 to Slice-Count.
           Move    "ICU_Part_Lines.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name       to Slice-File-Name.
           Move    ZERO to File-Status-Flag.
           Open Input Slice-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Slice-Load-Read-sec
                     until Scan-Read-Flag = 0
                        or Slice-Count = SLICE-TABLE-MAX-ENTRIES
             Close Slice-File
           Else
             IF  File-Status-Flag = "05"
               Close Slice-File
             End-if
           End-if.
       Slice-Load-ex.
           Exit.
      *
       Slice-Load-Read-sec section.
       Slice-Load-Read.
           Read Slice-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 IF  Slice-Record Numeric
                   Add  1            to Slice-Count
                   Move Slice-Record to Slice-Original (Slice-Count)
                 End-if
           End-read.
       Slice-Load-Read-ex.
           Exit.
      *
      *-------- By-entry batch files back under their entry number ----
       Batch-Return-sec section.
       Batch-Return.
           Perform Batch-Return-File-sec
                   varying Batch-Local from 1 by 1
                   until Batch-Local > Plan-Entries (Part-Sub).
       Batch-Return-ex.
           Exit.
      *
       Batch-Return-File-sec section.
       Batch-Return-File.
           Compute Batch-Global = Plan-First (Part-Sub)
                                + Batch-Local - 1.
           Move    Batch-Local  to Batch-NN.
           Move    Batch-Global to Batch-Global-NN.
           Move    SPACES to Part-Base-Name.
           STRING  "ICU_Conv_Output_" Batch-NN ".txt"
                   delimited by size into Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name to Work-In-Name.
           Move    SPACES to Work-Out-Name.
           STRING  "ICU_Conv_Output_" Batch-Global-NN ".txt"
                   delimited by size into Work-Out-Name.
           Perform File-Copy-sec.
           Move    SPACES to Part-Base-Name.
           STRING  "ICU_Conv_Exceptions_" Batch-NN ".txt"
                   delimited by size into Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name to Work-In-Name.
           Move    SPACES to Work-Out-Name.
           STRING  "ICU_Conv_Exceptions_" Batch-Global-NN ".txt"
                   delimited by size into Work-Out-Name.
           Perform File-Copy-sec.
       Batch-Return-File-ex.
           Exit.
      *
      *-------- Partner repertoire lines first seen in a partition -----
       Repertoire-Return-sec section.
       Repertoire-Return.
           Move    0 to Work-Out-Open-sw.
           Move    "ICU_Conv_Repertoire.txt" to Work-Out-Name.
           Perform Repertoire-Return-Part-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
           IF  Work-Out-Open-sw = 1
             Close Work-Out-File
           End-if.
           Move    "Repertoire lines returned --:" to Debug-Text.
           Move    Repertoire-Returned              to Debug-Value.
           Perform Debug-Display-sec.
       Repertoire-Return-ex.
           Exit.
      *
       Repertoire-Return-Part-sec section.
       Repertoire-Return-Part.
           Move    "ICU_Conv_Repertoire.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name to Work-In-Name.
           Move    ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             Move 0 to Copy-Count
             Move 1 to Scan-Read-Flag
             Perform Repertoire-Return-Read-sec
                     until Scan-Read-Flag = 0
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
       Repertoire-Return-Part-ex.
           Exit.
      *
       Repertoire-Return-Read-sec section.
       Repertoire-Return-Read.
           Read Work-In-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Add 1 to Copy-Count
                 IF  Copy-Count > Plan-Baseline (Part-Sub)
                   IF  Work-Out-Open-sw = 0
                     Move ZERO to File-Status-Flag
                     Open Extend Work-Out-File
                     Move 1    to Work-Out-Open-sw
                   End-if
                   Perform Work-Copy-sec
                   Add 1 to Repertoire-Returned
                 End-if
           End-read.
       Repertoire-Return-Read-ex.
           Exit.
      *
      *-------- Normalized output merged in collation order -----------
       Merge-Norm-sec section.
       Merge-Norm.
           Perform Version-Read-sec.
           Perform Locale-Read-sec.
           Perform Key-Read-sec.
           Perform Norm-Codepage-Read-sec.
           Perform Params-Read-sec.
           Perform Group-Read-sec.
      *
           Move    DLL-Coll-Name to DLL-Name.
           Perform Load-DLL-sec.
           Move    DLL-Handle    to DLL-Coll-Handle.
           Move    DLL-Conv-Name to DLL-Name.
           Perform Load-DLL-sec.
           Perform Open-Unicode-Collator-sec.
           Perform Open-Unicode-Converter-sec.
           Perform Prepare-API-Pointers-sec.
      *
           Sort    Sort-File
                   ascending key Sort-Primary-Key
                                 Sort-Secondary-Key
                                 Sort-Partition
                                 Sort-Position
                   with duplicates in order
                   input  procedure is Merge-Input-sec
                   output procedure is Merge-Output-sec.
      *
           Perform Close-Unicode-Converter-sec.
           Perform Close-Unicode-Collator-sec.
           Perform Free-DLL-sec.
           Perform Free-DLL-Coll-sec.
           Move    "Merged normalized records --:" to Debug-Text.
           Move    Merge-Output-Count               to Debug-Value.
           Perform Debug-Display-sec.
       Merge-Norm-ex.
           Exit.
      *
      *================= Merge Sort Input Procedure  ====================
      *
       Merge-Input-sec section.
       Merge-Input.
           Move    0 to Merge-Header-sw.
           Perform Merge-Input-Part-sec
                   varying Part-Sub from 1 by 1
                   until Part-Sub > Plan-Count.
       Merge-Input-ex.
           Exit.
      *
       Merge-Input-Part-sec section.
       Merge-Input-Part.
           Move    "ICU_Norm_Output.txt" to Part-Base-Name.
           Perform Part-Path-sec.
           Move    Part-Path-Name        to Work-In-Name.
           Move    0 to Merge-Position.
           Move    0 to Group-Parent-Seen-sw.
           Move    ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             Move 1 to Scan-Read-Flag
             Perform Merge-Input-Read-sec
                     until Scan-Read-Flag = 0
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
       Merge-Input-Part-ex.
           Exit.
      *
       Merge-Input-Read-sec section.
       Merge-Input-Read.
           Read Work-In-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Move    SPACES to Merge-Record
                 Move    Work-In-Record (1 : Work-In-Length)
                      to Merge-Record
                 Evaluate True
                   When Merge-Record (1 : 3) = "HDR"
                     IF  Merge-Header-sw = 0
                       Move 1            to Merge-Header-sw
                       Move Merge-Record to Merge-Header-Hold
                     End-if
                   When Merge-Record (1 : 3) = "TRL"
                    and Merge-Record (4 : 9) Numeric
                     Continue
                   When Other
                     Perform Merge-Release-sec
                 End-evaluate
           End-read.
       Merge-Input-Read-ex.
           Exit.
      *
      *   The keys are built from the same key fields the sort stage
      *   used, counted in characters of the record as written; an
      *   "A" record in group mode takes its name record's keys.
       Merge-Release-sec section.
       Merge-Release.
           Add     1 to Merge-Position.
           Perform Convert-to-Unicode-sec.
           IF  Group-Mode-sw = 1
           and Merge-Record (1 : 1) = "A"
           and Group-Parent-Seen-sw = 1
             Move  Group-Parent-Primary-Key   to Sort-Primary-Key
             Move  Group-Parent-Secondary-Key to Sort-Secondary-Key
           Else
             Move    Primary-Key-Start  to Key-Start
             Move    Primary-Key-Length to Key-Units
             Perform Merge-Key-Build-sec
             Move    Sort-Key-Work      to Sort-Primary-Key
             IF  Secondary-Key-Length > 0
               Move    Secondary-Key-Start  to Key-Start
               Move    Secondary-Key-Length to Key-Units
               Perform Merge-Key-Build-sec
               Move    Sort-Key-Work        to Sort-Secondary-Key
             Else
               Move    LOW-VALUES           to Sort-Secondary-Key
             End-if
             IF  Group-Mode-sw = 1
               Move 1                  to Group-Parent-Seen-sw
               Move Sort-Primary-Key   to Group-Parent-Primary-Key
               Move Sort-Secondary-Key to Group-Parent-Secondary-Key
             End-if
           End-if.
           Move    Part-Sub       to Sort-Partition.
           Move    Merge-Position to Sort-Position.
           Move    Merge-Record   to Sort-Text.
           Move    MUB-String     to Sort-U-Text.
           Release Sort-Record.
       Merge-Release-ex.
           Exit.
      *
       Merge-Key-Build-sec section.
       Merge-Key-Build.
      *   A key field running past the end of a short record is cut
      *   to what the record has.
           IF  Key-Start > U-Text-Length
             Move 0 to Key-Units
           Else
             IF  Key-Start + Key-Units - 1 > U-Text-Length
               Compute Key-Units = U-Text-Length - Key-Start + 1
             End-if
           End-if.
           Move    SPACES to KUB-String.
           IF  Key-Units > 0
             Move  MUB-String ((Key-Start - 1) * 2 + 1 : Key-Units * 2)
                to KUB-String
           End-if.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucol_getSortKey(
      *                         const UCollator * coll,
      *                         const UChar * source,
      *                         int32_t sourceLength,
      *                         uint8_t * result,
      *                         int32_t resultLength )
      *   Returns: the full length of the key
           Move    LOW-VALUES           to Sort-Key-Work.
           Call SortKey-API-Pointer
                            using by value     Collator-Pointer
                                  by reference Key-Unicode-Buffer
                                  by value     Key-Units
                                  by reference Sort-Key-Work
                                  by value     SORT-KEY-CAPACITY
                                  Returning    Sort-Key-Length.
           IF  Sort-Key-Length > SORT-KEY-CAPACITY
             Move  "Sort key truncated at capacity:" to Debug-Text
             Move  SORT-KEY-CAPACITY                  to Debug-Value
             Move  1                           to Error-Display-sw
             Perform Debug-Display-sec
           End-if.
       Merge-Key-Build-ex.
           Exit.
      *
      *================= Merge Sort Output Procedure  ===================
      *
       Merge-Output-sec section.
       Merge-Output.
           Move    0 to Merge-Output-Count.
           Move    0 to Norm-History-Count.
           Move    "ICU_Norm_Output.txt" to Work-Out-Name.
           Move    ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag Not = "00"
             Perform Work-Out-Error-sec
             Go to Merge-Output-ex
           End-if.
           IF  Merge-Header-sw = 1
             Move  80 to Work-Out-Length
             Write Work-Out-Record from Merge-Header-Hold
           End-if.
           Move ZERO to File-Status-Flag.
           Open Output Collision-File.
           Move    1 to Sort-Return-Flag.
           Perform Merge-Output-Return-sec
                   until Sort-Return-Flag = 0.
           IF  Merge-Header-sw = 1
             Move  Merge-Output-Count to Merge-Trailer-Count
             Move  12                 to Work-Out-Length
             Write Work-Out-Record from Merge-Trailer
           End-if.
           Close Collision-File.
           Close Work-Out-File.
           Move Merge-Output-Count to Count-Merged.
       Merge-Output-ex.
           Exit.
      *
       Merge-Output-Return-sec section.
       Merge-Output-Return.
           Return Sort-File
               at End  Move 0 to Sort-Return-Flag
               not at End
                 Perform Merge-Output-Record-sec
           End-return.
       Merge-Output-Return-ex.
           Exit.
      *
       Merge-Output-Record-sec section.
       Merge-Output-Record.
           Add     1  to Merge-Output-Count.
           Move    80 to Work-Out-Length.
           Write   Work-Out-Record from Sort-Text.
      *   Collisions by merged output position, "A" records left out
      *   as the normalization stage leaves them out.
           IF  Group-Mode-sw = 1 and Sort-Text (1 : 1) = "A"
             Go to Merge-Output-Record-ex
           End-if.
           Perform Merge-Collision-Check-sec
                   varying Collision-Sub from 1 by 1
                   until Collision-Sub > Norm-History-Count.
           IF  Norm-History-Count < Norm-History-Max-Entries
             Add   1                  to Norm-History-Count
             Move  Merge-Output-Count
               to  Norm-History-Index (Norm-History-Count)
             Move  Sort-U-Text
               to  Norm-History-Text  (Norm-History-Count)
           End-if.
       Merge-Output-Record-ex.
           Exit.
      *
       Merge-Collision-Check-sec section.
       Merge-Collision-Check.
           IF  Norm-History-Text (Collision-Sub) = Sort-U-Text
             Move  Merge-Output-Count  to Collision-Index
             Move  Norm-History-Index (Collision-Sub)
                                       to Collision-Match-Index
             Move  Sort-U-Text         to Collision-Text
             Write Collision-Record
           End-if.
       Merge-Collision-Check-ex.
           Exit.
      *
      *================= Work File Helpers  =============================
      *
       Part-Path-sec section.
       Part-Path.
           Move    Part-Sub to Part-NN.
           Move    SPACES   to Part-Path-Name.
           STRING  "ICU_Part_" Part-NN "\" delimited by size
                   Part-Base-Name      delimited by SPACE
                   into Part-Path-Name.
       Part-Path-ex.
           Exit.
      *
       File-Copy-sec section.
       File-Copy.
           Move 0 to Copy-Found-sw.
           Move 0 to Copy-Count.
           Move ZERO to File-Status-Flag.
           Open Input Work-In-File.
           IF  File-Status-Flag = "00"
             Move 1 to Copy-Found-sw
             Move ZERO to File-Status-Flag
             Open Output Work-Out-File
             IF  File-Status-Flag = "00"
               Move 1 to Scan-Read-Flag
               Perform File-Copy-Read-sec
                       until Scan-Read-Flag = 0
               Close Work-Out-File
             Else
               Perform Work-Out-Error-sec
             End-if
             Close Work-In-File
           Else
             IF  File-Status-Flag = "05"
               Close Work-In-File
             End-if
           End-if.
       File-Copy-ex.
           Exit.
      *
       File-Copy-Read-sec section.
       File-Copy-Read.
           Read Work-In-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Perform Work-Copy-sec
                 Add     1 to Copy-Count
           End-read.
       File-Copy-Read-ex.
           Exit.
      *
       Work-Copy-sec section.
       Work-Copy.
           IF  Work-In-Length < 1
             Move 1     to Work-Out-Length
             Move SPACE to Work-Out-Record
           Else
             Move Work-In-Length to Work-Out-Length
             Move Work-In-Record (1 : Work-In-Length)
               to Work-Out-Record
           End-if.
           Write Work-Out-Record.
       Work-Copy-ex.
           Exit.
      *
       Work-Out-Open-sec section.
       Work-Out-Open.
           Move ZERO to File-Status-Flag.
           Open Output Work-Out-File.
           IF  File-Status-Flag = "00"
             Move 1 to Work-Out-Open-sw
           Else
             Perform Work-Out-Error-sec
           End-if.
       Work-Out-Open-ex.
           Exit.
      *
       Work-Out-Error-sec section.
       Work-Out-Error.
           Move    "Open error - file / code ---:" to Debug-Text.
           Move    Work-Out-Name                    to Debug-Value.
           Move    1                 to Error-Display-sw.
           Perform Debug-Display-sec.
           Move    "Open error - file / code ---:" to Debug-Text.
           Move    File-Status-Flag                 to Debug-Value.
           Move    1                 to Error-Display-sw.
           Perform Debug-Display-sec.
           Move    "X"               to Part-Action.
       Work-Out-Error-ex.
           Exit.
      *
      *============ Record-Type Group Control Card  =====================
      *
       Group-Read-sec section.
       Group-Read.
      *   Group mode keeps a name's "A" continuation records with it
      *   - in the same key-range partition, and behind it at merge.
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
      *============ Sort-Stage Cards (merge order)  =====================
      *
       Version-Read-sec section.
       Version-Read.
           Move ZERO to File-Status-Flag.
           Open Input Coll-Version-File.
           IF File-Status-Flag = "00"  Then
             Read Coll-Version-File
                 at End  Continue
                 not at End
                   IF Control-Conv-DLL-Name Not = SPACES
                     Move Control-Conv-DLL-Name  to DLL-Conv-Name
                   End-if
                   IF Control-Coll-DLL-Name Not = SPACES
                     Move Control-Coll-DLL-Name  to DLL-Coll-Name
                   End-if
                   IF Control-Version-Suffix Not = SPACES
                     Move Control-Version-Suffix to ICU-VERSION-SUFFIX
                   End-if
             End-read
             Close Coll-Version-File
           End-if.
       Version-Read-ex.
           Exit.
      *
       Locale-Read-sec section.
       Locale-Read.
           Move ZERO to File-Status-Flag.
           Open Input Locale-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Locale-Control-File
                 at End  Continue
                 not at End
                   IF Locale-Control-Record Not = SPACES
                     Move   SPACES to Collator-Loc
                     STRING Locale-Control-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Collator-Loc
                   End-if
             End-read
             Close Locale-Control-File
           End-if.
       Locale-Read-ex.
           Exit.
      *
       Key-Read-sec section.
       Key-Read.
           Move ZERO to File-Status-Flag.
           Open Input Key-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Key-Control-File
                 at End  Continue
                 not at End
                   IF Control-Primary-Key-Start Not = ZERO
                     Move Control-Primary-Key-Start
                                          to Primary-Key-Start
                   End-if
                   IF Control-Primary-Key-Length Not = ZERO
                     Move Control-Primary-Key-Length
                                          to Primary-Key-Length
                   End-if
                   IF Control-Secondary-Key-Start Not = ZERO
                     Move Control-Secondary-Key-Start
                                          to Secondary-Key-Start
                   End-if
                   IF Control-Secondary-Key-Length Not = ZERO
                     Move Control-Secondary-Key-Length
                                          to Secondary-Key-Length
                   End-if
             End-read
             Close Key-Control-File
           End-if.
       Key-Read-ex.
           Exit.
      *
       Norm-Codepage-Read-sec section.
       Norm-Codepage-Read.
           Move ZERO to File-Status-Flag.
           Open Input Norm-Codepage-File.
           IF File-Status-Flag = "00"  Then
             Read Norm-Codepage-File
                 at End  Continue
                 not at End
                   IF Norm-Codepage-Record Not = SPACES
                     Move   SPACES to Norm-Out-Codepage
                     STRING Norm-Codepage-Record
                                  delimited by SPACE
                            X"00" delimited by size
                              into Norm-Out-Codepage
                   End-if
             End-read
             Close Norm-Codepage-File
           End-if.
       Norm-Codepage-Read-ex.
           Exit.
      *
      *   Only the deck keywords that decide the merge order are
      *   taken here - the stages themselves have already checked
      *   the deck through.
       Params-Read-sec section.
       Params-Read.
           Move ZERO to File-Status-Flag.
           Open Input Params-File.
           IF File-Status-Flag = "00"  Then
             Move 1 to Params-Read-Flag
             Perform Params-Read-Line-sec
                     until Params-Read-Flag = 0
             Close Params-File
           End-if.
      *   The key fields must stay inside the record, as the sort
      *   stage insists.
           IF  Primary-Key-Start = 0
            or Primary-Key-Start + Primary-Key-Length - 1 > 79
             Move 1   to Primary-Key-Start
             Move 79  to Primary-Key-Length
           End-if.
           IF  Secondary-Key-Length > 0
           and (Secondary-Key-Start = 0
            or Secondary-Key-Start + Secondary-Key-Length - 1 > 79)
             Move 0   to Secondary-Key-Start
             Move 0   to Secondary-Key-Length
           End-if.
           Move    "Merge COLL-LOCALE ----------:" to Debug-Text.
           Move    Collator-Loc                     to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Merge COLL-KEY1-START ------:" to Debug-Text.
           Move    Primary-Key-Start                to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Merge COLL-KEY1-LENGTH -----:" to Debug-Text.
           Move    Primary-Key-Length               to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Merge COLL-KEY2-START ------:" to Debug-Text.
           Move    Secondary-Key-Start              to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Merge COLL-KEY2-LENGTH -----:" to Debug-Text.
           Move    Secondary-Key-Length             to Debug-Value.
           Perform Debug-Display-sec.
           Move    "Merge NORM-CODEPAGE --------:" to Debug-Text.
           Move    Norm-Out-Codepage                to Debug-Value.
           Perform Debug-Display-sec.
       Params-Read-ex.
           Exit.
      *
       Params-Read-Line-sec section.
       Params-Read-Line.
           Read Params-File
               at End  Move 0 to Params-Read-Flag
               not at End
                 IF  Params-Record Not = SPACES
                 and Params-Record (1 : 1) Not = "*"
                   Perform Params-Apply-sec
                 End-if
           End-read.
       Params-Read-Line-ex.
           Exit.
      *
       Params-Apply-sec section.
       Params-Apply.
           Move SPACES to Param-Key.
           Move SPACES to Param-Value.
           UNSTRING Params-Record delimited by "="
               into Param-Key Param-Value.
           Evaluate Param-Key
             When "COLL-LOCALE"
               IF  Param-Value Not = SPACES
                 Move   SPACES to Collator-Loc
                 STRING Param-Value delimited by SPACE
                        X"00"       delimited by size
                          into Collator-Loc
               End-if
             When "COLL-KEY1-START"
               IF  Param-Value (1 : 3) Numeric
                 Move Param-Value (1 : 3) to Primary-Key-Start
               End-if
             When "COLL-KEY1-LENGTH"
               IF  Param-Value (1 : 3) Numeric
                 Move Param-Value (1 : 3) to Primary-Key-Length
               End-if
             When "COLL-KEY2-START"
               IF  Param-Value (1 : 3) Numeric
                 Move Param-Value (1 : 3) to Secondary-Key-Start
               End-if
             When "COLL-KEY2-LENGTH"
               IF  Param-Value (1 : 3) Numeric
                 Move Param-Value (1 : 3) to Secondary-Key-Length
               End-if
             When "NORM-CODEPAGE"
               IF  Param-Value Not = SPACES
                 Move   SPACES to Norm-Out-Codepage
                 STRING Param-Value delimited by SPACE
                        X"00"       delimited by size
                          into Norm-Out-Codepage
               End-if
             When Other
               Continue
           End-evaluate.
       Params-Apply-ex.
           Exit.
      *
      *================= Load/Free ICU Libraries (Call "LoadLibraryA") =
      *
       Load-DLL-sec section.
       Load-DLL.
           Move    "Call :    LoadLibraryA" to Debug-Text.
           Move    DLL-Name                 to Debug-Value.
           Perform Debug-Display-sec.
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
       Free-DLL-Coll-sec section.
       Free-DLL-Coll.
           Move    "Call :    FreeLibrary" to Debug-Text.
           Move    DLL-Coll-Name           to Debug-Value
           Perform Debug-Display-sec
           Call    "FreeLibrary"        using DLL-Coll-Handle.
       Free-DLL-Coll-ex.
           Exit.
      *
      *==================== Open API in DLL (Call "GetProcAddress") ====
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
       Get-API-Coll-Pointer-sec section.
       Get-API-Coll-Pointer.
           Move    "Call API Function :" to Debug-Text.
           Move    API-Name              to Debug-Value.
           Perform Debug-Display-sec.
           Call    "GetProcAddress" using by value DLL-Coll-Handle
                                       by reference API-Name
                                       Returning API-Pointer.
           IF API-Pointer = NULL
              Move     "The following API was not found in DLL:"
                                         to Debug-Text
              Move     API-Name          to Debug-Value
              Move     1                 to Error-Display-sw
              Perform  Debug-Display-sec
              Move     8 to Return-Code
              Stop Run.
       Get-API-Coll-Pointer-ex.
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
           Move        0   to  UErrorCode.
       Check-Call-to-API-ex.
           Exit.
      *
      *================== Collation APIs  ==============================
      *
       Open-Unicode-Collator-sec section.
       Open-Unicode-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI UCollator* U_EXPORT2  ucol_open(
      *                         const char * loc,
      *                         UErrorCode * status )
      *   The collator of the sort stage's own locale card / deck.
           STRING "ucol_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by reference Collator-Loc
                                  by reference UErrorCode
                                  Returning    Collator-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Unicode-Collator-ex.
           Exit.
      *
       Prepare-API-Pointers-sec section.
       Prepare-API-Pointers.
      *   ucol_getSortKey and ucnv_toUChars run for every merged
      *   record - their entry points are looked up once.
           STRING "ucol_getSortKey" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Set  SortKey-API-Pointer    to API-Pointer.
           STRING "ucnv_toUChars" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Set  ToUChars-API-Pointer   to API-Pointer.
       Prepare-API-Pointers-ex.
           Exit.
      *
       Close-Unicode-Collator-sec section.
       Close-Unicode-Collator.
      *  --------------------- UCOL.H ---------------------------
      *   U_CAPI void  U_EXPORT2  ucol_close( UCollator  * coll )
           STRING "ucol_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Coll-Pointer-sec.
           Call API-Pointer using by value Collator-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Unicode-Collator-ex.
           Exit.
      *
      *==================    Converters APIs   =========================
      *
       Open-Unicode-Converter-sec section.
       Open-Unicode-Converter.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI UConverter *U_EXPORT2  ucnv_open(
      *                         const char * ConverterName,
      *                         UErrorCode * err )
      *   The normalization stage's output codepage - its card, or
      *   the deck's NORM-CODEPAGE.
           STRING "ucnv_open" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by reference Norm-Out-Codepage
                                  by reference UErrorCode
                                  Returning    Converter-toU-Pointer.
           Perform Check-Call-to-API-sec.
       Open-Unicode-Converter-ex.
           Exit.
      *
       Convert-to-Unicode-sec section.
       Convert-to-Unicode.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI int32_t U_EXPORT2  ucnv_toUChars(
      *                         UConverter * cnv,
      *                         UChar * dest,
      *                         int32_t destCapacity,
      *                         const char * src,
      *                         int32_t srcLength,
      *                         UErrorCode * pErrorCode )
      *   Returns: length of the output string in UChars
           Move SPACES to MUB-String.
           Call ToUChars-API-Pointer
                            using by value     Converter-toU-Pointer
                                  by reference Merge-Unicode-Buffer
                                  by value     U-destCapacity
                                  by reference Merge-Record
                                  by value     Text-Length
                                  by reference UErrorCode
                                  Returning    U-Text-Length.
           Perform Check-Call-to-API-sec.
           IF  U-Text-Length > U-destCapacity
             Move U-destCapacity to U-Text-Length
           End-if.
       Convert-to-Unicode-ex.
           Exit.
      *
       Close-Unicode-Converter-sec section.
       Close-Unicode-Converter.
      *  --------------------- UCNV.H ---------------------------
      *   U_CAPI void  U_EXPORT2  ucnv_close( UConverter * converter )
           STRING "ucnv_close" ICU-VERSION-SUFFIX
               delimited by size into API-Name.
           Perform Get-API-Pointer-sec.
           Call API-Pointer using by value Converter-toU-Pointer.
           Perform Check-Call-to-API-sec.
       Close-Unicode-Converter-ex.
           Exit.
      *
      *================= Machine-Readable Run History  ==================
      *
       History-Write-sec section.
       History-Write.
      *   Input = partitions in the cycle, output = records in the
      *   merged normalized file (zero until the merge), exception =
      *   partitions still outstanding.
           Accept History-End-Date from DATE YYYYMMDD.
           Accept History-End-Time from TIME.
           Move SPACES                to History-Build.
           Move "ICU-Part"            to History-Program-Id.
           Move SPACES                to History-Start-Stamp.
           STRING Run-Start-Date Run-Start-Time (1 : 6)
                  delimited by size into History-Start-Stamp.
           Move SPACES                to History-End-Stamp.
           STRING History-End-Date History-End-Time (1 : 6)
                  delimited by size into History-End-Stamp.
           Move Count-Partitions      to History-Input-Count.
           Move Count-Merged          to History-Output-Count.
           Move ZERO                  to History-Reject-Count.
           Move Count-Pending         to History-Exception-Count.
           Move "F"                   to History-Restart-Flag.
           Evaluate Part-Action
             When "X"
               Move "FAIL"            to History-Status
             When "W"
               Move "WARN"            to History-Status
             When Other
               Move "OK"              to History-Status
           End-evaluate.
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
