      *         excluded) in every stage handoff file:
      *         ICU_Conv_Output.txt, ICU_Coll_Input.txt,
      *         ICU_Coll_Output.txt, ICU_Norm_Input.txt,
      *         ICU_Norm_Output.txt - and, when those stages ran,
      *         ICU-Script's and ICU-Edit's survivors and rejects
      * - Count the companion files: ICU_Conv_Exceptions.txt,
      *         ICU_Norm_Reject.txt, ICU_Norm_Collisions.txt, and -
      *         when the dedup step ran - ICU_Dedup_Output.txt and
      *         = normalization input, and normalization input
      *         = normalization output + rejects; when the dedup
      *         step ran, normalization output = deduped master
      *         + folded records; after a partitioned cycle's
      *         merge, the merged normalization output = the sum of
      *         the partitions' own normalization outputs
      * - Write the one-page reconciliation report
      *         "ICU_Recon_Report.txt" with an OUT-OF-BALANCE flag
      *         and set a non-zero return code when the math does
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Edit Validation Stage Card  ----------------
      *      The same card the driver reads - with the edit stage on,
      *      the sort input comes from ICU-Edit's survivors and the
      *      records failing the field edits leave the flow at its
      *      reject file.
             Select Optional Edit-Control-File
                    Assign to "ICU_Pipeline_Edit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Delta Mode Control Card  -------------------
      *      The same card the driver reads - in delta mode the sort
      *      input is ICU-Delta's changes file, not the full
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Partition Card and Plan  -------------------
      *      A partitioned cycle's coordinator card and its plan -
      *      once the plan says merged, the combined files are
      *      proven against the partitions they were built from.
             Select Optional Partition-Control-File
                    Assign to "ICU_Pipeline_Partition.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
             Select Optional Plan-File
                    Assign to "ICU_Part_Plan.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Machine-Readable Run History  --------------
      *      Shared by the whole suite - every program appends one
      *      run record at end of job.
         01 Check-Record                   pic X(200).
       FD Script-Control-File.
         01 Script-Control-Record          pic X(1).
       FD Edit-Control-File.
         01 Edit-Control-Record            pic X(1).
       FD Delta-Control-File.
         01 Delta-Control-Record           pic X(1).
       FD Partition-Control-File.
         01 Partition-Control-Record       pic X(1).
       FD Plan-File.
         01 Plan-Record.
           03  Plan-Record-Type            pic X(4).
           03  Filler                      pic X.
           03  Plan-Record-Method          pic X(1).
           03  Filler                      pic X.
           03  Plan-Record-Count           pic 99.
           03  Filler                      pic X.
           03  Plan-Record-Date            pic X(8).
           03  Filler                      pic X.
           03  Plan-Record-State           pic X(1).
       FD History-File.
         01 History-Record                 pic X(89).
       FD Report-File
       01  Script-Mode-sw                  pic 9    value 0.
       01  Count-Script-Output             pic 9(9) Binary value 0.
       01  Count-Script-Rejects            pic 9(9) Binary value 0.
      *   Edit-validation mode: ICU-Edit follows the conversion (and
      *   the script stage) - records failing a field edit leave the
      *   flow at its reject file, its survivors feed the sort.
       01  Edit-Mode-sw                    pic 9    value 0.
       01  Count-Edit-Output               pic 9(9) Binary value 0.
       01  Count-Edit-Rejects              pic 9(9) Binary value 0.
      *   Partitioned cycle: the merged normalization output must
      *   hold exactly the records the partitions produced.
       01  Partition-Merged-sw             pic 9    value 0.
       01  Partition-Count                 pic 99   value 0.
       01  Partition-Sub                   pic 99   Binary.
       01  Partition-NN                    pic 99.
       01  Count-Partition-Norm            pic 9(9) Binary value 0.
       01  Plan-Read-Flag                  pic 9.
      * ------------------ Balance checking  --------------------------
       01  Out-Of-Balance-sw               pic 9    value 0.
       01  Balance-Left                    pic 9(9) Binary.
      *
           Perform Report-Open-sec.
           Perform Script-Control-Read-sec.
           Perform Edit-Control-Read-sec.
           Perform Delta-Control-Read-sec.
           Perform Partition-Read-sec.
      *
      *====================== Gather the counts  =======================
      *
             Perform Check-Count-sec
             Move Check-Record-Count       to Count-Script-Rejects
           End-if.
           IF  Edit-Mode-sw = 1
             Move "ICU_Edit_Output.txt"    to Check-File-Name
             Perform Check-Count-sec
             Move Check-Record-Count       to Count-Edit-Output
             Move "ICU_Edit_Reject.txt"    to Check-File-Name
             Perform Check-Count-sec
             Move Check-Record-Count       to Count-Edit-Rejects
           End-if.
           IF  Delta-Mode-sw = 1
             Move "ICU_Delta_Changes.txt"  to Check-File-Name
             Perform Check-Count-sec
           Move "ICU_Trans_Reject.txt"    to Check-File-Name.
           Perform Check-Count-sec.
           Move Check-Record-Count        to Count-Trans-Rejects.
           IF  Partition-Merged-sw = 1
             Perform Partition-Count-Norm-sec
                     varying Partition-Sub from 1 by 1
                     until Partition-Sub > Partition-Count
           End-if.
      *
      *====================== Write the report  ========================
      *
       Script-Control-Read-ex.
           Exit.
      *
      *================ Edit Validation Stage Card  ====================
      *
       Edit-Control-Read-sec section.
       Edit-Control-Read.
      *   The same card icu-Pipeline.cbl reads - "Y" means ICU-Edit
      *   ran ahead of the sort tonight.
           Move ZERO to File-Status-Flag.
           Open Input Edit-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Edit-Control-File
                 at End  Continue
                 not at End
                   IF Edit-Control-Record = "Y" or "y"
                     Move 1 to Edit-Mode-sw
                   End-if
             End-read
             Close Edit-Control-File
           End-if.
           Move    "Edit stage -----------------:" to Debug-Text.
           Move    Edit-Mode-sw                     to Debug-Value.
           Perform Debug-Display-sec.
       Edit-Control-Read-ex.
           Exit.
      *
      *================ Delta Mode Control Card  =======================
      *
       Delta-Control-Read-sec section.
       Delta-Control-Read-ex.
           Exit.
      *
      *================ Partitioned Cycle  =============================
      *
       Partition-Read-sec section.
       Partition-Read.
      *   Only a coordinator card ("M" or "K") whose plan is merged
      *   adds the partition balance; a partition's own job never
      *   runs the reconciliation, and delta mode is never split.
           Move ZERO to File-Status-Flag.
           Open Input Partition-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Partition-Control-File
                 at End  Continue
                 not at End
                   IF  (Partition-Control-Record = "M" or "K")
                   and Delta-Mode-sw = 0
                     Move 1 to Partition-Merged-sw
                   End-if
             End-read
             Close Partition-Control-File
           Else
             IF  File-Status-Flag = "05"
               Close Partition-Control-File
             End-if
           End-if.
           IF  Partition-Merged-sw = 1
             Move 0 to Partition-Merged-sw
             Move ZERO to File-Status-Flag
             Open Input Plan-File
             IF File-Status-Flag = "00"  Then
               Move 1 to Plan-Read-Flag
               Perform Partition-Plan-Read-sec
                       until Plan-Read-Flag = 0
               Close Plan-File
             Else
               IF  File-Status-Flag = "05"
                 Close Plan-File
               End-if
             End-if
           End-if.
           Move    "Partitioned cycle merged ---:" to Debug-Text.
           Move    Partition-Merged-sw              to Debug-Value.
           Perform Debug-Display-sec.
       Partition-Read-ex.
           Exit.
      *
       Partition-Plan-Read-sec section.
       Partition-Plan-Read.
           Read Plan-File
               at End  Move 0 to Plan-Read-Flag
               not at End
                 IF  Plan-Record-Type  = "PLAN"
                 and Plan-Record-State = "M"
                 and Plan-Record-Count Numeric
                   Move 1                 to Partition-Merged-sw
                   Move Plan-Record-Count to Partition-Count
                 End-if
           End-read.
       Partition-Plan-Read-ex.
           Exit.
      *
       Partition-Count-Norm-sec section.
       Partition-Count-Norm.
           Move    Partition-Sub to Partition-NN.
           Move    SPACES        to Check-File-Name.
           STRING  "ICU_Part_" Partition-NN "\ICU_Norm_Output.txt"
                   delimited by size into Check-File-Name.
           Perform Check-Count-sec.
           Add     Check-Record-Count to Count-Partition-Norm.
       Partition-Count-Norm-ex.
           Exit.
      *
      *================ Count one file's data records  =================
      *
       Check-Count-sec section.
                    delimited by size into Report-Line-Work
             Perform Report-Write-sec
           End-if.
           IF  Edit-Mode-sw = 1
             Move Count-Edit-Output   to Report-Count-Disp
             Move Count-Edit-Rejects  to Report-Count-Disp-2
             Move SPACES              to Report-Line-Work
             STRING "Edit output / rejects --------: "
                    Report-Count-Disp " / " Report-Count-Disp-2
                    delimited by size into Report-Line-Work
             Perform Report-Write-sec
           End-if.
           IF  Delta-Mode-sw = 1
             Move Count-Delta-Changes to Report-Count-Disp
             Move SPACES              to Report-Line-Work
             Perform Balance-Check-sec
             Move Count-Script-Output to Count-Conv-Output
           End-if.
      *    The edit-validation stage reads whatever the script stage
      *    left (the conversion output when it did not run); the
      *    records failing a field edit balance at its reject file.
           IF  Edit-Mode-sw = 1
             IF  Script-Mode-sw = 1
               Move "Script out   = Edit out+rej   ----"
                                      to Balance-Line-Name
             Else
               Move "Conv output  = Edit out+rej   ----"
                                      to Balance-Line-Name
             End-if
             Move Count-Conv-Output   to Balance-Left
             Compute Balance-Right
                       = Count-Edit-Output + Count-Edit-Rejects
             Perform Balance-Check-sec
             Move Count-Edit-Output   to Count-Conv-Output
           End-if.
      *    In delta mode the later stages see only ICU-Delta's
      *    changes file - the unchanged records never entered the
      *    run, by design - so the leading balances compare against
               When Delta-Mode-sw = 1
                 Move "Delta changes= Case out+rej   ----"
                                      to Balance-Line-Name
               When Edit-Mode-sw = 1
                 Move "Edit out     = Case out+rej   ----"
                                      to Balance-Line-Name
               When Script-Mode-sw = 1
                 Move "Script out   = Case out+rej   ----"
                                      to Balance-Line-Name
               When Delta-Mode-sw = 1
                 Move "Delta changes= Sort input     ----"
                                      to Balance-Line-Name
               When Edit-Mode-sw = 1
                 Move "Edit out     = Sort input     ----"
                                      to Balance-Line-Name
               When Script-Mode-sw = 1
                 Move "Script out   = Sort input     ----"
                                      to Balance-Line-Name
                       = Count-Trans-Output + Count-Trans-Rejects
             Perform Balance-Check-sec
           End-if.
           IF  Partition-Merged-sw = 1
             Move "Norm output  = partition sum  ----"
                                      to Balance-Line-Name
             Move Count-Norm-Output   to Balance-Left
             Move Count-Partition-Norm to Balance-Right
             Perform Balance-Check-sec
           End-if.
       Report-Balance-ex.
           Exit.
      *
