      * ------------------- Tonight's Converted File  ---------------
      *      Assigned through Input-File-Name: the raw conversion
      *      output normally, ICU-Script's survivors when the
      *      script-validation stage ran, ICU-Edit's when the
      *      edit-validation stage ran (the same driver cards, read
      *      in Script-Control-Read-sec / Edit-Control-Read-sec,
      *      decide).
             Select Optional Input-File
                    Assign to Input-File-Name
                    File Status is File-Status-Flag
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------- Edit Validation Stage Control Card  --------------
             Select Optional Edit-Control-File
                    Assign to "ICU_Pipeline_Edit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------ Record-Type Group Control Card  -------------
      *      The same shared ICU_Group_Mode.txt card the sort,
      *      normalize and dedupe programs read.
         01 Input-Record                   pic X(200).
       FD Script-Control-File.
         01 Script-Control-Record          pic X(1).
       FD Edit-Control-File.
         01 Edit-Control-Record            pic X(1).
       FD Group-Control-File.
         01 Group-Control-Record           pic X(1).
       FD Output-File
           Perform Debug-Display-sec.
      *
           Perform Script-Control-Read-sec.
           Perform Edit-Control-Read-sec.
           Perform Group-Read-sec.
           Perform Prior-Load-sec.
           Perform Input-Open-sec.
       Script-Control-Read-ex.
           Exit.
      *
      *================= Edit Validation Stage Control Card  ===========
      *
       Edit-Control-Read-sec section.
       Edit-Control-Read.
      *   The same card icu-Pipeline.cbl reads - when the edit
      *   validation stage ran, its survivors (taken from the script
      *   stage's, when that ran too) are what tonight's cycle
      *   really converts, so the diff runs against them.
           Move ZERO to File-Status-Flag.
           Open Input Edit-Control-File.
           IF File-Status-Flag = "00"  Then
             Read Edit-Control-File
                 at End  Continue
                 not at End
                   IF Edit-Control-Record = "Y" or "y"
                     Move "ICU_Edit_Output.txt" to Input-File-Name
                   End-if
             End-read
             Close Edit-Control-File
           End-if.
           Move    "Delta input file -----------:" to Debug-Text.
           Move    Input-File-Name (1 : 35)         to Debug-Value.
           Perform Debug-Display-sec.
       Edit-Control-Read-ex.
           Exit.
      *
      *================= Record-Type Group Handling ====================
      *
       Group-Collect-sec section.
