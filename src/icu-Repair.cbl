      *         and the over-length/roundtrip exception files
      *         "ICU_Conv_Exceptions.txt" and
      *         "ICU_Conv_Exceptions_NN.txt" (batch runs)
      * - Read the field-edit rejects "ICU_Edit_Reject.txt" written
      *         by ICU-Edit: those records are already converted, so
      *         their repairs go to a resubmission file of their own,
      *         "ICU_Repair_Edit_Resubmit.txt" - listed on the
      *         conversion manifest with the target codepage as its
      *         source converter.  An edit reject the rules leave
      *         unchanged would only fail the same edit again and
      *         goes straight to the manual queue; a group-mode
      *         address line rejected behind its person follows its
      *         person's fate
      * - Apply the rules, strip control characters, truncate at the
      *         safe boundary, and write the repaired records to the
      *         resubmission file "ICU_Repair_Resubmit.txt" - listed
      *         failed the maximum number of times goes to the
      *         permanent manual queue "ICU_Repair_Manual.txt"
      *         instead of looping through the night runs forever
      * - Record every record's outcome in the repair lineage file
      *         "ICU_Repair_Lineage.txt" - the reject file it came
      *         from, its position there, and whether it was
      *         resubmitted or queued for manual work - so ICU-Charge
      *         can bill each repair to the partner that sent it
      * - Write debugging information to Display and
      *         log file "ICU_Repair_log.txt"
      *
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Field-Edit Reject File  ------------------
             Select Optional Edit-Reject-File
                    Assign to "ICU_Edit_Reject.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Recycle-Count Ledger  --------------------
             Select Optional Ledger-File
                    Assign to "ICU_Repair_Counts.txt"
                    Assign to "ICU_Repair_Resubmit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Edit Resubmission File  ------------------
      *      Already-converted text - kept apart from the raw
      *      resubmission file, which is converted from the partner's
      *      own codepage.
             Select Optional Edit-Resubmit-File
                    Assign to "ICU_Repair_Edit_Resubmit.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Permanent Manual Queue  ------------------
      *      Opened Extend - the manual queue accumulates until an
      *      analyst works it off, it is never overwritten.
                    Assign to "ICU_Repair_Manual.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ------------------- Repair Lineage File  ---------------------
      *      One line per record handled, written as its outcome is
      *      decided - see Repair-Lineage-Write-sec.
             Select Optional Repair-Lineage-File
                    Assign to "ICU_Repair_Lineage.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential.
      * ---------------------- Debuging File  -----------------
             Select Optional Debug-File
                    Assign to "ICU_Repair_log.txt"
           03  Exceptions-Reason           pic X(9).
           03  Filler                      pic X.
           03  Exceptions-Text             pic X(200).
      *   Same layout icu-Edit.cbl's Reject-Write-sec writes.
       FD Edit-Reject-File
                       Record contains 242 characters.
         01 Edit-Reject-Record.
           03  Edit-Reject-Index           pic 9(9).
           03  Filler                      pic X.
           03  Edit-Reject-Reason          pic X(9).
           03  Filler                      pic X.
           03  Edit-Reject-Text            pic X(200).
           03  Filler                      pic X.
           03  Edit-Reject-Field-Number    pic 99.
           03  Filler                      pic X.
           03  Edit-Reject-Field-Name      pic X(10).
           03  Filler                      pic X.
           03  Edit-Reject-Field-Start     pic 9(3).
           03  Filler                      pic X.
           03  Edit-Reject-Field-Length    pic 9(3).
       FD Ledger-File
                       Record contains 203 characters.
         01 Ledger-Record.
                       Recording Mode is F
                       Record contains 200 characters.
         01 Resubmit-Record                pic X(200).
       FD Edit-Resubmit-File
                       Recording Mode is F
                       Record contains 200 characters.
         01 Edit-Resubmit-Record           pic X(200).
       FD Manual-File
                       Record contains 203 characters.
         01 Manual-Record.
           03  Manual-Count                pic 9(2).
           03  Filler                      pic X value space.
           03  Manual-Text                 pic X(200).
      *   Source NORM / CONV / EDIT, the batch file number (CONV
      *   only - the classic single file counts as file 1), the
      *   record's position in its reject or exceptions file, and
      *   the outcome: R resubmitted, M manual queue.
       FD Repair-Lineage-File
                       Record contains 20 characters.
         01 Repair-Lineage-Record.
           03  Repair-Lineage-Source       pic X(4).
           03  Filler                      pic X.
           03  Repair-Lineage-File-Number  pic 999.
           03  Filler                      pic X.
           03  Repair-Lineage-Index        pic 9(9).
           03  Filler                      pic X.
           03  Repair-Lineage-Outcome      pic X(1).
       FD Debug-File
                       Record contains 80 characters.
         01 Debug-Record                   pic X(80).
       01  Scan-Read-Flag                  pic 9    value 0.
       01  Resubmit-Write-Flag             pic 9    value 0.
       01  Manual-Write-Flag               pic 9    value 0.
       01  Edit-Resubmit-Write-Flag        pic 9    value 0.
       01  Repair-Lineage-Write-Flag       pic 9    value 0.
       01  Exceptions-File-Name    pic X(64) value
                                             "ICU_Conv_Exceptions.txt".
       01  Batch-File-NN                   pic 99.
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Resubmitted                pic 9(9) Binary value 0.
       01  Count-To-Manual                  pic 9(9) Binary value 0.
       01  Count-Edit-Read                  pic 9(9) Binary value 0.
       01  Count-Edit-Resubmitted           pic 9(9) Binary value 0.
      * ------------------ Options  ------------------------------------
      *   A record that has failed MAX-RECYCLES times already goes to
      *   the manual queue instead of looping forever; the truncation
             03  Filler Redefines Repair-Buffer-String.
               05  Repair-Buffer-Array     pic X occurs 200.
       01  Repair-Original                 pic X(200).
      *   Where the record in hand came from: 0 - a raw reject or
      *   exception (resubmitted for conversion), 1 - a field-edit
      *   reject (already converted text).
       01  Repair-Source-sw                pic 9    value 0.
      *   The record in hand's origin, as the repair lineage file
      *   records it.
       01  Repair-From-Source              pic X(4).
       01  Repair-From-File-Number         pic 999.
       01  Repair-From-Index               pic 9(9).
       01  Repair-From-Outcome             pic X(1).
      *   Group mode: whether the last person record rejected by the
      *   field edits was resubmitted - its address lines follow it.
       01  Edit-Parent-Resubmit-sw         pic 9    value 0.
       01  Edit-Resubmit-Before            pic 9(9) Binary.
       01  Repair-Sub                      pic 9(3) Binary.
       01  Repair-New-Count                pic 9(2).
       01  Debug-Buffer.
           Perform Ledger-Load-sec.
      *
           Perform Resubmit-Open-sec.
           Perform Edit-Resubmit-Open-sec.
           Perform Manual-Open-sec.
           Perform Ledger-Rewrite-Open-sec.
           Perform Repair-Lineage-Open-sec.
      *
           Perform Reject-Process-sec.
           Perform Exceptions-Process-All-sec.
           Perform Edit-Process-sec.
      *
           Perform Resubmit-Close-sec.
           Perform Edit-Resubmit-Close-sec.
           Perform Manual-Close-sec.
           Perform Ledger-Rewrite-Close-sec.
           Perform Repair-Lineage-Close-sec.
      *
           Perform Report-Trailer-sec.
           Perform History-Write-sec.
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Add     1 to Count-Records-Read
                 Move    "NORM"      to Repair-From-Source
                 Move    0           to Repair-From-File-Number
                 Move    Reject-Index to Repair-From-Index
                 Move    SPACES      to Repair-Buffer
                 Move    Reject-Text to Repair-Buffer-String (1 : 70)
                 Perform Repair-One-sec
      *   The classic single-file exceptions first, then the batch
      *   run's per-file names - an absent file simply skips.
           Move "ICU_Conv_Exceptions.txt" to Exceptions-File-Name.
           Move 1                         to Repair-From-File-Number.
           Perform Exceptions-Process-sec.
           Perform Exceptions-Process-NN-sec
                   Varying Batch-Sub FROM 1 by 1
       Exceptions-Process-NN-sec section.
       Exceptions-Process-NN.
           Move      Batch-Sub to Batch-File-NN.
           Move      Batch-Sub to Repair-From-File-Number.
           Move      SPACES    to Exceptions-File-Name.
           STRING    "ICU_Conv_Exceptions_" Batch-File-NN ".txt"
                     delimited by size    into Exceptions-File-Name.
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Add     1 to Count-Records-Read
                 Move    "CONV"           to Repair-From-Source
                 Move    Exceptions-Index to Repair-From-Index
                 Move    SPACES          to Repair-Buffer
                 Move    Exceptions-Text to Repair-Buffer-String
                 Perform Repair-One-sec
           End-read.
       Exceptions-Process-Read-ex.
           Exit.
      *
       Edit-Process-sec section.
       Edit-Process.
           Move ZERO to File-Status-Flag.
           Open Input Edit-Reject-File.
           Evaluate File-Status-Flag
             When "00"
               Move 1 to Repair-Source-sw
               Move 0 to Edit-Parent-Resubmit-sw
               Move 1 to Scan-Read-Flag
               Perform Edit-Process-Read-sec
                       until Scan-Read-Flag = 0
               Move 0 to Repair-Source-sw
               Close Edit-Reject-File
             When "05"
               Close Edit-Reject-File
             When Other
               Continue
           End-evaluate.
       Edit-Process-ex.
           Exit.
      *
       Edit-Process-Read-sec section.
       Edit-Process-Read.
           Read  Edit-Reject-File
               at End  Move 0 to Scan-Read-Flag
               not at End
                 Add     1 to Count-Records-Read
                 Add     1 to Count-Edit-Read
                 Move    "EDIT"            to Repair-From-Source
                 Move    0                 to Repair-From-File-Number
                 Move    Edit-Reject-Index to Repair-From-Index
                 Move    SPACES           to Repair-Buffer
                 Move    Edit-Reject-Text to Repair-Buffer-String
                 IF  Edit-Reject-Reason = "PARENT"
                   Perform Edit-Child-sec
                 Else
                   Move    Count-Edit-Resubmitted
                                             to Edit-Resubmit-Before
                   Perform Repair-One-sec
                   IF  Count-Edit-Resubmitted > Edit-Resubmit-Before
                     Move 1 to Edit-Parent-Resubmit-sw
                   Else
                     Move 0 to Edit-Parent-Resubmit-sw
                   End-if
                 End-if
           End-read.
       Edit-Process-Read-ex.
           Exit.
      *
       Edit-Child-sec section.
       Edit-Child.
      *   An address line failed no edit of its own - it was held
      *   back with its person.  It goes back in behind a resubmitted
      *   person and to the manual queue behind one that did not.
           Move    Repair-Buffer-String to Repair-Original.
           Perform Ledger-Find-sec.
           Compute Repair-New-Count = Ledger-Found-Count + 1.
           IF  Edit-Parent-Resubmit-sw = 1
             Perform Resubmit-Write-sec
             Perform Ledger-Write-sec
           Else
             Perform Manual-Write-sec
           End-if.
       Edit-Child-ex.
           Exit.
      *
      *================= Repair One Record  ============================
      *
               Move SPACES to Repair-Buffer-String
                               (Trunc-Length + 1 : 200 - Trunc-Length)
             End-if
      *      A field-edit reject the rules did not touch would fail
      *      the same edit on the next cycle - an analyst has to
      *      supply the missing or corrected value.
             IF  Repair-Source-sw = 1
             and Repair-Buffer-String = Repair-Original
               Perform Manual-Write-sec
             Else
               Perform Resubmit-Write-sec
               Perform Ledger-Write-sec
             End-if
           End-if.
       Repair-One-ex.
           Exit.
      *
       Resubmit-Write-sec section.
       Resubmit-Write.
           IF  Repair-Source-sw = 1
             IF Edit-Resubmit-Write-Flag = 1  Then
               Write  Edit-Resubmit-Record from Repair-Buffer-String
               Add     1              to   Count-Resubmitted
               Add     1              to   Count-Edit-Resubmitted
               Move    "R"            to   Repair-From-Outcome
               Perform Repair-Lineage-Write-sec
             End-if
             Go to Resubmit-Write-ex
           End-if.
           IF Resubmit-Write-Flag = 1  Then
             Write  Resubmit-Record from Repair-Buffer-String
             Add     1              to   Count-Resubmitted
             Move    "R"            to   Repair-From-Outcome
             Perform Repair-Lineage-Write-sec
           End-if.
       Resubmit-Write-ex.
           Exit.
           Close Resubmit-File.
       Resubmit-Close-ex.
           Exit.
      *
       Edit-Resubmit-Open-sec section.
       Edit-Resubmit-Open.
           Move ZERO to File-Status-Flag.
           Open Output Edit-Resubmit-File.
           IF  File-Status-Flag = "00" or "05"
             Move     1                to Edit-Resubmit-Write-Flag
           Else
             Move     0                to Edit-Resubmit-Write-Flag
             Move "Edit Resubmit File Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
             Move     8 to Return-Code
             Stop Run
           End-if.
       Edit-Resubmit-Open-ex.
           Exit.
      *
       Edit-Resubmit-Close-sec section.
       Edit-Resubmit-Close.
           Close Edit-Resubmit-File.
       Edit-Resubmit-Close-ex.
           Exit.
      *
       Ledger-Write-sec section.
       Ledger-Write.
             Move  Repair-Original    to Manual-Text
             Write Manual-Record
             Add     1                to Count-To-Manual
             Move    "M"              to Repair-From-Outcome
             Perform Repair-Lineage-Write-sec
             Move    "To manual queue ------------:" to Debug-Text
             Move    Repair-Original (1 : 35)  to Debug-Value
             Move    1                         to Error-Display-sw
           End-if.
       Manual-Close-ex.
           Exit.
      *
       Repair-Lineage-Open-sec section.
       Repair-Lineage-Open.
      *   Rewritten every run - it describes tonight's reject files,
      *   which the next pipeline cycle overwrites.
           Move ZERO to File-Status-Flag.
           Open Output Repair-Lineage-File.
           IF  File-Status-Flag = "00" or "05"
             Move 1 to Repair-Lineage-Write-Flag
           Else
             Move 0 to Repair-Lineage-Write-Flag
             Move "Repair Lineage Open Error - code:"
                                       to Debug-Text
             Move     File-Status-Flag to Debug-Value
             Move     1                to Error-Display-sw
             Perform  Debug-Display-sec
           End-if.
       Repair-Lineage-Open-ex.
           Exit.
      *
       Repair-Lineage-Write-sec section.
       Repair-Lineage-Write.
      *   The record area is cleared first - its FILLER separators
      *   carry no VALUE in the FD.
           IF  Repair-Lineage-Write-Flag = 1
             Move  SPACES                  to Repair-Lineage-Record
             Move  Repair-From-Source      to Repair-Lineage-Source
             Move  Repair-From-File-Number to Repair-Lineage-File-Number
             Move  Repair-From-Index       to Repair-Lineage-Index
             Move  Repair-From-Outcome     to Repair-Lineage-Outcome
             Write Repair-Lineage-Record
           End-if.
       Repair-Lineage-Write-ex.
           Exit.
      *
       Repair-Lineage-Close-sec section.
       Repair-Lineage-Close.
           IF  Repair-Lineage-Write-Flag = 1
             Close Repair-Lineage-File
           End-if.
       Repair-Lineage-Close-ex.
           Exit.
      *
      *===============  End-of-run Control Totals  ======================
      *
           Move    "Sent to manual queue ------:" to Debug-Text.
           Move    Count-To-Manual       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Field-edit rejects read  --:" to Debug-Text.
           Move    Count-Edit-Read       to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Edit rejects resubmitted --:" to Debug-Text.
           Move    Count-Edit-Resubmitted to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *
