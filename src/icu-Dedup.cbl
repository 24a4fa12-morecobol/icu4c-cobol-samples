      *         survived and which was folded into it
      * - Write both records of each REVIEW pair to
      *         "ICU_Dedup_Review.txt"
      * - Read ICU-Match's scored near-duplicate candidates
      *         "ICU_Match_Candidates.txt" when present (same pair
      *         layout as the collision report, score behind it):
      *         both records of a candidate pair always go to the
      *         manual-review file, whatever the rule - a near match
      *         is never folded unseen.  A candidate file built from
      *         another business date's master is set aside
      * - Write debugging information to Display and
      *         log file "ICU_Dedup_log.txt" (file in ANSI format)
      *
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ------------------- Near-Duplicate Candidate File  ----------
      *      Written by ICU-Match.
             Select Optional Candidate-File
                    Assign to "ICU_Match_Candidates.txt"
                    File Status is File-Status-Flag
                    Organization is Line Sequential
                    Access Mode is Sequential.
      * ---------------------- Output File  -----------------
             Select Optional Output-File
                    Assign to "ICU_Dedup_Output.txt"
           03  Collision-Match-Index       pic 9(9).
           03  Filler                      pic X value space.
           03  Collision-Text              pic X(160).
      *   The collision report's layout with ICU-Match's score
      *   behind it, under an HDR MATCHCND / TRL pair.
       FD Candidate-File
                       Record  varying from 12 to 184 characters.
         01 Candidate-Record.
           03  Candidate-Index             pic 9(9).
           03  Filler                      pic X.
           03  Candidate-Match-Index       pic 9(9).
           03  Filler                      pic X.
           03  Candidate-Text              pic X(160).
           03  Filler                      pic X.
           03  Candidate-Score             pic 9(3).
       FD Output-File
                       Recording Mode is F
                       Record contains 80 characters.
       01  Input-Read-Flag                 pic 9    value 0.
       01  Input-Control-sw                pic 9    value 0.
       01  Collision-Read-Flag             pic 9    value 0.
       01  Candidate-Read-Flag             pic 9    value 0.
       01  Output-Write-Flag               pic 9    value 0.
      * ------------------ Control totals  ---------------------------
       01  Count-Records-Read               pic 9(9) Binary value 0.
       01  Count-Records-Folded             pic 9(9) Binary value 0.
       01  Count-Review-Written             pic 9(9) Binary value 0.
       01  Count-Collision-Pairs            pic 9(9) Binary value 0.
       01  Count-Candidate-Pairs            pic 9(9) Binary value 0.
      * ------------- Machine-Readable Run History  -------------------
      *   One record per run, appended to the shared run-history
      *   file at end of job - see History-Write-sec.  ICU-RunReport
      *   the way the manifest and search-term loaders warn.
       77  Pair-Table-Max-Entries           pic 9(4) value 2000.
       01  Pair-Count                       pic 9(4) Binary value 0.
      *   Pair-Source tells the collision report's exact pairs
      *   ("C") from ICU-Match's near-duplicate candidates ("M"),
      *   which are only ever reviewed.
       01  Pair-Table.
           03  Pair-Entry                   occurs 2000.
             05  Pair-Later                 pic 9(9).
             05  Pair-Earlier               pic 9(9).
             05  Pair-Source                pic X(1).
               88  PAIR-COLLISION                   value "C".
               88  PAIR-CANDIDATE                   value "M".
       01  Pair-Sub                         pic 9(4) Binary.
      * ------------------ Per-record disposition  --------------------
      *   One byte per master record position: keep, fold (drop), or
       01  Header-Data-Read                pic 9(9) Binary value 0.
       01  Current-Run-Date                pic X(8).
       01  Header-File-Id                  pic X(12).
      *   The master's own business date, read ahead of the run so a
      *   stale candidate file can be set aside before it is used -
      *   see Candidate-Load-sec.
       01  Master-Business-Date            pic X(8) value SPACES.
       01  Trailer-Count-Check             pic 9(9).
      * ------------- Processing Calendar Validation  -----------------
      *   Parameter block for the ICU-Calendar subprogram - the
           Perform Group-Read-sec.
           Perform Params-Read-sec.
           Perform Collision-Load-sec.
           Perform Candidate-Load-sec.
           Perform Disposition-Build-sec.
      *
           Perform Input-Open-sec.
                            to Pair-Later   (Pair-Count)
                   Move  Collision-Match-Index
                            to Pair-Earlier (Pair-Count)
                   Move  "C" to Pair-Source  (Pair-Count)
                 End-if
           End-read.
       Collision-Read-ex.
           Exit.
      *
      *============== Near-Duplicate Candidate Load  ====================
      *
       Candidate-Load-sec section.
       Candidate-Load.
      *   ICU-Match's candidates join the pair table behind the
      *   collision pairs.  Its HDR carries the business date of the
      *   master it scored; positions from another date's master
      *   would name the wrong records, so such a file is set aside
      *   whole.
           Perform Master-Date-Scan-sec.
           Move ZERO to File-Status-Flag.
           Open Input Candidate-File.
           IF (File-Status-Flag = "00")  Then
             Move 1 to Candidate-Read-Flag
             Perform Candidate-Read-sec
                     until Candidate-Read-Flag = 0
                        or Pair-Count = Pair-Table-Max-Entries
             IF  Candidate-Read-Flag = 1
             and Pair-Count = Pair-Table-Max-Entries
               Move "Pair table full - extra pairs ignored:"
                                         to Debug-Text
               Move Pair-Table-Max-Entries to Debug-Value
               Move 1                    to Error-Display-sw
               Perform Debug-Display-sec
             End-if
             Close Candidate-File
           Else
             IF  File-Status-Flag = "05"
               Close Candidate-File
             End-if
           End-if.
           Move    "Match candidate pairs loaded:" to Debug-Text.
           Move    Count-Candidate-Pairs            to Debug-Value.
           Perform Debug-Display-sec.
       Candidate-Load-ex.
           Exit.
      *
       Candidate-Read-sec section.
       Candidate-Read.
           Read  Candidate-File
               at End        Move 0      to Candidate-Read-Flag
               not at End
                 Evaluate True
                   When Candidate-Record (1 : 3) = "HDR"
                     IF  Master-Business-Date Not = SPACES
                     and Candidate-Record (16 : 8)
                                   Not = Master-Business-Date
                       Move "Candidates from another date - set aside"
                                         to Debug-Text
                       Move Candidate-Record (16 : 8) to Debug-Value
                       Move 1            to Error-Display-sw
                       Perform Debug-Display-sec
                       Move 0            to Candidate-Read-Flag
                     End-if
                   When Candidate-Record (1 : 3) = "TRL"
                     Continue
                   When Candidate-Index Numeric
                    and Candidate-Match-Index Numeric
                     Add   1                   to Pair-Count
                     Add   1                   to Count-Candidate-Pairs
                     Move  Candidate-Index
                              to Pair-Later   (Pair-Count)
                     Move  Candidate-Match-Index
                              to Pair-Earlier (Pair-Count)
                     Move  "M" to Pair-Source  (Pair-Count)
                   When Other
                     Continue
                 End-evaluate
           End-read.
       Candidate-Read-ex.
           Exit.
      *
       Master-Date-Scan-sec section.
       Master-Date-Scan.
      *   Only the master's first line is looked at - its HDR, when
      *   the suite stamped one.  A headerless master cannot date a
      *   candidate file, and the candidates are taken as they are.
           Move ZERO to File-Status-Flag.
           Open Input Input-File.
           IF (File-Status-Flag = "00")  Then
             Move  SPACES to Input-Buffer
             Read  Input-File  into  Input-Buffer
                 at End  Continue
                 not at End
                   IF  Input-Buffer-String (1 : 3) = "HDR"
                   and Input-Buffer-String (16 : 8) Numeric
                     Move Input-Buffer-String (16 : 8)
                                    to Master-Business-Date
                   End-if
             End-read
             Close Input-File
           Else
             IF  File-Status-Flag = "05"
               Close Input-File
             End-if
           End-if.
       Master-Date-Scan-ex.
           Exit.
      *
      *============== Per-Record Disposition Build  =====================
      *
       Disposition-Build-sec section.
      *
       Disposition-Build-One-sec section.
       Disposition-Build-One.
           IF  PAIR-CANDIDATE (Pair-Sub)
             Perform Disposition-Candidate-sec
             Go to Disposition-Build-One-ex
           End-if.
           IF  Pair-Later  (Pair-Sub) > 0
           and Pair-Later  (Pair-Sub) Not > Record-Table-Max-Entries
           and Pair-Earlier (Pair-Sub) > 0
           End-if.
       Disposition-Build-One-ex.
           Exit.
      *
       Disposition-Candidate-sec section.
       Disposition-Candidate.
      *   A near-duplicate pair is reviewed under every rule.  The
      *   exact pairs were applied first: a record they already fold
      *   stays folded, and a record already under review keeps the
      *   partner it was given.
           IF  Pair-Later  (Pair-Sub) = 0
            or Pair-Later  (Pair-Sub) > Record-Table-Max-Entries
            or Pair-Earlier (Pair-Sub) = 0
            or Pair-Earlier (Pair-Sub) > Record-Table-Max-Entries
             Move "Candidate pair beyond table - not reviewed:"
                                       to Debug-Text
             Move Pair-Later (Pair-Sub) to Debug-Value
             Move 1                    to Error-Display-sw
             Perform Debug-Display-sec
             Go to Disposition-Candidate-ex
           End-if.
           IF  DISP-KEEP (Pair-Later (Pair-Sub))
             Move 2 to Record-Disposition (Pair-Later (Pair-Sub))
             Move Pair-Earlier (Pair-Sub)
                  to Record-Review-Partner (Pair-Later (Pair-Sub))
           End-if.
           IF  DISP-KEEP (Pair-Earlier (Pair-Sub))
             Move 2 to Record-Disposition (Pair-Earlier (Pair-Sub))
             Move Pair-Later (Pair-Sub)
                  to Record-Review-Partner (Pair-Earlier (Pair-Sub))
           End-if.
       Disposition-Candidate-ex.
           Exit.
      *
      *========================  Name Master File  =====================
      *
           Move    "Review records written ----:" to Debug-Text.
           Move    Count-Review-Written  to Debug-Value.
           Perform Debug-Display-sec.
           Move    1                     to Error-Display-sw.
           Move    "Match candidate pairs -----:" to Debug-Text.
           Move    Count-Candidate-Pairs to Debug-Value.
           Perform Debug-Display-sec.
       Report-Trailer-ex.
           Exit.
      *
