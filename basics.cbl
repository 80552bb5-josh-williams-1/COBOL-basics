               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenCatStatus.

           SELECT FMaskRul ASSIGN TO MaskRulesName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MaskRulStatus.

           SELECT FStream ASSIGN TO StreamFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StreamStatus.

           SELECT FStrStat ASSIGN TO StreamStatName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StreamStatStatus.

           SELECT FHist ASSIGN TO HistFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.

           SELECT FBal ASSIGN TO BalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalStatus.

           SELECT FAuth ASSIGN TO AuthFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuthStatus.

           SELECT FViol ASSIGN TO ViolFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ViolStatus.

           SELECT FSort ASSIGN TO SortWorkName.

           SELECT FCat ASSIGN TO CatFileName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CatKey
               FILE STATUS IS CatStatus.

           SELECT FDict ASSIGN TO DictFileName
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DictKey
               FILE STATUS IS DictStatus.

       DATA DIVISION.
       FILE SECTION.
       FD FIn.
       FD FOut.
           01 OutLine PIC X(500).
       FD FAudit.
           01 AuditLine PIC X(500).
       FD FCkpt.
           01 CkptLine PIC X(100).
       FD FTemp.
           01 ManLine PIC X(120).
       FD FGen.
           01 GenLine PIC X(120).
       FD FMaskRul.
           01 MaskRulLine PIC X(160).
       FD FStream.
           01 StreamLine PIC X(300).
       FD FStrStat.
           01 StreamStatLine PIC X(200).
       FD FHist.
           01 HistLine PIC X(250).
       FD FBal.
           01 BalLine PIC X(200).
       FD FAuth.
           01 AuthLine PIC X(300).
       FD FViol.
           01 ViolLine PIC X(300).
       SD FSort.
           01 SortRec.
               05 SortKey PIC X(200).
               05 SortData PIC X(500).
       FD FCat.
           01 CatRec.
               05 CatKey PIC X(100).
               05 CatRecCnt PIC 9(9).
               05 CatChkSum PIC 9(9).
               05 CatStamp PIC X(26).
               05 CatKeyAlias PIC X(30).
               05 CatRekeyTo PIC X(100).
               05 CatOperator PIC X(30).
      *Layout dictionary. Sequence 000 of each name/version is the
      *layout's own header record; 001 onward are its fields in
      *layout order.
       FD FDict.
           01 DictRec.
               05 DictKey.
                   10 DictName PIC X(12).
                   10 DictVer PIC 999.
                   10 DictSeq PIC 999.
               05 DictBody PIC X(100).
               05 DictHdrBody REDEFINES DictBody.
                   10 DictHdrDesc PIC X(40).
                   10 DictHdrFldCnt PIC 999.
                   10 DictHdrStamp PIC X(26).
                   10 FILLER PIC X(31).
               05 DictFldBody REDEFINES DictBody.
                   10 DictFldName PIC X(30).
                   10 DictFldStart PIC 999.
                   10 DictFldLen PIC 999.
                   10 DictFldType PIC X.
                   10 DictFldReq PIC X.
                   10 DictFldDesc PIC X(40).
                   10 FILLER PIC X(22).

       WORKING-STORAGE SECTION.
      *Main loop.
           01 StepParm2 PIC X(100).
           01 StepParm3 PIC X(100).
           01 StepParm4 PIC X(100).
           01 StepParm5 PIC X(100).
           01 StepParm6 PIC X(100).
           01 StepNumDisplay PIC ZZZ9.
           01 RunOk PIC X VALUE "Y".
               88 RunSucceeded VALUE "Y".
      *    3 output open failure, 4 write failure, 5 checkpoint or
      *    truncate failure, 6 verify failure, 7 input control
      *    record failure, 8 compare found differences, 9 validate
      *    wrote rejects, 10 input out of key sequence, 11 job stream
      *    left decks waiting, 12 volume check outside the step's
      *    normal range, 13 a balancing rule out of balance, 14
      *    operator not authorized. A multi-step run returns the
      *    highest code of any step.
           01 StepRC PIC 999 VALUE 0.
           01 JobRC PIC 999 VALUE 0.
           01 StepRCDisplay PIC ZZ9.
           01 StepEndTs PIC X(26).
           01 InCntDisplay PIC ZZZZZZZZ9.
           01 OutCntDisplay PIC ZZZZZZZZ9.
      *Job-stream scheduler. PARM "STREAM <streamfile>" runs a set
      *of decks in dependency order: a deck is released only when
      *its AFTER decks completed within their MAXRC and its NEEDS
      *files are cataloged and pass the consume-check. A failed deck
      *holds everything downstream of it. Deck states persist in
      *STREAMSTAT.TXT after every deck so RESUME picks the stream up
      *at the held point once the failure is fixed.
           01 StreamFileName PIC X(100).
           01 StreamStatus PIC XX.
           01 StreamEOF PIC 9 VALUE 0.
           01 StreamStatName PIC X(100) VALUE "STREAMSTAT.TXT".
           01 StreamStatStatus PIC XX.
           01 StreamOpt1 PIC X(100).
           01 StreamOpt2 PIC X(100).
           01 StreamResume PIC X VALUE "N".
               88 ResumeStream VALUE "Y".
           01 StreamRptName PIC X(100).
           01 StreamLogAppend PIC X VALUE "N".
           01 StreamOk PIC X VALUE "Y".
           01 StreamCnt PIC 99 VALUE 0.
           01 StreamTable.
               05 StreamEntry OCCURS 50 TIMES.
                   10 StreamDeck PIC X(100).
                   10 StreamAfter PIC X(200).
                   10 StreamNeeds PIC X(200).
                   10 StreamMaxRC PIC 999.
                   10 StreamState PIC X(10).
                   10 StreamDeckRC PIC 999.
                   10 StreamNote PIC X(60).
                   10 StreamEndTs PIC X(26).
           01 StreamTokTable.
               05 StreamTok OCCURS 5 TIMES PIC X(200).
           01 StreamTx PIC 9.
           01 StreamIx PIC 99.
           01 StreamPx PIC 99.
           01 StreamFx PIC 99.
           01 StreamHit PIC 99.
           01 StreamName PIC X(100).
           01 StreamList PIC X(200).
           01 StreamListPtr PIC 999.
           01 StreamProgress PIC X VALUE "N".
           01 StreamReady PIC X VALUE "Y".
           01 StreamRC PIC 999 VALUE 0.
           01 StreamDoneCnt PIC 99 VALUE 0.
           01 StreamFailCnt PIC 99 VALUE 0.
           01 StreamHeldCnt PIC 99 VALUE 0.
           01 StreamWaitCnt PIC 99 VALUE 0.
           01 StreamCntD PIC Z9.
           01 StreamStatTag PIC X(12).
           01 StreamStatDeck PIC X(100).
           01 StreamStatState PIC X(12).
           01 StreamStatRC PIC X(12).
           01 StreamStatTs PIC X(26).
      *Run history. Every executed step (every file of a manifest
      *step) appends "<stamp> <op> <input> <inrec> <outrec> <rc>
      *<elapsed> <deck>" to RUNHIST.TXT, which is never rewritten.
      *Elapsed is in hundredths of a second. A recurring step is an
      *operation and its input as written on the card, so a .GCUR
      *input stays the same step from generation to generation.
      *"Normal" is the average of its last ten RC 0 runs.
           01 HistFileName PIC X(100) VALUE "RUNHIST.TXT".
           01 HistStatus PIC XX.
           01 HistEOF PIC 9 VALUE 0.
           01 HistOp PIC X(12).
           01 HistInput PIC X(100).
           01 HistDeck PIC X(100) VALUE "PARM".
           01 HistByFile PIC X VALUE "N".
           01 HistStartTs PIC X(26).
           01 HistEndTs PIC X(26).
           01 HistStartHs PIC 9(15).
           01 HistEndHs PIC 9(15).
           01 HistElapsed PIC 9(9) VALUE 0.
           01 HistInD PIC Z(8)9.
           01 HistOutD PIC Z(8)9.
           01 HistElD PIC Z(8)9.
           01 HistSecs PIC 9(7)V99.
           01 HistSecsD PIC Z(6)9.99.
           01 HistPct PIC 999 VALUE 50.
           01 HistUsePct PIC 999 VALUE 50.
           01 HistPctD PIC ZZ9.
           01 HistRecTs PIC X(26).
           01 HistRecOp PIC X(12).
           01 HistRecIn PIC X(100).
           01 HistRecInText PIC X(12).
           01 HistRecOutText PIC X(12).
           01 HistRecRCText PIC X(12).
           01 HistRecElText PIC X(12).
           01 HistRecDeck PIC X(100).
           01 HistRecOk PIC X VALUE "N".
           01 HistRecInN PIC 9(9).
           01 HistRecOutN PIC 9(9).
           01 HistRecRC PIC 999.
           01 HistRecElN PIC 9(9).
           01 HistKeyCnt PIC 999 VALUE 0.
           01 HistKeyLost PIC 9(7) VALUE 0.
           01 HistKeyTable.
               05 HistKeyEntry OCCURS 200 TIMES.
                   10 HistKOp PIC X(12).
                   10 HistKIn PIC X(100).
                   10 HistKRuns PIC 9(7).
                   10 HistKWinCnt PIC 99.
                   10 HistKWinNext PIC 99.
                   10 HistKWin OCCURS 10 TIMES.
                       15 HistWIn PIC 9(9).
                       15 HistWOut PIC 9(9).
                       15 HistWEl PIC 9(9).
                   10 HistKLastTs PIC X(26).
                   10 HistKLastIn PIC 9(9).
                   10 HistKLastOut PIC 9(9).
                   10 HistKLastEl PIC 9(9).
                   10 HistKLastRC PIC 999.
                   10 HistKAvgCnt PIC 99.
                   10 HistKAvgIn PIC 9(9).
                   10 HistKAvgOut PIC 9(9).
                   10 HistKAvgEl PIC 9(9).
                   10 HistKFlag PIC X(20).
           01 HistKx PIC 999.
           01 HistWx PIC 99.
           01 HistCurIn PIC 9(9).
           01 HistCurOut PIC 9(9).
           01 HistCurEl PIC 9(9).
           01 HistSumIn PIC 9(12).
           01 HistSumOut PIC 9(12).
           01 HistSumEl PIC 9(12).
           01 HistAvgIn PIC 9(9).
           01 HistAvgOut PIC 9(9).
           01 HistAvgEl PIC 9(9).
           01 HistBandBase PIC 9(9).
           01 HistBandVal PIC 9(9).
           01 HistLow PIC 9(12).
           01 HistHigh PIC 9(12).
           01 HistOutside PIC X VALUE "N".
           01 HistVolTrip PIC X VALUE "N".
           01 HistFlag PIC X(20).
           01 HistExcCnt PIC 999 VALUE 0.
           01 HistExcLost PIC 9(7) VALUE 0.
           01 HistExcTable.
               05 HistExcLine OCCURS 300 TIMES PIC X(132).
           01 HistEx PIC 999.
      *Volume check. VOLCHECK ON [<pct>] arms it for the steps that
      *follow; a step whose INREC or OUTREC falls outside <pct>
      *percent of its normal volume fails with RC 12.
           01 VolMode PIC X VALUE "N".
               88 VolCheckOn VALUE "Y".
           01 VolPct PIC 999 VALUE 50.
      *End-of-job balancing (BALANCE card).
           01 BalFileName PIC X(100).
           01 BalStatus PIC XX.
           01 BalEOF PIC 9 VALUE 0.
           01 BalStop PIC X VALUE "N".
           01 BalCatOpen PIC X VALUE "N".
           01 BalRuleCnt PIC 9(5) VALUE 0.
           01 BalPassCnt PIC 9(5) VALUE 0.
           01 BalFailCnt PIC 9(5) VALUE 0.
           01 BalRuleD PIC ZZZZ9.
           01 BalText PIC X(200).
           01 BalLen PIC 999.
           01 BalPtr PIC 999.
           01 BalWord PIC X(100).
           01 BalUpWord PIC X(100).
           01 BalTokCnt PIC 99.
           01 BalTokTable.
               05 BalTok OCCURS 30 TIMES PIC X(100).
           01 BalTx PIC 99.
           01 BalEqAt PIC 99.
           01 BalSign PIC X.
           01 BalErrText PIC X(60).
           01 BalDefCnt PIC 99 VALUE 0.
           01 BalDefTable.
               05 BalDefEntry OCCURS 50 TIMES.
                   10 BalDefName PIC X(30).
                   10 BalDefFile PIC X(100).
           01 BalDx PIC 99.
           01 BalFx PIC 99.
           01 BalCatName PIC X(100).
           01 BalStepText PIC X(10).
           01 BalStepSide PIC X(10).
           01 BalSx PIC 9(4).
           01 BalStepD PIC ZZZ9.
           01 BalTermVal PIC S9(12).
           01 BalTermFound PIC X.
           01 BalTermSrc PIC X(30).
           01 BalAllFound PIC X.
           01 BalLeft PIC S9(12).
           01 BalRight PIC S9(12).
           01 BalDiff PIC S9(12).
           01 BalAmtD PIC -(12)9.
      *Counts of each step of the current deck, as its job log
      *records them, for STEPn.IN / STEPn.OUT balancing terms.
           01 BalStepTable.
               05 BalStepEntry OCCURS 200 TIMES.
                   10 BalStepSet PIC X.
                   10 BalStepIn PIC 9(9).
                   10 BalStepOut PIC 9(9).
           01 BalDeckMatch PIC X.
           01 BalLogTag PIC X(10).
           01 BalLogNum PIC X(40).
           01 BalLogT3 PIC X(120).
           01 BalLogT4 PIC X(40).
           01 BalLogT5 PIC X(40).
           01 BalLogT6 PIC X(40).
           01 BalLogT7 PIC X(40).
      *A reject file is catalogued beside the clean output; these
      *hold the clean output's figures while it is.
           01 RejSaveName PIC X(100).
           01 RejSaveCnt PIC 9(9).
           01 RejSaveSum PIC 9(9).
      *Operator authorization. OPERAUTH.TXT holds
      *"ROLE <role> <op>,<op>..." records naming the protected
      *operations a role may run - DECRYPT, RECOVER, REKEY, VAULT, or
      ** for all - and "OPER <id> <role> <alias>,<alias>..." records
      *giving each operator a role and the vault aliases they may use
      *(* for all). The menu signs the operator on; a deck takes
      *OPER=/APPROVER= on the PARM or on a JOB card. A refused
      *attempt is written to SECVIOL.TXT and fails the step RC 14.
           01 AuthFileName PIC X(100) VALUE "OPERAUTH.TXT".
           01 AuthStatus PIC XX.
           01 AuthEOF PIC 9 VALUE 0.
           01 AuthLoaded PIC X VALUE "N".
           01 AuthUpLine PIC X(300).
           01 AuthTok1 PIC X(10).
           01 AuthTok2 PIC X(30).
           01 AuthTok3 PIC X(200).
           01 AuthTok4 PIC X(200).
           01 AuthRoleCnt PIC 99 VALUE 0.
           01 AuthRoleTable.
               05 AuthRoleEntry OCCURS 20 TIMES.
                   10 AuthRoleName PIC X(30).
                   10 AuthRoleOps PIC X(200).
           01 AuthOperCnt PIC 999 VALUE 0.
           01 AuthOperTable.
               05 AuthOperEntry OCCURS 200 TIMES.
                   10 AuthOperId PIC X(30).
                   10 AuthOperRole PIC X(30).
                   10 AuthOperAliases PIC X(200).
           01 OperId PIC X(30) VALUE SPACES.
           01 ApproverId PIC X(30) VALUE SPACES.
           01 ParmOperId PIC X(30) VALUE SPACES.
           01 ParmApproverId PIC X(30) VALUE SPACES.
           01 OperText PIC X(30).
           01 AuthOp PIC X(12).
           01 AuthAlias PIC X(30).
           01 AuthClass PIC X(12).
           01 AuthWho PIC X(30).
           01 AuthOk PIC X VALUE "Y".
           01 AuthWhoOk PIC X.
           01 AuthDual PIC X VALUE "N".
           01 AuthReason PIC X(60).
           01 AuthWork PIC X(60).
           01 AuthOx PIC 999.
           01 AuthRx PIC 99.
           01 AuthFx PIC 999.
           01 AuthList PIC X(200).
           01 AuthItem PIC X(30).
           01 AuthEntry PIC X(30).
           01 AuthHit PIC X.
           01 AuthPtr PIC 999.
           01 AuthTries PIC 9.
           01 AuthJobOper PIC X(30).
           01 AuthJobAppr PIC X(30).
           01 AuthFoundTok PIC X.
           01 AuthWord PIC X(100).
           01 AuthCmdWork PIC X(200).
           01 AuthCmdPtr PIC 999.
           01 AuthScanPtr PIC 999.
           01 AuthLen PIC 999.
           01 ViolFileName PIC X(100) VALUE "SECVIOL.TXT".
           01 ViolStatus PIC XX.
           01 ViolEOF PIC 9 VALUE 0.
           01 ViolCnt PIC 9(7) VALUE 0.
           01 ViolPtr PIC 999.
           01 ViolTs PIC X(26).
           01 ViolSource PIC X(100).
           01 ViolStepD PIC ZZZ9.
           01 ViolRecOper PIC X(40).
           01 ViolRecAppr PIC X(40).
           01 ViolRecOp PIC X(20).
           01 ViolRecKey PIC X(40).
           01 ViolRecSrc PIC X(110).
           01 ViolRecStep PIC X(12).
           01 ViolWork PIC X(300).
      *Caesar record-layout mode.
           01 LayoutFileName PIC X(100).
           01 LayStatus PIC XX.
           01 LayType PIC X.
           01 DigitVal PIC 99.
      *Field-by-field view of the loaded layout, alongside the byte
      *mask, so edits that need to name a column range can. A field
      *with no name on its layout record answers to FLDnnn, its
      *position in the layout. Loose layout files carry no required
      *flag or description: Y, B and D fields count as required.
           01 LayFldTable.
               05 LayFldEntry OCCURS 100 TIMES.
                   10 LayFldStart PIC 999.
                   10 LayFldLen PIC 999.
                   10 LayFldType PIC X.
                   10 LayFldName PIC X(30).
                   10 LayFldReq PIC X.
                   10 LayFldDesc PIC X(40).
           01 LayText PIC X(80).
           01 LayMaxEnd PIC 999 VALUE 0.
           01 LayNameText PIC X(30).
           01 LayCountD PIC 999.
           01 LayFindName PIC X(30).
           01 LayFindIdx PIC 999 VALUE 0.
           01 LayFindX PIC 999.
      *Layout dictionary. A card says LAYOUT=<name> for the latest
      *version or LAYOUT=<name>.V<n> to pin one; anywhere a layout
      *filename is taken, either form is.
           01 DictFileName PIC X(100) VALUE "LAYDICT.DAT".
           01 DictStatus PIC XX.
           01 DictEOF PIC 9 VALUE 0.
           01 DictReqText PIC X(100).
           01 DictNameText PIC X(40).
           01 DictReqName PIC X(12).
           01 DictReqVerText PIC X(12).
           01 DictReqVer PIC 999 VALUE 0.
           01 DictLatest PIC 999 VALUE 0.
           01 DictVerD PIC ZZ9.
           01 DictDesc PIC X(40).
           01 DictOk PIC X VALUE "N".
           01 DictNameTally PIC 999.
           01 DictNewFile PIC X VALUE "N".
           01 DictDone PIC X VALUE "N".
           01 DictAction PIC X(10).
           01 DictFldText PIC X(30).
           01 DictEntryText PIC X(40).
           01 DictEditIdx PIC 999 VALUE 0.
           01 DictIx PIC 999.
           01 DictNumD PIC ZZ9.
           01 DictEndD PIC ZZ9.
           01 DictEntName PIC X(30).
           01 DictEntStartText PIC X(12).
           01 DictEntLenText PIC X(12).
           01 DictEntType PIC X.
           01 DictEntReq PIC X.
           01 DictEntDesc PIC X(40).
           01 DictEntStart PIC 999.
           01 DictEntLen PIC 999.
      *CSV export and import. A CSV written here carries the HDR*
      *record, then a row of layout field names, then one row per
      *data record, then the TRL* record counting those rows.
           01 CsvStop PIC X VALUE "N".
           01 CsvHeadDone PIC X VALUE "N".
           01 CsvOverflow PIC X VALUE "N".
           01 CsvPtr PIC 9(4).
           01 CsvFx PIC 999.
           01 CsvCx PIC 9(4).
           01 CsvChar PIC X.
           01 CsvVal PIC X(500).
           01 CsvValLen PIC 9(4).
           01 CsvQuoteCnt PIC 999.
           01 CsvLineLen PIC 9(4).
           01 CsvInQuote PIC X VALUE "N".
           01 CsvTooMany PIC X VALUE "N".
           01 CsvColCnt PIC 999 VALUE 0.
           01 CsvColTable.
               05 CsvColEntry OCCURS 100 TIMES.
                   10 CsvCol PIC X(500).
                   10 CsvColLen PIC 9(4).
           01 CsvRecOk PIC X VALUE "Y".
           01 CsvReason PIC X(4).
           01 CsvBadField PIC X(30).
           01 CsvBadCol PIC 999.
           01 CsvColD PIC ZZ9.
           01 CsvExpD PIC ZZ9.
      *SORT and MERGE. The card names its keys as layout fields,
      *"<field>[:A|:D],...", major key first. Each record's key
      *fields are laid end to end into one composite sort key, the
      *descending ones complemented byte by byte, so a single
      *ascending SORT key serves any mix of directions.
           01 SortWorkName PIC X(100) VALUE "SORTWORK.TMP".
           01 SortKeySpec PIC X(100).
           01 SortKeyTok PIC X(40).
           01 SortKeyName PIC X(30).
           01 SortKeyDirText PIC X(10).
           01 SortSpecPtr PIC 999.
           01 SortKeysOk PIC X VALUE "Y".
           01 SortKeyCnt PIC 99 VALUE 0.
           01 SortKeyTable.
               05 SortKeyEntry OCCURS 10 TIMES.
                   10 SortKeyStart PIC 999.
                   10 SortKeyLen PIC 999.
                   10 SortKeyDir PIC X.
                   10 SortKeyFld PIC 999.
           01 SortKeyTotLen PIC 9(4) VALUE 0.
           01 SortKeyPtr PIC 9(4).
           01 SortKx PIC 99.
           01 SortBx PIC 9(4).
           01 SortKeyWork PIC X(200).
           01 SortPrevKey PIC X(200).
           01 SortEOF PIC 9 VALUE 0.
           01 SortStop PIC X VALUE "N".
           01 SortFileRec PIC 9(9) VALUE 0.
      *SUMMARIZE control-break report. The break keys are named the
      *way SORT keys are, major first, and the input must already be
      *in that sequence. Every D field that is not itself a break key
      *is totalled. SumAccLevel(1) holds the grand total and
      *SumAccLevel(n + 1) break level n.
           01 SumLevels PIC 9 VALUE 0.
           01 SumLvl PIC 9.
           01 SumKx PIC 9.
           01 SumBreakAt PIC 9.
           01 SumAccIx PIC 9.
           01 SumFldCnt PIC 99 VALUE 0.
           01 SumFldTable.
               05 SumFldIdx OCCURS 15 TIMES PIC 999.
           01 SumAccTable.
               05 SumAccLevel OCCURS 6 TIMES.
                   10 SumAccCnt PIC 9(9).
                   10 SumAccTot OCCURS 15 TIMES PIC 9(18).
           01 SumCurTable.
               05 SumCurVal OCCURS 5 TIMES PIC X(200).
           01 SumFx PIC 99.
           01 SumFldVal PIC 9(18).
           01 SumFirst PIC X VALUE "Y".
           01 SumBadNum PIC 9(9) VALUE 0.
           01 SumOverflow PIC X VALUE "N".
           01 SumFileName PIC X(100).
           01 SumStop PIC X VALUE "N".
           01 SumPtr PIC 999.
           01 SumIndent PIC 99.
           01 SumCntOut PIC 9(9).
           01 SumAmtDisplay PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      *VALIDATE operation. Inbound files are edited against the
      *layout before anything downstream touches them: record
      *length, numeric fields numeric (type D), required fields
           01 ValIdx PIC 999.
           01 ValColD1 PIC ZZ9.
           01 ValColD2 PIC ZZ9.
           01 ValBadField PIC X(30).
           01 ValPtr PIC 999.
      *Output file catalog. Every batch output already computes
      *exactly what a catalog needs when the trailer is written -
      *filename, operation, record count, checksum, timestamp - so
           01 CmpLenD1 PIC ZZ9.
           01 CmpLenD2 PIC ZZ9.
           01 CmpCntDisplay PIC ZZZZZZZZ9.
           01 CmpCover PIC X(500).
           01 CmpFx PIC 999.
           01 CmpPtr PIC 999.
           01 CmpFirst PIC X.
           01 CmpUnmapped PIC X.
           01 CmpLenMax PIC 999.
      *Named key vault. Decks checked into change control must not
      *carry literal keys, so a card or PARM may say KEYID=<alias>
      *instead of the key itself. The vault record is
      *"<alias> <CAESAR|VIGENERE> <key> <effYYYYMMDD> <expYYYYMMDD>"
      *and the audit log then records the alias, never the key.
      *An optional sixth token classes the key PROD or TEST; a key
      *with no class is a production key.
           01 VaultFileName PIC X(100) VALUE "KEYVAULT.TXT".
           01 VaultStatus PIC XX.
           01 VaultEOF PIC 9 VALUE 0.
           01 VaultRecKey PIC X(30).
           01 VaultRecEff PIC X(12).
           01 VaultRecExp PIC X(12).
           01 VaultRecClass PIC X(12).
           01 VaultKeyText PIC X(30).
           01 VaultOk PIC X VALUE "N".
               88 VaultResolved VALUE "Y".
           01 KeyAliasUsed PIC X VALUE "N".
               88 UsedKeyAlias VALUE "Y".
           01 KeyAlias PIC X(30).
           01 KeyClass PIC X(12).
      *Key rotation. REKEY takes an encrypted file from one vault key
      *to another without ever writing the plaintext: each record is
      *deciphered under the old side and re-enciphered under the new
      *side in storage, one record at a time. Either side may be a
      *Caesar or Vigenere key and may carry its own layout, so a move
      *between cipher types or layout modes is one pass.
           01 RekeyMode PIC X VALUE "N".
               88 RekeyActive VALUE "Y".
           01 RekeyOk PIC X VALUE "N".
           01 RekeyOldLayout PIC X(100).
           01 RekeyNewLayout PIC X(100).
           01 RekeyOldSide.
               05 RekeyOldAlias PIC X(30).
               05 RekeyOldCipher PIC X.
               05 RekeyOldShift PIC S9(10).
               05 RekeyOldWord PIC X(30).
               05 RekeyOldWordLen PIC 99.
               05 RekeyOldLayMode PIC X.
               05 RekeyOldMask PIC X(500).
               05 RekeyOldClass PIC X(12).
           01 RekeyNewSide.
               05 RekeyNewAlias PIC X(30).
               05 RekeyNewCipher PIC X.
               05 RekeyNewShift PIC S9(10).
               05 RekeyNewWord PIC X(30).
               05 RekeyNewWordLen PIC 99.
               05 RekeyNewLayMode PIC X.
               05 RekeyNewMask PIC X(500).
               05 RekeyNewClass PIC X(12).
           01 RekeyWorkSide.
               05 RekeyWorkAlias PIC X(30).
               05 RekeyWorkCipher PIC X.
               05 RekeyWorkShift PIC S9(10).
               05 RekeyWorkWord PIC X(30).
               05 RekeyWorkWordLen PIC 99.
               05 RekeyWorkLayMode PIC X.
               05 RekeyWorkMask PIC X(500).
               05 RekeyWorkClass PIC X(12).
           01 RekeyWorkLayout PIC X(100).
      *KEYUSE report - catalogued outputs still enciphered under one
      *alias, so a key can be retired once the count reaches zero.
           01 KeyUseAlias PIC X(30).
           01 KeyUseCount PIC 9(5) VALUE 0.
           01 KeyUseDays PIC S9(9).
           01 KeyUseDaysD PIC -(8)9.
      *Test-data masking. MASK rewrites layout fields one way only:
      *TOKEN gives the same value the same token in every file - it
      *is seeded from a MASK-type vault key so joins between masked
      *extracts still hold; SCRAMBLE is random; FIXED substitutes a
      *constant; BLANK clears the field. Digits stay digits and
      *letters stay letters, so the masked file still passes VALIDATE
      *against the same layout. Every file built from masked data
      *carries MaskMarker in its header.
           01 MaskMode PIC X VALUE "N".
               88 MaskActive VALUE "Y".
           01 MaskOk PIC X VALUE "N".
           01 MaskMarker PIC X(16) VALUE "MASKED-TEST-DATA".
           01 InMasked PIC X VALUE "N".
           01 MergeMasked PIC X VALUE "N".
           01 MaskTally PIC 99.
           01 MaskChkClass PIC X(12).
           01 MaskRulesName PIC X(100).
           01 MaskRulStatus PIC XX.
           01 MaskRulEOF PIC 9 VALUE 0.
           01 MaskKeyParm PIC X(100).
           01 MaskSeedAlias PIC X(30).
           01 MaskHasToken PIC X VALUE "N".
           01 MaskRuleCnt PIC 999 VALUE 0.
           01 MaskRuleTable.
               05 MaskRuleEntry OCCURS 100 TIMES.
                   10 MaskRule PIC X.
                   10 MaskFixLen PIC 999.
                   10 MaskFixed PIC X(100).
           01 MaskFldText PIC X(30).
           01 MaskRuleText PIC X(12).
           01 MaskValText PIC X(100).
           01 MaskPtr PIC 999.
           01 MaskFx PIC 999.
           01 MaskCx PIC 999.
           01 MaskIx PIC 99.
           01 MaskSt PIC 999.
           01 MaskEnd PIC 999.
           01 MaskLn PIC 999.
           01 MaskSeedHash PIC 9(18).
           01 MaskHash PIC 9(18).
           01 MaskNum PIC 9(18).
           01 MaskRandSeed PIC 9(8).
           01 MaskRandom PIC 9V9(9).
           01 MaskChar PIC X.
           01 MaskDigits PIC X(10) VALUE "0123456789".
           01 MaskUpper PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 MaskLower PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           01 HdrPtr PIC 999.
      *Vigenere keyword cipher. Rides the same operational envelope
      *as Caesar: file suffix naming, FStatus checks, FAudit logging
      *and FCkpt checkpoint/restart. The keyword restarts on every
           01 VigOk PIC X VALUE "Y".
               88 VigKeywordOk VALUE "Y".
           01 AuditKeyText PIC X(30).
           01 AuditPtr PIC 999.
      *Caesar key recovery. Expected English letter frequencies for
      *A-Z in hundredths of a percent (E = 12.70 is 1270).
           01 ExpFreqDef.
       PROCEDURE DIVISION.
           ACCEPT CmdLine FROM COMMAND-LINE.
           IF CmdLine NOT = SPACES
               MOVE "Y" TO BatchMode
               PERFORM AuthParmScan
               IF AuthOk NOT = "Y"
                   MOVE 14 TO RETURN-CODE
                   STOP RUN
               END-IF
               UNSTRING CmdLine DELIMITED BY SPACE
                   INTO CmdOp CardFileName RestartParm
               END-UNSTRING
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CmdOp))
                   WHEN "CARDS"
                       PERFORM ControlCardDriver
                   WHEN "STREAM"
                       PERFORM StreamDriver
                   WHEN OTHER
                       PERFORM CaesarBatchDriver
                       MOVE StepRC TO JobRC
               END-EVALUATE
               MOVE JobRC TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM AuthSignOn.

           PERFORM UNTIL Running = 0
               DISPLAY " "
               DISPLAY "1: Fizz buzz"
               DISPLAY "11: Audit Log Report"
               DISPLAY "12: Rotate Audit Log"
               DISPLAY "13: Catalog Inquiry"
               DISPLAY "14: Layout Dictionary"
               DISPLAY "15: Security Violations Report"
               DISPLAY "0: Exit"
               DISPLAY "Choose: " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 11 PERFORM AuditReportRun
                   WHEN 12 PERFORM AuditRotate
                   WHEN 13 PERFORM CatalogInquiry
                   WHEN 14 PERFORM LayoutDictionary
                   WHEN 15 PERFORM ViolReport
                   WHEN 0 MOVE 0 TO Running
               END-EVALUATE
           END-PERFORM.
           CLOSE FIn.

       CaesarRecoverKey.
           MOVE "RECOVER" TO AuthOp.
           MOVE SPACES TO AuthAlias.
           PERFORM AuthCheck.
           IF AuthOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter encrypted filename: " WITH NO ADVANCING.
           ACCEPT FInFileName.
           PERFORM CaesarRecoverRun.
           MOVE "DECRYPT" TO OpName.
           MOVE "_decrypted.txt" TO CaesarSuffix.

           MOVE "DECRYPT" TO AuthOp.
           MOVE SPACES TO AuthAlias.
           PERFORM AuthCheck.
           IF AuthOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter filename: " WITH NO ADVANCING.
           ACCEPT FInFileName.
           DISPLAY "Enter key (the key the file was encrypted with): "
           MOVE "VIGDECRYPT" TO OpName.
           MOVE "_decrypted.txt" TO CaesarSuffix.

           MOVE "DECRYPT" TO AuthOp.
           MOVE SPACES TO AuthAlias.
           PERFORM AuthCheck.
           IF AuthOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter filename: " WITH NO ADVANCING.
           ACCEPT FInFileName.
           DISPLAY "Enter keyword (the keyword the file was encrypted "
      *    exist, carry the cipher type the step is running, and be
      *    inside its effective/expiry window as of today - an
      *    expired key is refused, not warned about.
      *    A blank VaultWantType takes a key of either cipher type -
      *    REKEY learns the type from the vault record itself.
           MOVE "N" TO VaultOk.
           MOVE SPACES TO VaultKeyText.
           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE RunTimeStamp(1:8) TO TodayDate.

           PERFORM VaultLookup.
           IF VaultStatus NOT = "00"
               DISPLAY "No key vault found at "
                   FUNCTION TRIM(VaultFileName)
               EXIT PARAGRAPH
           END-IF.

           IF VaultFound = "N"
               DISPLAY "Key alias " FUNCTION TRIM(VaultAlias)
                   " is not in the key vault"
               EXIT PARAGRAPH
           END-IF.

           IF VaultWantType NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(VaultRecType))
               NOT = FUNCTION TRIM(VaultWantType)
               DISPLAY "Key alias " FUNCTION TRIM(VaultAlias)
                   " is a " FUNCTION TRIM(VaultRecType)

           MOVE VaultRecKey TO VaultKeyText.
           MOVE VaultAlias TO KeyAlias.
           MOVE VaultRecClass TO KeyClass.
           MOVE "Y" TO KeyAliasUsed.
           MOVE "Y" TO VaultOk.

       VaultLookup.
      *    Find VaultAlias in the key vault with no date or type
      *    checks - VaultFound and the VaultRec fields come back for
      *    the caller to judge. VaultStatus is left non-zero when
      *    there is no vault to read.
           MOVE "N" TO VaultFound.
           MOVE FUNCTION UPPER-CASE(VaultAlias) TO VaultAlias.

           OPEN INPUT FVault.
           IF VaultStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO VaultEOF
           READ FVault INTO VaultLine
               AT END MOVE 1 TO VaultEOF
           END-READ
           PERFORM UNTIL VaultEOF = 1 OR VaultFound = "Y"
               IF FUNCTION TRIM(VaultLine) NOT = SPACES
                   AND VaultLine(1:1) NOT = "*"
                   MOVE SPACES TO VaultRecAlias
                   MOVE SPACES TO VaultRecType
                   MOVE SPACES TO VaultRecKey
                   MOVE SPACES TO VaultRecEff
                   MOVE SPACES TO VaultRecExp
                   MOVE SPACES TO VaultRecClass
                   UNSTRING VaultLine DELIMITED BY ALL SPACE
                       INTO VaultRecAlias VaultRecType VaultRecKey
                           VaultRecEff VaultRecExp VaultRecClass
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(VaultRecClass)
                       TO VaultRecClass
                   IF VaultRecClass = SPACES
                       MOVE "PROD" TO VaultRecClass
                   END-IF
                   MOVE FUNCTION UPPER-CASE(VaultRecAlias)
                       TO VaultRecAlias
                   IF VaultRecAlias = VaultAlias
                       MOVE "Y" TO VaultFound
                   END-IF
               END-IF
               IF VaultFound = "N"
                   READ FVault INTO VaultLine
                       AT END MOVE 1 TO VaultEOF
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE FVault.

       AuthParmScan.
      *    OPER=<id> and APPROVER=<id> may sit anywhere on the PARM.
      *    They are taken out here so every entry point parses the
      *    rest of its PARM exactly as it always has. An ID the
      *    authorization table does not know refuses the whole run.
           MOVE "N" TO AuthFoundTok.
           MOVE SPACES TO AuthCmdWork.
           MOVE 1 TO AuthCmdPtr.
           MOVE 1 TO AuthScanPtr.
           MOVE LENGTH OF FUNCTION TRIM(CmdLine TRAILING) TO AuthLen.
           PERFORM UNTIL AuthScanPtr > AuthLen
               MOVE SPACES TO AuthWord
               UNSTRING CmdLine DELIMITED BY ALL SPACE
                   INTO AuthWord WITH POINTER AuthScanPtr
               END-UNSTRING
               EVALUATE TRUE
                   WHEN AuthWord = SPACES
                       CONTINUE
                   WHEN FUNCTION UPPER-CASE(AuthWord(1:5)) = "OPER="
                       MOVE FUNCTION UPPER-CASE(AuthWord(6:))
                           TO ParmOperId
                       MOVE "Y" TO AuthFoundTok
                   WHEN FUNCTION UPPER-CASE(AuthWord(1:9))
                       = "APPROVER="
                       MOVE FUNCTION UPPER-CASE(AuthWord(10:))
                           TO ParmApproverId
                       MOVE "Y" TO AuthFoundTok
                   WHEN OTHER
                       IF AuthCmdPtr > 1
                           STRING
                               " " DELIMITED BY SIZE
                               INTO AuthCmdWork WITH POINTER AuthCmdPtr
                           END-STRING
                       END-IF
                       STRING
                           FUNCTION TRIM(AuthWord) DELIMITED BY SIZE
                           INTO AuthCmdWork WITH POINTER AuthCmdPtr
                       END-STRING
               END-EVALUATE
           END-PERFORM.
           IF AuthFoundTok = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE AuthCmdWork TO CmdLine.

           MOVE ParmOperId TO OperId.
           MOVE ParmApproverId TO ApproverId.
           MOVE "PARM" TO AuthOp.
           MOVE SPACES TO AuthAlias.
           PERFORM AuthCheckIds.

       AuthCheckIds.
      *    OperId and ApproverId, when given, must both be known and
      *    must be two different people.
           MOVE "Y" TO AuthOk.
           IF OperId NOT = SPACES
               MOVE OperId TO AuthWho
               PERFORM AuthFindOper
               IF AuthOx = 0
                   PERFORM AuthRefuse
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ApproverId NOT = SPACES
               MOVE ApproverId TO AuthWho
               PERFORM AuthFindOper
               IF AuthOx = 0
                   MOVE SPACES TO AuthWork
                   STRING
                       "APPROVER " DELIMITED BY SIZE
                       AuthReason DELIMITED BY SIZE
                       INTO AuthWork
                   END-STRING
                   MOVE AuthWork TO AuthReason
                   PERFORM AuthRefuse
                   EXIT PARAGRAPH
               END-IF
               IF ApproverId = OperId
                   MOVE "APPROVER MUST BE A SECOND OPERATOR"
                       TO AuthReason
                   PERFORM AuthRefuse
               END-IF
           END-IF.

       AuthJobCard.
      *    "JOB OPER=<id> [APPROVER=<id>]" names who the deck runs
      *    for. An ID the PARM already gave cannot be changed by the
      *    deck.
           MOVE SPACES TO AuthJobOper.
           MOVE SPACES TO AuthJobAppr.
           MOVE StepParm1 TO AuthWord.
           PERFORM AuthJobToken.
           MOVE StepParm2 TO AuthWord.
           PERFORM AuthJobToken.
           IF RunOk = "N"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(StepParm3) NOT = SPACES
               OR AuthJobOper = SPACES
               DISPLAY "JOB needs 'OPER=<id> [APPROVER=<id>]'"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE "JOB" TO AuthOp.
           MOVE SPACES TO AuthAlias.
           IF (ParmOperId NOT = SPACES
                   AND AuthJobOper NOT = ParmOperId)
               OR (ParmApproverId NOT = SPACES
                   AND AuthJobAppr NOT = SPACES
                   AND AuthJobAppr NOT = ParmApproverId)
               MOVE "JOB CARD DIFFERS FROM PARM" TO AuthReason
               PERFORM AuthRefuse
               EXIT PARAGRAPH
           END-IF.

           MOVE AuthJobOper TO OperId.
           IF AuthJobAppr NOT = SPACES
               MOVE AuthJobAppr TO ApproverId
           END-IF.
           PERFORM AuthCheckIds.
           IF AuthOk = "N"
      *        A refused JOB card leaves the deck with no operator,
      *        so nothing protected can run under the bad ID.
               MOVE ParmOperId TO OperId
               MOVE ParmApproverId TO ApproverId
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operator " FUNCTION TRIM(OperId).

       AuthJobToken.
           EVALUATE TRUE
               WHEN AuthWord = SPACES
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(AuthWord(1:5)) = "OPER="
                   MOVE FUNCTION UPPER-CASE(AuthWord(6:))
                       TO AuthJobOper
               WHEN FUNCTION UPPER-CASE(AuthWord(1:9)) = "APPROVER="
                   MOVE FUNCTION UPPER-CASE(AuthWord(10:))
                       TO AuthJobAppr
               WHEN OTHER
                   DISPLAY "JOB needs 'OPER=<id> [APPROVER=<id>]'"
                   MOVE "N" TO RunOk
                   MOVE 1 TO StepRC
           END-EVALUATE.

       AuthSignOn.
      *    The menu runs only for a signed-on operator: three tries
      *    at an ID the authorization table knows, and every failed
      *    try goes to the violations log.
           MOVE SPACES TO OperId.
           MOVE SPACES TO ApproverId.
           MOVE "SIGNON" TO AuthOp.
           MOVE SPACES TO AuthAlias.
           MOVE 0 TO AuthTries.
           PERFORM UNTIL OperId NOT = SPACES OR AuthTries >= 3
               ADD 1 TO AuthTries
               DISPLAY "Operator ID: " WITH NO ADVANCING
               MOVE SPACES TO AuthWho
               ACCEPT AuthWho
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AuthWho))
                   TO AuthWho
               PERFORM AuthFindOper
               IF AuthOx > 0
                   MOVE AuthWho TO OperId
               ELSE
                   DISPLAY "Sign-on rejected: "
                       FUNCTION TRIM(AuthReason)
                   MOVE AuthWho TO OperId
                   PERFORM AuthViolLog
                   MOVE SPACES TO OperId
               END-IF
           END-PERFORM.
           IF OperId = SPACES
               DISPLAY "Sign-on failed - session ended"
               MOVE 0 TO Running
               MOVE 14 TO RETURN-CODE
           ELSE
               DISPLAY "Signed on as " FUNCTION TRIM(OperId)
           END-IF.

       AuthKeyCheck.
      *    Authorize a decrypt under whatever key the step resolved.
      *    A literal key has no alias and no class to judge.
           IF UsedKeyAlias
               MOVE KeyAlias TO AuthAlias
               MOVE KeyClass TO AuthClass
           ELSE
               MOVE SPACES TO AuthAlias
               MOVE SPACES TO AuthClass
           END-IF.
           PERFORM AuthCheck.

       AuthCheck.
      *    May OperId run AuthOp (with key AuthAlias)? A refusal is
      *    logged and fails the step RC 14.
           MOVE "Y" TO AuthOk.
           MOVE "N" TO AuthDual.
           MOVE OperId TO AuthWho.
           PERFORM AuthPermits.
           IF AuthWhoOk = "N"
               PERFORM AuthRefuse
               EXIT PARAGRAPH
           END-IF.

      *    Dual control: plaintext from a production key also needs
      *    a second operator who could have run the decrypt
      *    themselves.
           IF AuthOp NOT = "DECRYPT" OR AuthAlias = SPACES
               OR AuthClass = "TEST"
               EXIT PARAGRAPH
           END-IF.
           IF ApproverId = SPACES
               MOVE "PRODUCTION KEY NEEDS AN APPROVER" TO AuthReason
               PERFORM AuthRefuse
               EXIT PARAGRAPH
           END-IF.
           IF ApproverId = OperId
               MOVE "APPROVER MUST BE A SECOND OPERATOR" TO AuthReason
               PERFORM AuthRefuse
               EXIT PARAGRAPH
           END-IF.
           MOVE ApproverId TO AuthWho.
           PERFORM AuthPermits.
           IF AuthWhoOk = "N"
               MOVE SPACES TO AuthWork
               STRING
                   "APPROVER " DELIMITED BY SIZE
                   AuthReason DELIMITED BY SIZE
                   INTO AuthWork
               END-STRING
               MOVE AuthWork TO AuthReason
               PERFORM AuthRefuse
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO AuthDual.

       AuthPermits.
      *    AuthWho's role must list AuthOp (or *), and AuthWho must
      *    hold AuthAlias (or *) when the step uses a vault key.
           MOVE "N" TO AuthWhoOk.
           IF AuthWho = SPACES
               MOVE "NO OPERATOR ID" TO AuthReason
               EXIT PARAGRAPH
           END-IF.
           PERFORM AuthFindOper.
           IF AuthOx = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO AuthRx.
           PERFORM VARYING AuthFx FROM 1 BY 1
               UNTIL AuthFx > AuthRoleCnt OR AuthRx > 0
               IF AuthRoleName(AuthFx) = AuthOperRole(AuthOx)
                   MOVE AuthFx TO AuthRx
               END-IF
           END-PERFORM.
           IF AuthRx = 0
               MOVE SPACES TO AuthReason
               STRING
                   "ROLE " DELIMITED BY SIZE
                   FUNCTION TRIM(AuthOperRole(AuthOx))
                       DELIMITED BY SIZE
                   " IS NOT DEFINED" DELIMITED BY SIZE
                   INTO AuthReason
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE AuthRoleOps(AuthRx) TO AuthList.
           MOVE AuthOp TO AuthItem.
           PERFORM AuthInList.
           IF AuthHit = "N"
               MOVE SPACES TO AuthReason
               STRING
                   "ROLE " DELIMITED BY SIZE
                   FUNCTION TRIM(AuthOperRole(AuthOx))
                       DELIMITED BY SIZE
                   " MAY NOT " DELIMITED BY SIZE
                   FUNCTION TRIM(AuthOp) DELIMITED BY SIZE
                   INTO AuthReason
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF AuthAlias NOT = SPACES
               MOVE AuthOperAliases(AuthOx) TO AuthList
               MOVE AuthAlias TO AuthItem
               PERFORM AuthInList
               IF AuthHit = "N"
                   MOVE SPACES TO AuthReason
                   STRING
                       "NOT PERMITTED KEY " DELIMITED BY SIZE
                       FUNCTION TRIM(AuthAlias) DELIMITED BY SIZE
                       INTO AuthReason
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO AuthWhoOk.

       AuthInList.
      *    Is AuthItem one of the comma-separated AuthList entries,
      *    or is the list "*"?
           MOVE "N" TO AuthHit.
           IF FUNCTION TRIM(AuthList) = "*"
               MOVE "Y" TO AuthHit
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO AuthPtr.
           PERFORM UNTIL AuthPtr > 200 OR AuthHit = "Y"
               MOVE SPACES TO AuthEntry
               UNSTRING AuthList DELIMITED BY "," OR SPACE
                   INTO AuthEntry WITH POINTER AuthPtr
               END-UNSTRING
               IF AuthEntry = SPACES
                   MOVE 201 TO AuthPtr
               ELSE
                   IF AuthEntry = AuthItem
                       MOVE "Y" TO AuthHit
                   END-IF
               END-IF
           END-PERFORM.

       AuthFindOper.
      *    AuthOx comes back 0, with AuthReason set, when AuthWho is
      *    not in the table.
           PERFORM AuthLoad.
           MOVE 0 TO AuthOx.
           IF AuthLoaded NOT = "Y"
               MOVE "NO OPERATOR AUTHORIZATION TABLE" TO AuthReason
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AuthFx FROM 1 BY 1
               UNTIL AuthFx > AuthOperCnt OR AuthOx > 0
               IF AuthOperId(AuthFx) = AuthWho
                   MOVE AuthFx TO AuthOx
               END-IF
           END-PERFORM.
           IF AuthOx = 0
               MOVE SPACES TO AuthReason
               STRING
                   "UNKNOWN OPERATOR " DELIMITED BY SIZE
                   FUNCTION TRIM(AuthWho) DELIMITED BY SIZE
                   INTO AuthReason
               END-STRING
           END-IF.

       AuthLoad.
      *    Read the authorization table once per run. Names, roles,
      *    operations and aliases all compare in upper case.
           IF AuthLoaded NOT = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "M" TO AuthLoaded.
           MOVE 0 TO AuthRoleCnt.
           MOVE 0 TO AuthOperCnt.
           OPEN INPUT FAuth.
           IF AuthStatus NOT = "00"
               DISPLAY "No operator authorization table at "
                   FUNCTION TRIM(AuthFileName)
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO AuthLoaded.

           MOVE 0 TO AuthEOF
           READ FAuth
               AT END MOVE 1 TO AuthEOF
           END-READ
           PERFORM UNTIL AuthEOF = 1
               IF FUNCTION TRIM(AuthLine) NOT = SPACES
                   AND AuthLine(1:1) NOT = "*"
                   PERFORM AuthLoadRec
               END-IF
               READ FAuth
                   AT END MOVE 1 TO AuthEOF
               END-READ
           END-PERFORM.
           CLOSE FAuth.

       AuthLoadRec.
           MOVE SPACES TO AuthTok1 AuthTok2 AuthTok3 AuthTok4.
           MOVE FUNCTION UPPER-CASE(AuthLine) TO AuthUpLine.
           UNSTRING AuthUpLine
               DELIMITED BY ALL SPACE
               INTO AuthTok1 AuthTok2 AuthTok3 AuthTok4
           END-UNSTRING.
           EVALUATE AuthTok1
               WHEN "ROLE"
                   IF AuthTok2 NOT = SPACES AND AuthTok3 NOT = SPACES
                       AND AuthRoleCnt < 20
                       ADD 1 TO AuthRoleCnt
                       MOVE AuthTok2 TO AuthRoleName(AuthRoleCnt)
                       MOVE AuthTok3 TO AuthRoleOps(AuthRoleCnt)
                   ELSE
                       DISPLAY "Warning: authorization record ignored: "
                           FUNCTION TRIM(AuthLine)
                   END-IF
               WHEN "OPER"
                   IF AuthTok2 NOT = SPACES AND AuthTok3 NOT = SPACES
                       AND AuthOperCnt < 200
                       ADD 1 TO AuthOperCnt
                       MOVE AuthTok2 TO AuthOperId(AuthOperCnt)
                       MOVE AuthTok3 TO AuthOperRole(AuthOperCnt)
                       MOVE AuthTok4 TO AuthOperAliases(AuthOperCnt)
                   ELSE
                       DISPLAY "Warning: authorization record ignored: "
                           FUNCTION TRIM(AuthLine)
                   END-IF
               WHEN OTHER
                   DISPLAY "Warning: authorization record ignored: "
                       FUNCTION TRIM(AuthLine)
           END-EVALUATE.

       AuthRefuse.
           PERFORM AuthSetOperText.
           DISPLAY "Refused: " FUNCTION TRIM(AuthOp) " by "
               FUNCTION TRIM(OperText) " - " FUNCTION TRIM(AuthReason).
           PERFORM AuthViolLog.
           MOVE "N" TO AuthOk.
           MOVE "N" TO RunOk.
           MOVE 14 TO StepRC.

       AuthSetOperText.
      *    The operator as the logs show it.
           IF OperId = SPACES
               MOVE "*NONE*" TO OperText
           ELSE
               MOVE OperId TO OperText
           END-IF.

       AuthViolLog.
      *    One SECVIOL.TXT record per refused attempt:
      *    "<stamp> OPER= APPROVER= OP= KEY= SOURCE= STEP= REASON=",
      *    the reason last because it holds blanks. Like the audit
      *    log, a violations log that cannot be written warns.
           PERFORM AuthSetOperText.
           MOVE FUNCTION CURRENT-DATE TO ViolTs.
           IF BatchMode = "Y"
               MOVE HistDeck TO ViolSource
               MOVE StepNum TO ViolStepD
           ELSE
               MOVE "MENU" TO ViolSource
               MOVE 0 TO ViolStepD
           END-IF.
           MOVE SPACES TO ViolLine.
           MOVE 1 TO ViolPtr.
           STRING
               ViolTs(1:16) DELIMITED BY SIZE
               " OPER=" DELIMITED BY SIZE
               FUNCTION TRIM(OperText) DELIMITED BY SIZE
               " APPROVER=" DELIMITED BY SIZE
               INTO ViolLine WITH POINTER ViolPtr
           END-STRING.
           IF ApproverId = SPACES
               STRING
                   "-" DELIMITED BY SIZE
                   INTO ViolLine WITH POINTER ViolPtr
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(ApproverId) DELIMITED BY SIZE
                   INTO ViolLine WITH POINTER ViolPtr
               END-STRING
           END-IF.
           STRING
               " OP=" DELIMITED BY SIZE
               FUNCTION TRIM(AuthOp) DELIMITED BY SIZE
               " KEY=" DELIMITED BY SIZE
               INTO ViolLine WITH POINTER ViolPtr
           END-STRING.
           IF AuthAlias = SPACES
               STRING
                   "-" DELIMITED BY SIZE
                   INTO ViolLine WITH POINTER ViolPtr
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(AuthAlias) DELIMITED BY SIZE
                   INTO ViolLine WITH POINTER ViolPtr
               END-STRING
           END-IF.
           STRING
               " SOURCE=" DELIMITED BY SIZE
               FUNCTION TRIM(ViolSource) DELIMITED BY SIZE
               " STEP=" DELIMITED BY SIZE
               FUNCTION TRIM(ViolStepD) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(AuthReason) DELIMITED BY SIZE
               INTO ViolLine WITH POINTER ViolPtr
           END-STRING.

           OPEN EXTEND FViol.
           IF ViolStatus = "35"
               OPEN OUTPUT FViol
           END-IF.
           IF ViolStatus NOT = "00"
               DISPLAY "Warning: unable to write violations log "
                   FUNCTION TRIM(ViolFileName)
               EXIT PARAGRAPH
           END-IF.
           WRITE ViolLine.
           IF ViolStatus NOT = "00"
               DISPLAY "Warning: unable to write violations log "
                   FUNCTION TRIM(ViolFileName)
           END-IF.
           CLOSE FViol.

       ViolReport.
           MOVE SPACES TO PrintFileName.
           MOVE "SECURITY VIOLATIONS REPORT" TO PrintTitle.
           PERFORM PrintBegin.
           IF PrintOk = "Y"
               PERFORM ViolReportRun
               PERFORM PrintEnd
           END-IF.

       ViolReportRun.
      *    Every refused attempt in SECVIOL.TXT, oldest first, for
      *    the security review. No log means nothing was refused.
           MOVE 0 TO ViolCnt.
           OPEN INPUT FViol.
           IF ViolStatus NOT = "00"
               MOVE SPACES TO PrintDetail
               STRING
                   "NO VIOLATIONS LOGGED IN " DELIMITED BY SIZE
                   FUNCTION TRIM(ViolFileName) DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
               PERFORM PrintOrDisplay
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PrintDetail.
           MOVE "DATE       TIME" TO PrintDetail(1:15).
           MOVE "OPERATOR" TO PrintDetail(19:8).
           MOVE "APPROVER" TO PrintDetail(32:8).
           MOVE "OPERATION" TO PrintDetail(45:9).
           MOVE "KEY" TO PrintDetail(56:3).
           MOVE "SOURCE/STEP" TO PrintDetail(70:11).
           MOVE "REASON" TO PrintDetail(93:6).
           PERFORM PrintOrDisplay.

           MOVE 0 TO ViolEOF
           READ FViol
               AT END MOVE 1 TO ViolEOF
           END-READ
           PERFORM UNTIL ViolEOF = 1
               IF FUNCTION TRIM(ViolLine) NOT = SPACES
                   PERFORM ViolReportLine
               END-IF
               READ FViol
                   AT END MOVE 1 TO ViolEOF
               END-READ
           END-PERFORM.
           CLOSE FViol.

           MOVE ViolCnt TO CntDisplay.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           STRING
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               " REFUSED ATTEMPT(S)" DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.

       ViolReportLine.
           MOVE SPACES TO ViolTs ViolRecOper ViolRecAppr ViolRecOp
               ViolRecKey ViolRecSrc ViolRecStep.
           MOVE 1 TO ViolPtr.
           UNSTRING ViolLine DELIMITED BY ALL SPACE
               INTO ViolTs ViolRecOper ViolRecAppr ViolRecOp
                   ViolRecKey ViolRecSrc ViolRecStep
               WITH POINTER ViolPtr
           END-UNSTRING.
           IF ViolTs(1:8) IS NOT NUMERIC
               OR ViolRecOper(1:5) NOT = "OPER="
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ViolCnt.
           MOVE SPACES TO PrintDetail.
           MOVE ViolTs(1:4) TO PrintDetail(1:4).
           MOVE "-" TO PrintDetail(5:1).
           MOVE ViolTs(5:2) TO PrintDetail(6:2).
           MOVE "-" TO PrintDetail(8:1).
           MOVE ViolTs(7:2) TO PrintDetail(9:2).
           MOVE ViolTs(9:2) TO PrintDetail(12:2).
           MOVE ":" TO PrintDetail(14:1).
           MOVE ViolTs(11:2) TO PrintDetail(15:2).
           MOVE ViolRecOper(6:12) TO PrintDetail(19:12).
           MOVE ViolRecAppr(10:12) TO PrintDetail(32:12).
           MOVE ViolRecOp(4:10) TO PrintDetail(45:10).
           MOVE ViolRecKey(5:13) TO PrintDetail(56:13).
           MOVE SPACES TO ViolWork.
           STRING
               FUNCTION TRIM(ViolRecSrc(8:)) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(ViolRecStep(6:)) DELIMITED BY SIZE
               INTO ViolWork
           END-STRING.
           MOVE ViolWork(1:22) TO PrintDetail(70:22).
           IF ViolPtr <= 300
               MOVE ViolLine(ViolPtr:) TO ViolWork
               IF ViolWork(1:7) = "REASON="
                   MOVE ViolWork(8:40) TO PrintDetail(93:40)
               END-IF
           END-IF.
           PERFORM PrintOrDisplay.

       AuthRekeyCheck.
      *    A key rotation deciphers under the old key and enciphers
      *    under the new, so the operator must hold both aliases.
           MOVE "REKEY" TO AuthOp.
           MOVE RekeyOldAlias TO AuthAlias.
           MOVE RekeyOldClass TO AuthClass.
           PERFORM AuthCheck.
           IF AuthOk = "Y"
               MOVE RekeyNewAlias TO AuthAlias
               MOVE RekeyNewClass TO AuthClass
               PERFORM AuthCheck
           END-IF.
           IF AuthOk NOT = "Y"
               MOVE "N" TO RekeyOk
           END-IF.

       CaesarValidateKey.
           MOVE "N" TO KeyAliasUsed.
           PERFORM UNTIL CKey >= -25 AND CKey <= 25
               MOVE CKey TO CKeyDisplay
               DISPLAY "Key " FUNCTION TRIM(CKeyDisplay)
                   " is out of range, enter a key between -25 and 25: "
                   WITH NO ADVANCING
               ACCEPT CKey
           END-PERFORM.

       CaesarAskLayout.
           MOVE "N" TO LayoutMode.
           MOVE "Y" TO LayOk.

           DISPLAY "Use a record layout file? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT LayAnswer.

           IF WantsLayout
               DISPLAY "Enter layout filename: " WITH NO ADVANCING
               ACCEPT LayoutFileName
               PERFORM CaesarLoadLayout
           END-IF.

       CaesarAskVerify.
           MOVE "N" TO VerifyMode.

           DISPLAY "Verify output after run? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT VerifyAnswer.

           IF WantsVerify
               MOVE "Y" TO VerifyMode
           END-IF.

       CaesarLoadLayout.
      *    Fixed-layout extract support: the layout file carries one
      *    field per record as "<start> <length> <type>" (columns
      *    are 1-based). The type says what the field holds and how
      *    to disguise it: Y shifts letters, D shifts digits (0-9
      *    rotated by the key, mod 10), B shifts both, N passes the
      *    field through untouched. Every unmasked byte passes
      *    through so the downstream sort/merge keys still line up.
      *    An optional fourth token names the field, so SORT and the
      *    report cards can refer to it by name. Blank records and
      *    records starting with "*" are skipped. A name of the form
      *    LAYOUT=<name>[.V<n>] comes from the layout dictionary
      *    instead of a loose file.
           MOVE "Y" TO LayOk.
           MOVE "N" TO LayoutMode.
           MOVE 0 TO LayCount.
           MOVE 0 TO LayMaxEnd.
           MOVE ALL "N" TO EncMask.

           IF FUNCTION UPPER-CASE(LayoutFileName(1:7)) = "LAYOUT="
               MOVE LayoutFileName(8:) TO DictReqText
               PERFORM DictLoadLayout
               IF LayoutOk
                   MOVE "Y" TO LayoutMode
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FLay.
           IF LayStatus NOT = "00"
               DISPLAY "Error opening layout file "
                   FUNCTION TRIM(LayoutFileName)
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LayEOF
           READ FLay INTO LayLine
               AT END MOVE 1 TO LayEOF
           END-READ
           PERFORM UNTIL LayEOF = 1 OR NOT LayoutOk
               IF FUNCTION TRIM(LayLine) NOT = SPACES
                   AND LayLine(1:1) NOT = "*"
                   MOVE LayLine TO LayText
                   PERFORM CaesarLoadLayoutField
               END-IF
               READ FLay INTO LayLine
                   AT END MOVE 1 TO LayEOF
               END-READ
           END-PERFORM.

           CLOSE FLay.

           IF LayoutOk AND LayCount = 0
               DISPLAY "Layout file "
                   FUNCTION TRIM(LayoutFileName)
                   " has no field definitions"
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
           END-IF.

           IF LayoutOk
               MOVE "Y" TO LayoutMode
           END-IF.

       CaesarLoadLayoutField.
           MOVE SPACES TO LayStartText.
           MOVE SPACES TO LayLenText.
           MOVE SPACES TO LayEncText.
           MOVE SPACES TO LayNameText.
           UNSTRING LayText DELIMITED BY ALL SPACE
               INTO LayStartText LayLenText LayEncText LayNameText
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LayStartText)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LayLenText))
                   NOT = 0
               DISPLAY "Bad layout record: " FUNCTION TRIM(LayText)
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

      *    Range-check in a field wide enough to hold the typo:
      *    moving NUMVAL straight into PIC 999 would fold a start
      *    column of 1001 down to 1 and quietly encrypt the wrong
      *    bytes.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LayStartText))
               TO LayNum.
           IF LayNum < 1 OR LayNum > 500
               DISPLAY "Layout field out of range: "
                   FUNCTION TRIM(LayText)
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.
           MOVE LayNum TO LayStart.

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LayLenText)) TO LayNum.
           IF LayNum < 1 OR LayNum > 500
               OR LayStart + LayNum - 1 > 500
               DISPLAY "Layout field out of range: "
                   FUNCTION TRIM(LayText)
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.
           MOVE LayNum TO LayLen.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LayEncText))
               TO LayType.
           EVALUATE LayType
               WHEN "Y" MOVE ALL "Y" TO EncMask(LayStart:LayLen)
               WHEN "D" MOVE ALL "D" TO EncMask(LayStart:LayLen)
               WHEN "B" MOVE ALL "B" TO EncMask(LayStart:LayLen)
           END-EVALUATE.

           IF LayCount >= 100
               DISPLAY "Layout file has too many field definitions"
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(LayNameText) = SPACES
               COMPUTE LayCountD = LayCount + 1
               STRING
                   "FLD" DELIMITED BY SIZE
                   LayCountD DELIMITED BY SIZE
                   INTO LayNameText
               END-STRING
           END-IF.
           MOVE FUNCTION UPPER-CASE(LayNameText) TO LayFindName.
           PERFORM LayoutFindField.
           IF LayFindIdx NOT = 0
               DISPLAY "Duplicate layout field name: "
                   FUNCTION TRIM(LayText)
               MOVE "N" TO LayOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LayCount.
           MOVE LayStart TO LayFldStart(LayCount).
           MOVE LayLen TO LayFldLen(LayCount).
           MOVE LayType TO LayFldType(LayCount).
           MOVE LayFindName TO LayFldName(LayCount).
           MOVE SPACES TO LayFldDesc(LayCount).
           IF LayType = "N"
               MOVE "N" TO LayFldReq(LayCount)
           ELSE
               MOVE "Y" TO LayFldReq(LayCount)
           END-IF.
           IF LayStart + LayLen - 1 > LayMaxEnd
               COMPUTE LayMaxEnd = LayStart + LayLen - 1
           END-IF.

       LayoutFindField.
      *    Caller leaves a field name - or the field's position in
      *    the layout - in LayFindName. LayFindIdx comes back as the
      *    field's table entry, or 0 when the layout has no such
      *    field.
           MOVE 0 TO LayFindIdx.
           MOVE FUNCTION UPPER-CASE(LayFindName) TO LayFindName.
           IF FUNCTION TRIM(LayFindName) = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING LayFindX FROM 1 BY 1
               UNTIL LayFindX > LayCount
               IF LayFldName(LayFindX) = LayFindName
                   MOVE LayFindX TO LayFindIdx
                   MOVE LayCount TO LayFindX
               END-IF
           END-PERFORM.

           IF LayFindIdx = 0
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(LayFindName)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(LayFindName))
                   TO LayNum
               IF LayNum >= 1 AND LayNum <= LayCount
                   MOVE LayNum TO LayFindIdx
               END-IF
           END-IF.

       DictParseName.
      *    Split DictReqText, "<name>" or "<name>.V<n>", into
      *    DictReqName and DictReqVer. Version 0 means the latest.
      *    Names run to 12 characters; versions 1 to 999.
           MOVE "N" TO DictOk.
           MOVE SPACES TO DictNameText.
           MOVE SPACES TO DictReqVerText.
           MOVE SPACES TO DictReqName.
           MOVE 0 TO DictReqVer.
           UNSTRING DictReqText DELIMITED BY "." OR ALL SPACE
               INTO DictNameText DictReqVerText
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(DictNameText) TO DictNameText.
           MOVE FUNCTION UPPER-CASE(DictReqVerText) TO DictReqVerText.

           IF FUNCTION TRIM(DictNameText) = SPACES
               OR DictNameText(13:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE DictNameText TO DictReqName.

           IF FUNCTION TRIM(DictReqVerText) NOT = SPACES
               IF DictReqVerText(1:1) = "V"
                   MOVE DictReqVerText(2:) TO DictReqVerText
               END-IF
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DictReqVerText))
                   NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(DictReqVerText))
                   TO LayNum
               IF LayNum < 1 OR LayNum > 999
                   EXIT PARAGRAPH
               END-IF
               MOVE LayNum TO DictReqVer
           END-IF.

           MOVE "Y" TO DictOk.

       DictFindLatest.
      *    With FDict open for input or I-O, DictLatest comes back
      *    as the highest version held for DictReqName, 0 if none.
           MOVE 0 TO DictLatest.
           MOVE 0 TO DictEOF.
           MOVE DictReqName TO DictName.
           MOVE 0 TO DictVer.
           MOVE 0 TO DictSeq.
           START FDict KEY NOT < DictKey
               INVALID KEY MOVE 1 TO DictEOF
           END-START.
           PERFORM UNTIL DictEOF = 1
               READ FDict NEXT RECORD
                   AT END MOVE 1 TO DictEOF
               END-READ
               IF DictEOF = 0
                   IF DictName NOT = DictReqName
                       MOVE 1 TO DictEOF
                   ELSE
                       IF DictSeq = 0
                           MOVE DictVer TO DictLatest
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DictLoadLayout.
      *    Load a dictionary layout into the same field table and
      *    byte mask a loose layout file fills. Each field record
      *    goes through the loose-file field edits, so a layout
      *    means the same thing whichever way it was supplied. The
      *    version actually loaded is shown so the job log records
      *    which shape of the extract a deck ran against.
           PERFORM DictParseName.
           IF DictOk NOT = "Y"
               DISPLAY "Bad layout name: LAYOUT="
                   FUNCTION TRIM(DictReqText)
               PERFORM DictLoadFail
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FDict.
           IF DictStatus NOT = "00"
               DISPLAY "No layout dictionary found at "
                   FUNCTION TRIM(DictFileName)
               PERFORM DictLoadFail
               EXIT PARAGRAPH
           END-IF.

           IF DictReqVer = 0
               PERFORM DictFindLatest
               IF DictLatest = 0
                   DISPLAY "Layout " FUNCTION TRIM(DictReqName)
                       " is not in the layout dictionary"
                   CLOSE FDict
                   PERFORM DictLoadFail
                   EXIT PARAGRAPH
               END-IF
               MOVE DictLatest TO DictReqVer
           END-IF.

           MOVE DictReqName TO DictName.
           MOVE DictReqVer TO DictVer.
           MOVE 0 TO DictSeq.
           MOVE "Y" TO DictOk.
           READ FDict
               INVALID KEY MOVE "N" TO DictOk
           END-READ.
           IF DictOk = "N"
               MOVE DictReqVer TO DictVerD
               DISPLAY "Layout " FUNCTION TRIM(DictReqName)
                   " version " FUNCTION TRIM(DictVerD)
                   " is not in the layout dictionary"
               CLOSE FDict
               PERFORM DictLoadFail
               EXIT PARAGRAPH
           END-IF.
           MOVE DictHdrDesc TO DictDesc.

           MOVE 0 TO DictEOF.
           START FDict KEY > DictKey
               INVALID KEY MOVE 1 TO DictEOF
           END-START.
           PERFORM UNTIL DictEOF = 1 OR NOT LayoutOk
               READ FDict NEXT RECORD
                   AT END MOVE 1 TO DictEOF
               END-READ
               IF DictEOF = 0
                   IF DictName NOT = DictReqName
                       OR DictVer NOT = DictReqVer
                       MOVE 1 TO DictEOF
                   ELSE
                       PERFORM DictLoadField
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FDict.

           MOVE DictReqVer TO DictVerD.
           IF LayoutOk AND LayCount = 0
               DISPLAY "Layout " FUNCTION TRIM(DictReqName)
                   " version " FUNCTION TRIM(DictVerD)
                   " has no field definitions"
               PERFORM DictLoadFail
               EXIT PARAGRAPH
           END-IF.

           IF LayoutOk
               DISPLAY "Using layout " FUNCTION TRIM(DictReqName)
                   " version " FUNCTION TRIM(DictVerD)
           END-IF.

       DictLoadField.
           MOVE SPACES TO LayText.
           STRING
               DictFldStart DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DictFldLen DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DictFldType DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DictFldName) DELIMITED BY SIZE
               INTO LayText
           END-STRING.
           PERFORM CaesarLoadLayoutField.
           IF LayoutOk
               MOVE DictFldReq TO LayFldReq(LayCount)
               MOVE DictFldDesc TO LayFldDesc(LayCount)
           END-IF.

       DictLoadFail.
           MOVE "N" TO LayOk.
           MOVE "N" TO RunOk.
           MOVE 1 TO StepRC.

       LayoutDictionary.
      *    Dictionary maintenance from the menu. A change never
      *    alters a version in place - it is saved as the next
      *    version, so a deck pinned to LAYOUT=<name>.V<n> keeps
      *    reading exactly the shape it was written against.
           DISPLAY "A: Add layout  C: Change layout  "
               "L: List layouts  M: Field map".
           DISPLAY "Choose: " WITH NO ADVANCING.
           ACCEPT DictAction.
           MOVE FUNCTION UPPER-CASE(DictAction) TO DictAction.
           EVALUATE DictAction
               WHEN "A"
                   PERFORM DictAddLayout
               WHEN "C"
                   PERFORM DictChangeLayout
               WHEN "L"
                   MOVE SPACES TO PrintFileName
                   MOVE "LAYOUT DICTIONARY" TO PrintTitle
                   PERFORM PrintBegin
                   PERFORM DictListRun
                   PERFORM PrintEnd
               WHEN "M"
                   DISPLAY "Layout name (<name> or <name>.V<n>): "
                       WITH NO ADVANCING
                   ACCEPT DictReqText
                   DISPLAY "Print file (blank for the screen): "
                       WITH NO ADVANCING
                   ACCEPT PrintFileName
                   MOVE SPACES TO LayoutFileName
                   STRING
                       "LAYOUT=" DELIMITED BY SIZE
                       FUNCTION TRIM(DictReqText) DELIMITED BY SIZE
                       INTO LayoutFileName
                   END-STRING
                   MOVE "LAYOUT FIELD MAP" TO PrintTitle
                   PERFORM PrintBegin
                   IF PrintOk = "Y"
                       PERFORM LayoutMapRun
                       PERFORM PrintEnd
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown option"
           END-EVALUATE.

       DictAddLayout.
           DISPLAY "New layout name (up to 12 characters): "
               WITH NO ADVANCING.
           ACCEPT DictReqText.
           PERFORM DictParseName.
           IF DictOk NOT = "Y" OR DictReqVer NOT = 0
               DISPLAY "Layout name must be 1 to 12 characters "
                   "with no version"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO DictLatest.
           OPEN INPUT FDict.
           IF DictStatus = "00"
               PERFORM DictFindLatest
               CLOSE FDict
           END-IF.
           IF DictLatest > 0
               DISPLAY "Layout " FUNCTION TRIM(DictReqName)
                   " already exists - use Change to add a version"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT DictDesc.

      *    A loose layout file already in use can seed the new
      *    entry; its fields come across under their FLDnnn names
      *    until they are renamed below.
           MOVE "Y" TO LayOk.
           MOVE 0 TO LayCount.
           MOVE 0 TO LayMaxEnd.
           DISPLAY "Seed the fields from a layout file? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT LayAnswer.
           IF WantsLayout
               DISPLAY "Enter layout filename: " WITH NO ADVANCING
               ACCEPT LayoutFileName
               IF FUNCTION UPPER-CASE(LayoutFileName(1:7))
                   = "LAYOUT="
                   DISPLAY "Seed from a loose layout file - use "
                       "Change to start from a dictionary layout"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CaesarLoadLayout
               IF NOT LayoutOk
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM DictEditFields.

       DictChangeLayout.
           DISPLAY "Layout to change (<name> or <name>.V<n>): "
               WITH NO ADVANCING.
           ACCEPT DictReqText.
           MOVE "Y" TO LayOk.
           MOVE 0 TO LayCount.
           MOVE 0 TO LayMaxEnd.
           PERFORM DictLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Description [" FUNCTION TRIM(DictDesc) "]: "
               WITH NO ADVANCING.
           ACCEPT DictEntryText.
           IF DictEntryText NOT = SPACES
               MOVE DictEntryText TO DictDesc
           END-IF.

           PERFORM DictEditFields.

       DictEditFields.
      *    Edit the field table in storage; nothing reaches the
      *    dictionary until Save.
           MOVE "N" TO DictDone.
           PERFORM DictShowFields.
           PERFORM UNTIL DictDone = "Y"
               DISPLAY "A: Add field  C: Change field  D: Drop field"
                   "  S: Save  Q: Quit: " WITH NO ADVANCING
               ACCEPT DictAction
               MOVE FUNCTION UPPER-CASE(DictAction) TO DictAction
               EVALUATE DictAction
                   WHEN "A"
                       PERFORM DictAddField
                   WHEN "C"
                       PERFORM DictChangeField
                   WHEN "D"
                       PERFORM DictDropField
                   WHEN "S"
                       PERFORM DictSave
                       IF DictOk = "Y"
                           MOVE "Y" TO DictDone
                       END-IF
                   WHEN "Q"
                       DISPLAY "Layout not saved"
                       MOVE "Y" TO DictDone
                   WHEN OTHER
                       DISPLAY "Unknown option"
               END-EVALUATE
               IF DictDone = "N"
                   PERFORM DictShowFields
               END-IF
           END-PERFORM.

       DictShowFields.
           DISPLAY "Layout " FUNCTION TRIM(DictReqName) ": "
               FUNCTION TRIM(DictDesc).
           IF LayCount = 0
               DISPLAY "  (no fields yet)"
           END-IF.
           PERFORM VARYING DictIx FROM 1 BY 1 UNTIL DictIx > LayCount
               MOVE DictIx TO DictVerD
               MOVE LayFldStart(DictIx) TO DictNumD
               MOVE LayFldLen(DictIx) TO DictEndD
               DISPLAY "  " DictVerD " " LayFldName(DictIx)
                   " START " DictNumD " LEN " DictEndD
                   " TYPE " LayFldType(DictIx)
                   " REQ " LayFldReq(DictIx) " "
                   FUNCTION TRIM(LayFldDesc(DictIx))
           END-PERFORM.

       DictAddField.
           IF LayCount >= 100
               DISPLAY "Layout already has the maximum 100 fields"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Field name: " WITH NO ADVANCING.
           ACCEPT DictFldText.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DictFldText))
               TO DictEntName.
           IF DictEntName = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DictEntStartText.
           MOVE SPACES TO DictEntLenText.
           MOVE "N" TO DictEntType.
           MOVE "N" TO DictEntReq.
           MOVE SPACES TO DictEntDesc.
           MOVE 0 TO DictEditIdx.
           PERFORM DictCheckName.
           IF DictOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM DictPromptField.
           PERFORM DictCheckField.
           IF DictOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LayCount.
           MOVE LayCount TO DictEditIdx.
           PERFORM DictStoreField.

       DictChangeField.
           DISPLAY "Field to change (name or number): "
               WITH NO ADVANCING.
           ACCEPT DictFldText.
           MOVE DictFldText TO LayFindName.
           PERFORM LayoutFindField.
           IF LayFindIdx = 0
               DISPLAY "No such field in the layout"
               EXIT PARAGRAPH
           END-IF.
           MOVE LayFindIdx TO DictEditIdx.

           MOVE LayFldName(DictEditIdx) TO DictEntName.
           MOVE LayFldStart(DictEditIdx) TO DictNumD.
           MOVE FUNCTION TRIM(DictNumD) TO DictEntStartText.
           MOVE LayFldLen(DictEditIdx) TO DictNumD.
           MOVE FUNCTION TRIM(DictNumD) TO DictEntLenText.
           MOVE LayFldType(DictEditIdx) TO DictEntType.
           MOVE LayFldReq(DictEditIdx) TO DictEntReq.
           MOVE LayFldDesc(DictEditIdx) TO DictEntDesc.

           DISPLAY "Name [" FUNCTION TRIM(DictEntName) "]: "
               WITH NO ADVANCING.
           ACCEPT DictFldText.
           IF DictFldText NOT = SPACES
               MOVE FUNCTION UPPER-CASE(DictFldText) TO DictEntName
               PERFORM DictCheckName
               IF DictOk NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM DictPromptField.
           PERFORM DictCheckField.
           IF DictOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM DictStoreField.

       DictDropField.
           DISPLAY "Field to drop (name or number): "
               WITH NO ADVANCING.
           ACCEPT DictFldText.
           MOVE DictFldText TO LayFindName.
           PERFORM LayoutFindField.
           IF LayFindIdx = 0
               DISPLAY "No such field in the layout"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING DictIx FROM LayFindIdx BY 1
               UNTIL DictIx >= LayCount
               MOVE LayFldEntry(DictIx + 1) TO LayFldEntry(DictIx)
           END-PERFORM.
           SUBTRACT 1 FROM LayCount.

       DictCheckName.
      *    A field name may not start with a digit - cards that take
      *    a field also take its position number - and may not
      *    repeat another field's name. Nor may it hold a blank, a
      *    comma or a colon: the layout text splits on blanks and
      *    key lists split on commas and colons. DictEditIdx is the
      *    entry being renamed, 0 for a new field.
           MOVE "N" TO DictOk.
           MOVE FUNCTION TRIM(DictEntName) TO DictEntName.
           IF DictEntName(1:1) IS NUMERIC
               DISPLAY "Field names must not start with a digit"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DictNameTally.
           INSPECT DictEntName(1:LENGTH OF FUNCTION TRIM(DictEntName))
               TALLYING DictNameTally FOR ALL " " ALL "," ALL ":".
           IF DictNameTally > 0
               DISPLAY "Field names must not contain blanks, "
                   "commas or colons"
               EXIT PARAGRAPH
           END-IF.
           MOVE DictEntName TO LayFindName.
           PERFORM LayoutFindField.
           IF LayFindIdx NOT = 0 AND LayFindIdx NOT = DictEditIdx
               DISPLAY "Field " FUNCTION TRIM(DictEntName)
                   " is already in the layout"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO DictOk.

       DictPromptField.
      *    Prompt for each attribute showing the current value; an
      *    empty reply keeps it.
           DISPLAY "Start column [" FUNCTION TRIM(DictEntStartText)
               "]: " WITH NO ADVANCING.
           ACCEPT DictEntryText.
           IF DictEntryText NOT = SPACES
               MOVE DictEntryText TO DictEntStartText
           END-IF.
           DISPLAY "Length [" FUNCTION TRIM(DictEntLenText) "]: "
               WITH NO ADVANCING.
           ACCEPT DictEntryText.
           IF DictEntryText NOT = SPACES
               MOVE DictEntryText TO DictEntLenText
           END-IF.
           DISPLAY "Type N/Y/D/B [" DictEntType "]: "
               WITH NO ADVANCING.
           ACCEPT DictEntryText.
           IF DictEntryText NOT = SPACES
               MOVE FUNCTION UPPER-CASE(DictEntryText) TO DictEntType
           END-IF.
           DISPLAY "Required Y/N [" DictEntReq "]: "
               WITH NO ADVANCING.
           ACCEPT DictEntryText.
           IF DictEntryText NOT = SPACES
               MOVE FUNCTION UPPER-CASE(DictEntryText) TO DictEntReq
           END-IF.
           DISPLAY "Description [" FUNCTION TRIM(DictEntDesc) "]: "
               WITH NO ADVANCING.
           ACCEPT DictEntryText.
           IF DictEntryText NOT = SPACES
               MOVE DictEntryText TO DictEntDesc
           END-IF.

       DictCheckField.
      *    The same range rules the loose layout loader enforces.
           MOVE "N" TO DictOk.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DictEntStartText))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(DictEntLenText))
                   NOT = 0
               DISPLAY "Start and length must be numeric"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(DictEntStartText))
               TO LayNum.
           IF LayNum < 1 OR LayNum > 500
               DISPLAY "Start column must be 1 to 500"
               EXIT PARAGRAPH
           END-IF.
           MOVE LayNum TO DictEntStart.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(DictEntLenText))
               TO LayNum.
           IF LayNum < 1 OR DictEntStart + LayNum - 1 > 500
               DISPLAY "Field must end by column 500"
               EXIT PARAGRAPH
           END-IF.
           MOVE LayNum TO DictEntLen.
           IF DictEntType NOT = "N" AND DictEntType NOT = "Y"
               AND DictEntType NOT = "D" AND DictEntType NOT = "B"
               DISPLAY "Type must be N, Y, D or B"
               EXIT PARAGRAPH
           END-IF.
           IF DictEntReq NOT = "Y" AND DictEntReq NOT = "N"
               DISPLAY "Required must be Y or N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO DictOk.

       DictStoreField.
           MOVE DictEntName TO LayFldName(DictEditIdx).
           MOVE DictEntStart TO LayFldStart(DictEditIdx).
           MOVE DictEntLen TO LayFldLen(DictEditIdx).
           MOVE DictEntType TO LayFldType(DictEditIdx).
           MOVE DictEntReq TO LayFldReq(DictEditIdx).
           MOVE DictEntDesc TO LayFldDesc(DictEditIdx).

       DictSave.
      *    Write the field table as the next version of the layout.
           MOVE "N" TO DictOk.
           IF LayCount = 0
               DISPLAY "A layout needs at least one field"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO DictNewFile.
           OPEN I-O FDict.
           IF DictStatus = "35"
               OPEN OUTPUT FDict
               MOVE "Y" TO DictNewFile
           END-IF.
           IF DictStatus NOT = "00"
               DISPLAY "Error opening layout dictionary "
                   FUNCTION TRIM(DictFileName)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO DictLatest.
           IF DictNewFile = "N"
               PERFORM DictFindLatest
           END-IF.
           IF DictLatest >= 999
               DISPLAY "Layout " FUNCTION TRIM(DictReqName)
                   " has no versions left"
               CLOSE FDict
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DictReqVer = DictLatest + 1.

           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE SPACES TO DictRec.
           MOVE DictReqName TO DictName.
           MOVE DictReqVer TO DictVer.
           MOVE 0 TO DictSeq.
           MOVE DictDesc TO DictHdrDesc.
           MOVE LayCount TO DictHdrFldCnt.
           MOVE RunTimeStamp TO DictHdrStamp.
           MOVE "Y" TO DictOk.
           WRITE DictRec
               INVALID KEY MOVE "N" TO DictOk
           END-WRITE.

           PERFORM VARYING DictIx FROM 1 BY 1
               UNTIL DictIx > LayCount OR DictOk = "N"
               MOVE SPACES TO DictRec
               MOVE DictReqName TO DictName
               MOVE DictReqVer TO DictVer
               MOVE DictIx TO DictSeq
               MOVE LayFldName(DictIx) TO DictFldName
               MOVE LayFldStart(DictIx) TO DictFldStart
               MOVE LayFldLen(DictIx) TO DictFldLen
               MOVE LayFldType(DictIx) TO DictFldType
               MOVE LayFldReq(DictIx) TO DictFldReq
               MOVE LayFldDesc(DictIx) TO DictFldDesc
               WRITE DictRec
                   INVALID KEY MOVE "N" TO DictOk
               END-WRITE
           END-PERFORM.

           CLOSE FDict.

           MOVE DictReqVer TO DictVerD.
           IF DictOk = "N"
               DISPLAY "Error writing layout "
                   FUNCTION TRIM(DictReqName) " version "
                   FUNCTION TRIM(DictVerD)
               EXIT PARAGRAPH
           END-IF.
           MOVE LayCount TO DictNumD.
           DISPLAY "Layout " FUNCTION TRIM(DictReqName)
               " version " FUNCTION TRIM(DictVerD) " saved with "
               FUNCTION TRIM(DictNumD) " field(s)".

       DictListRun.
      *    One line per layout version, from each header record.
           OPEN INPUT FDict.
           IF DictStatus NOT = "00"
               DISPLAY "No layout dictionary found at "
                   FUNCTION TRIM(DictFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PrintDetail.
           MOVE "LAYOUT" TO PrintDetail(1:6).
           MOVE "VER" TO PrintDetail(15:3).
           MOVE "FIELDS" TO PrintDetail(20:6).
           MOVE "SAVED" TO PrintDetail(28:5).
           MOVE "DESCRIPTION" TO PrintDetail(40:11).
           PERFORM PrintOrDisplay.

           MOVE 0 TO CatEntryCount.
           MOVE 0 TO DictEOF.
           MOVE LOW-VALUES TO DictKey.
           START FDict KEY NOT < DictKey
               INVALID KEY MOVE 1 TO DictEOF
           END-START.
           PERFORM UNTIL DictEOF = 1
               READ FDict NEXT RECORD
                   AT END MOVE 1 TO DictEOF
               END-READ
               IF DictEOF = 0 AND DictSeq = 0
                   ADD 1 TO CatEntryCount
                   MOVE DictVer TO DictVerD
                   MOVE DictHdrFldCnt TO DictNumD
                   MOVE SPACES TO PrintDetail
                   MOVE DictName TO PrintDetail(1:12)
                   MOVE DictVerD TO PrintDetail(15:3)
                   MOVE DictNumD TO PrintDetail(21:3)
                   MOVE DictHdrStamp(1:8) TO PrintDetail(28:8)
                   MOVE DictHdrDesc TO PrintDetail(40:40)
                   PERFORM PrintOrDisplay
               END-IF
           END-PERFORM.
           CLOSE FDict.

           MOVE CatEntryCount TO CntDisplay.
           MOVE SPACES TO PrintDetail.
           STRING
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               " layout version(s) listed" DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.

       LayoutMapRun.
      *    Field map of one layout - dictionary or loose file - for
      *    the people building and reading the extract.
           PERFORM CaesarLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PrintDetail.
           IF FUNCTION UPPER-CASE(LayoutFileName(1:7)) = "LAYOUT="
               MOVE DictReqVer TO DictVerD
               STRING
                   "LAYOUT " DELIMITED BY SIZE
                   FUNCTION TRIM(DictReqName) DELIMITED BY SIZE
                   " VERSION " DELIMITED BY SIZE
                   FUNCTION TRIM(DictVerD) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(DictDesc) DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
           ELSE
               STRING
                   "LAYOUT FILE " DELIMITED BY SIZE
                   FUNCTION TRIM(LayoutFileName) DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
           END-IF.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.

           MOVE SPACES TO PrintDetail.
           MOVE "FIELD" TO PrintDetail(1:5).
           MOVE "START" TO PrintDetail(33:5).
           MOVE "END" TO PrintDetail(41:3).
           MOVE "LEN" TO PrintDetail(47:3).
           MOVE "TYPE" TO PrintDetail(53:4).
           MOVE "REQ" TO PrintDetail(59:3).
           MOVE "DESCRIPTION" TO PrintDetail(64:11).
           PERFORM PrintOrDisplay.

           PERFORM VARYING DictIx FROM 1 BY 1 UNTIL DictIx > LayCount
               MOVE SPACES TO PrintDetail
               MOVE LayFldName(DictIx) TO PrintDetail(1:30)
               MOVE LayFldStart(DictIx) TO DictNumD
               MOVE DictNumD TO PrintDetail(35:3)
               COMPUTE DictEndD = LayFldStart(DictIx)
                   + LayFldLen(DictIx) - 1
               MOVE DictEndD TO PrintDetail(41:3)
               MOVE LayFldLen(DictIx) TO DictNumD
               MOVE DictNumD TO PrintDetail(47:3)
               MOVE LayFldType(DictIx) TO PrintDetail(54:1)
               MOVE LayFldReq(DictIx) TO PrintDetail(60:1)
               MOVE LayFldDesc(DictIx) TO PrintDetail(64:40)
               PERFORM PrintOrDisplay
           END-PERFORM.

           MOVE LayCount TO DictNumD.
           MOVE LayMaxEnd TO DictEndD.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           STRING
               FUNCTION TRIM(DictNumD) DELIMITED BY SIZE
               " field(s), record length " DELIMITED BY SIZE
               FUNCTION TRIM(DictEndD) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.

       ControlCardDriver.
      *    Unattended entry point: PARM is "CARDS <controlfile>".
      *    The control file is a SYSIN-style deck, one operation per
      *    record, executed in order so one scheduled job can drive
      *    the whole system. Blank records and records starting with
      *    "*" are skipped.
           MOVE "Y" TO BatchMode.
           MOVE CardFileName TO HistDeck.
      *    Every deck - each deck of a stream too - starts out
      *    running for the operator the PARM named.
           MOVE ParmOperId TO OperId.
           MOVE ParmApproverId TO ApproverId.
           MOVE 0 TO StepNum.
           MOVE 0 TO PrevStepRC.

           PERFORM ControlCardRestartParm.
           IF JobRC NOT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FCard.
           IF CardStatus NOT = "00"
               DISPLAY "Error opening control card file "
                   FUNCTION TRIM(CardFileName)
               MOVE 2 TO JobRC
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Running control cards from "
               FUNCTION TRIM(CardFileName).

           PERFORM JobLogStart.

           MOVE 0 TO CardEOF
           READ FCard INTO CardLine
               AT END MOVE 1 TO CardEOF
           END-READ
           PERFORM UNTIL CardEOF = 1
               IF FUNCTION TRIM(CardLine) NOT = SPACES
                   AND CardLine(1:1) NOT = "*"
                   PERFORM ControlCardStep
               END-IF
               READ FCard INTO CardLine
                   AT END MOVE 1 TO CardEOF
               END-READ
           END-PERFORM.

           CLOSE FCard.
           PERFORM JobLogEnd.
           MOVE StepNum TO StepNumDisplay.
           DISPLAY "Control card run complete, "
               FUNCTION TRIM(StepNumDisplay) " step(s) executed".

       ControlCardRestartParm.
      *    Optional third PARM token: "RESTART=<step>" re-runs the
      *    deck but skips every step before that number, so a mid-
      *    deck failure no longer means hand-editing a copy of the
      *    deck to comment out the steps that already completed.
           MOVE 0 TO RestartStep.
           IF FUNCTION TRIM(RestartParm) = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(RestartParm(1:8)) NOT = "RESTART="
               OR FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(RestartParm(9:))) NOT = 0
               DISPLAY "Usage: PARM is 'CARDS <controlfile> "
                   "[RESTART=<step>]'"
               MOVE 1 TO JobRC
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(RestartParm(9:)))
               TO RestartStep.
           MOVE RestartStep TO StepNumDisplay.
           DISPLAY "Restarting deck from step "
               FUNCTION TRIM(StepNumDisplay).

       JobLogStart.
      *    The job log is rewritten from scratch for every fresh
      *    deck run, but a RESTART run appends - the failure record
      *    of the run being restarted is exactly what the morning
      *    turnover needs, so it must not be erased. A log that
      *    cannot be opened downgrades to the console rather than
      *    failing the job.
           MOVE "N" TO JobLogOk.
           INITIALIZE BalStepTable.
           IF RestartStep > 0
               PERFORM BalLoadJobLog
           END-IF.
      *    Decks after the first in a job stream append too, so the
      *    log covers the whole stream and not just its last deck.
           IF RestartStep > 0 OR StreamLogAppend = "Y"
               OPEN EXTEND FJobLog
               IF JobLogStatus NOT = "00"
                   OPEN OUTPUT FJobLog
               END-IF
           ELSE
               OPEN OUTPUT FJobLog
           END-IF.
           IF JobLogStatus NOT = "00"
               DISPLAY "Warning: unable to open job log "
                   FUNCTION TRIM(JobLogFileName)
           ELSE
               MOVE "Y" TO JobLogOk
               MOVE FUNCTION CURRENT-DATE TO RunTimeStamp
               PERFORM AuthSetOperText
               MOVE SPACES TO JobLogLine
               STRING
                   "JOB START=" DELIMITED BY SIZE
                   FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
                   " DECK=" DELIMITED BY SIZE
                   FUNCTION TRIM(CardFileName) DELIMITED BY SIZE
                   " OPER=" DELIMITED BY SIZE
                   FUNCTION TRIM(OperText) DELIMITED BY SIZE
                   INTO JobLogLine
               END-STRING
               WRITE JobLogLine
               IF JobLogStatus NOT = "00"
                   DISPLAY "Warning: unable to write job log"
                   MOVE "N" TO JobLogOk
               END-IF
           END-IF.

       JobLogStep.
      *    One record per step: number, timestamps, RC, the record
      *    counts the step tracked, and the card itself so the deck
      *    does not have to be read side by side with the log.
      *    The counts are also kept for BALANCE cards later in the
      *    deck, log or no log.
           IF StepNum <= 200
               MOVE "Y" TO BalStepSet(StepNum)
               MOVE InRecCount TO BalStepIn(StepNum)
               MOVE DataRecCount TO BalStepOut(StepNum)
           END-IF.
           IF NOT JobLogOpen
               EXIT PARAGRAPH
           END-IF.
           MOVE StepRC TO StepRCDisplay.
           MOVE InRecCount TO InCntDisplay.
           MOVE DataRecCount TO OutCntDisplay.
           PERFORM AuthSetOperText.
           MOVE SPACES TO JobLogLine.
           STRING
               "STEP " DELIMITED BY SIZE
               FUNCTION TRIM(StepNumDisplay) DELIMITED BY SIZE
               " START=" DELIMITED BY SIZE
               FUNCTION TRIM(StepStartTs) DELIMITED BY SIZE
               " END=" DELIMITED BY SIZE
               FUNCTION TRIM(StepEndTs) DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               FUNCTION TRIM(StepRCDisplay) DELIMITED BY SIZE
               " INREC=" DELIMITED BY SIZE
               FUNCTION TRIM(InCntDisplay) DELIMITED BY SIZE
               " OUTREC=" DELIMITED BY SIZE
               FUNCTION TRIM(OutCntDisplay) DELIMITED BY SIZE
               " OPER=" DELIMITED BY SIZE
               FUNCTION TRIM(OperText) DELIMITED BY SIZE
               " CARD=" DELIMITED BY SIZE
               FUNCTION TRIM(CardLine) DELIMITED BY SIZE
               INTO JobLogLine
           END-STRING.
           WRITE JobLogLine.
           IF JobLogStatus NOT = "00"
               DISPLAY "Warning: unable to write job log"
               MOVE "N" TO JobLogOk
           END-IF.

       JobLogEnd.
           IF NOT JobLogOpen
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE StepNum TO StepNumDisplay.
           MOVE JobRC TO StepRCDisplay.
           MOVE SPACES TO JobLogLine.
           STRING
               "JOB END=" DELIMITED BY SIZE
               FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
               " STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(StepNumDisplay) DELIMITED BY SIZE
               " JOBRC=" DELIMITED BY SIZE
               FUNCTION TRIM(StepRCDisplay) DELIMITED BY SIZE
               INTO JobLogLine
           END-STRING.
           WRITE JobLogLine.
           IF JobLogStatus NOT = "00"
               DISPLAY "Warning: unable to write job log"
           END-IF.
           CLOSE FJobLog.
           MOVE "N" TO JobLogOk.

       BalLoadJobLog.
      *    A restarted deck balances against the steps the failed
      *    run completed as well. Their counts are only in the log
      *    that run wrote, so read them back before it is reopened.
      *    Later records for a step replace earlier ones.
           OPEN INPUT FJobLog.
           IF JobLogStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO BalDeckMatch.
           MOVE 0 TO BalEOF.
           READ FJobLog
               AT END MOVE 1 TO BalEOF
           END-READ.
           PERFORM UNTIL BalEOF = 1
               MOVE SPACES TO BalLogTag BalLogNum BalLogT3 BalLogT4
                   BalLogT5 BalLogT6 BalLogT7
               UNSTRING JobLogLine DELIMITED BY ALL SPACE
                   INTO BalLogTag BalLogNum BalLogT3 BalLogT4
                       BalLogT5 BalLogT6 BalLogT7
               END-UNSTRING
               EVALUATE TRUE
                   WHEN BalLogTag = "JOB" AND BalLogNum(1:6) = "START="
                       IF BalLogT3(6:) = CardFileName
                           MOVE "Y" TO BalDeckMatch
                       ELSE
                           MOVE "N" TO BalDeckMatch
                       END-IF
                   WHEN BalLogTag = "STEP" AND BalDeckMatch = "Y"
                       AND BalLogT3(1:6) = "START="
                       AND BalLogT6(1:6) = "INREC="
                       AND BalLogT7(1:7) = "OUTREC="
                       AND FUNCTION TEST-NUMVAL(BalLogNum) = 0
                       MOVE FUNCTION NUMVAL(BalLogNum) TO BalSx
                       IF BalSx >= 1 AND BalSx <= 200
                           MOVE "Y" TO BalStepSet(BalSx)
                           MOVE FUNCTION NUMVAL(BalLogT6(7:))
                               TO BalStepIn(BalSx)
                           MOVE FUNCTION NUMVAL(BalLogT7(8:))
                               TO BalStepOut(BalSx)
                       END-IF
               END-EVALUATE
               READ FJobLog
                   AT END MOVE 1 TO BalEOF
               END-READ
           END-PERFORM.
           CLOSE FJobLog.

       ControlCardStep.
           ADD 1 TO StepNum.
           MOVE StepNum TO StepNumDisplay.
           MOVE "Y" TO RunOk.
           MOVE 0 TO StepRC.
           MOVE FUNCTION CURRENT-DATE TO StepStartTs.
      *    Zero the counters so a step that moves no records (a bad
      *    card, a report) logs 0 instead of the previous step's
      *    totals.
           MOVE 0 TO InRecCount.
           MOVE 0 TO DataRecCount.
           MOVE "N" TO InMasked.
           MOVE "N" TO HistByFile.
           MOVE "N" TO AuthDual.

      *    A leading IFOK or IFFAIL token is a condition, not the
      *    operation - peel it off and parse the rest of the card
      *    the same way an unconditional card parses.
           MOVE SPACES TO StepCond.
           MOVE 1 TO CardPtr.
           UNSTRING CardLine DELIMITED BY ALL SPACE
               INTO StepCond WITH POINTER CardPtr
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(StepCond) TO StepCond.
           IF StepCond = "IFOK" OR StepCond = "IFFAIL"
               MOVE SPACES TO CardWork
               IF CardPtr <= 200
                   MOVE CardLine(CardPtr:) TO CardWork
               END-IF
           ELSE
               MOVE SPACES TO StepCond
               MOVE CardLine TO CardWork
           END-IF.

           MOVE SPACES TO StepOp.
           MOVE SPACES TO StepParm1.
           MOVE SPACES TO StepParm2.
           MOVE SPACES TO StepParm3.
           MOVE SPACES TO StepParm4.
           MOVE SPACES TO StepParm5.
           MOVE SPACES TO StepParm6.
           UNSTRING CardWork DELIMITED BY ALL SPACE
               INTO StepOp StepParm1 StepParm2 StepParm3 StepParm4
                   StepParm5 StepParm6
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(StepOp) TO StepOp.

           DISPLAY "Step " FUNCTION TRIM(StepNumDisplay) ": "
               FUNCTION TRIM(CardLine).

           PERFORM ControlCardCheckSkip.
           IF SkipThisStep
               DISPLAY "Step " FUNCTION TRIM(StepNumDisplay)
                   " skipped (" FUNCTION TRIM(SkipReason) ")"
               PERFORM JobLogSkip
               EXIT PARAGRAPH
           END-IF.

           PERFORM ManifestCheckParm.

           EVALUATE StepOp
               WHEN "FIZZBUZZ"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "FIZZBUZZ needs '<outfile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm1 TO FOutFileName
                       PERFORM FizzBuzzRun
                   END-IF
               WHEN "FIB"
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(StepParm1))
                           NOT = 0
                       OR FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(StepParm2)) NOT = 0
                       OR FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(StepParm3)) NOT = 0
                       OR FUNCTION TRIM(StepParm4) = SPACES
                       DISPLAY "FIB needs '<first> <second> <bound> "
                           "<outfile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(StepParm1))
                           TO Fib1
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(StepParm2))
                           TO Fib2
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(StepParm3))
                           TO FibCeiling
                       MOVE StepParm4 TO FOutFileName
                       PERFORM FibonacciRun
                   END-IF
               WHEN "REVERSE"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR (FUNCTION TRIM(StepParm2) = SPACES
                           AND NOT ManifestMode)
                       DISPLAY "REVERSE needs '<infile> <outfile>' "
                           "or 'MANIFEST=<file>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       IF ManifestMode
                           PERFORM ManifestRun
                       ELSE
                           MOVE StepParm1 TO FInFileName
                           MOVE StepParm2 TO FOutFileName
                           PERFORM StrReverseRun
                       END-IF
                   END-IF
               WHEN "PALIN"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR (FUNCTION TRIM(StepParm2) = SPACES
                           AND NOT ManifestMode)
                       DISPLAY "PALIN needs '<infile> <outfile>' "
                           "or 'MANIFEST=<file>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       IF ManifestMode
                           PERFORM ManifestRun
                       ELSE
                           MOVE StepParm1 TO FInFileName
                           MOVE StepParm2 TO FOutFileName
                           PERFORM PalindromeRun
                       END-IF
                   END-IF
               WHEN "CAESAR"
                   MOVE "C" TO CipherMode
                   MOVE "CAESAR" TO OpName
                   MOVE "_encrypted.txt" TO CaesarSuffix
                   MOVE StepParm1 TO FInFileName
                   MOVE StepParm2 TO CKeyParm
                   MOVE StepParm3 TO OptParmA
                   MOVE StepParm4 TO OptParmB
                   PERFORM CaesarKeyFromParm
                   IF KeyParmOk
                       PERFORM CaesarApplyOpts
                   END-IF
                   IF KeyParmOk AND LayoutOk
                       IF ManifestMode
                           PERFORM ManifestRun
                       ELSE
                           PERFORM CaesarRun
                       END-IF
                   END-IF
               WHEN "DECRYPT"
                   MOVE "C" TO CipherMode
                   MOVE "DECRYPT" TO OpName
                   MOVE "_decrypted.txt" TO CaesarSuffix
                   MOVE StepParm1 TO FInFileName
                   MOVE StepParm2 TO CKeyParm
                   MOVE StepParm3 TO OptParmA
                   MOVE StepParm4 TO OptParmB
                   PERFORM CaesarKeyFromParm
                   IF KeyParmOk
                       PERFORM CaesarApplyOpts
                   END-IF
                   IF KeyParmOk AND LayoutOk
                       MOVE "DECRYPT" TO AuthOp
                       PERFORM AuthKeyCheck
                   END-IF
                   IF KeyParmOk AND LayoutOk AND AuthOk = "Y"
                       COMPUTE CKey = CKey * -1
                       IF ManifestMode
                           PERFORM ManifestRun
                       ELSE
                           PERFORM CaesarRun
                       END-IF
                   END-IF
               WHEN "FREQ"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "FREQ needs '<infile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm2 TO PrintFileName
                       MOVE "CHARACTER FREQUENCY REPORT"
                           TO PrintTitle
                       PERFORM PrintBegin
                       IF PrintOk = "Y"
                           IF ManifestMode
                               PERFORM ManifestRun
                           ELSE
                               MOVE StepParm1 TO FInFileName
                               PERFORM CharFrequencyFile
                           END-IF
                           PERFORM PrintEnd
                       END-IF
                   END-IF
               WHEN "RECOVER"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "RECOVER needs '<infile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE "RECOVER" TO AuthOp
                       MOVE SPACES TO AuthAlias
                       PERFORM AuthCheck
                   END-IF
                   IF RunOk = "Y"
                       MOVE StepParm1 TO FInFileName
                       MOVE StepParm2 TO PrintFileName
                       MOVE "CAESAR KEY RECOVERY REPORT"
                           TO PrintTitle
                       PERFORM PrintBegin
                       IF PrintOk = "Y"
                           PERFORM CaesarRecoverRun
                           PERFORM PrintEnd
                       END-IF
                   END-IF
               WHEN "COMPARE"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       DISPLAY "COMPARE needs '<file1> <file2> "
                           "<reportfile> [<layoutfile>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm1 TO FInFileName
                       MOVE StepParm2 TO FIn2FileName
                       MOVE StepParm3 TO FOutFileName
                       MOVE StepParm4 TO LayoutFileName
                       PERFORM CompareRun
                   END-IF
               WHEN "VALIDATE"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       OR FUNCTION TRIM(StepParm4) = SPACES
                       DISPLAY "VALIDATE needs '<infile> <layoutfile>"
                           " <cleanfile> <rejectfile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm1 TO FInFileName
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO FOutFileName
                       MOVE StepParm4 TO RejFileName
                       PERFORM ValidateRun
                   END-IF
               WHEN "EXPORT"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       DISPLAY "EXPORT needs '<infile> <layoutfile> "
                           "[<csvfile>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm1 TO FInFileName
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO FOutFileName
                       PERFORM ExportRun
                   END-IF
               WHEN "IMPORT"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       OR FUNCTION TRIM(StepParm4) = SPACES
                       DISPLAY "IMPORT needs '<csvfile> <layoutfile> "
                           "<outfile> <rejectfile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm1 TO FInFileName
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO FOutFileName
                       MOVE StepParm4 TO RejFileName
                       PERFORM ImportRun
                   END-IF
               WHEN "SORT"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       OR (FUNCTION TRIM(StepParm4) = SPACES
                           AND NOT ManifestMode)
                       DISPLAY "SORT needs '<infile> <layoutfile> "
                           "<keys> <outfile>' or 'MANIFEST=<file> "
                           "<layoutfile> <keys>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO SortKeySpec
                       PERFORM SortPrepare
                       IF SortKeysOk = "Y"
                           IF ManifestMode
                               PERFORM ManifestRun
                           ELSE
                               MOVE StepParm1 TO FInFileName
                               MOVE StepParm4 TO FOutFileName
                               PERFORM SortRun
                           END-IF
                       END-IF
                   END-IF
               WHEN "SUMMARIZE"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       OR ManifestMode
                       DISPLAY "SUMMARIZE needs '<infile> <layoutfile> "
                           "<breakkeys> [<printfile>] "
                           "[SUMMARY=<datafile>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm4 TO OptParmA
                       MOVE StepParm5 TO OptParmB
                       PERFORM SummarizeOpts
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO SortKeySpec
                       PERFORM SortPrepare
                       IF SortKeysOk = "Y"
                           PERFORM SummarizePrepare
                       END-IF
                       IF SortKeysOk = "Y"
                           MOVE "CONTROL BREAK SUMMARY REPORT"
                               TO PrintTitle
                           PERFORM PrintBegin
                           IF PrintOk = "Y"
                               MOVE StepParm1 TO FInFileName
                               PERFORM SummarizeRun
                               PERFORM PrintEnd
                           END-IF
                       END-IF
                   END-IF
               WHEN "MERGE"
                   IF NOT ManifestMode
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       OR FUNCTION TRIM(StepParm4) = SPACES
                       DISPLAY "MERGE needs 'MANIFEST=<file> "
                           "<layoutfile> <keys> <outfile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO SortKeySpec
                       PERFORM SortPrepare
                       IF SortKeysOk = "Y"
                           MOVE StepParm4 TO FOutFileName
                           PERFORM MergeRun
                       END-IF
                   END-IF
               WHEN "VIGENERE"
                   MOVE "V" TO CipherMode
                   MOVE +1 TO VigSign
                   MOVE 0 TO CKey
                   MOVE "VIGENERE" TO OpName
                   MOVE "_encrypted.txt" TO CaesarSuffix
                   MOVE StepParm1 TO FInFileName
                   MOVE StepParm2 TO VigKeyParm
                   MOVE StepParm3 TO OptParmA
                   MOVE StepParm4 TO OptParmB
                   PERFORM VigKeywordFromParm
                   IF VigKeywordOk
                       PERFORM CaesarApplyOpts
                   END-IF
                   IF VigKeywordOk AND LayoutOk
                       IF ManifestMode
                           PERFORM ManifestRun
                       ELSE
                           PERFORM CaesarRun
                       END-IF
                   END-IF
               WHEN "VIGDECRYPT"
                   MOVE "V" TO CipherMode
                   MOVE -1 TO VigSign
                   MOVE 0 TO CKey
                   MOVE "VIGDECRYPT" TO OpName
                   MOVE "_decrypted.txt" TO CaesarSuffix
                   MOVE StepParm1 TO FInFileName
                   MOVE StepParm2 TO VigKeyParm
                   MOVE StepParm3 TO OptParmA
                   MOVE StepParm4 TO OptParmB
                   PERFORM VigKeywordFromParm
                   IF VigKeywordOk
                       PERFORM CaesarApplyOpts
                   END-IF
                   IF VigKeywordOk AND LayoutOk
                       MOVE "DECRYPT" TO AuthOp
                       PERFORM AuthKeyCheck
                   END-IF
                   IF VigKeywordOk AND LayoutOk AND AuthOk = "Y"
                       IF ManifestMode
                           PERFORM ManifestRun
                       ELSE
                           PERFORM CaesarRun
                       END-IF
                   END-IF
               WHEN "REKEY"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION UPPER-CASE(StepParm2(1:6))
                           NOT = "KEYID="
                       OR FUNCTION UPPER-CASE(StepParm3(1:6))
                           NOT = "KEYID="
                       DISPLAY "REKEY needs '<infile> KEYID=<old> "
                           "KEYID=<new> [<oldlayout>|NONE] "
                           "[<newlayout>|NONE]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm2(7:) TO RekeyOldAlias
                       MOVE StepParm3(7:) TO RekeyNewAlias
                       MOVE StepParm4 TO RekeyOldLayout
                       MOVE StepParm5 TO RekeyNewLayout
                       PERFORM RekeyPrepare
                       IF RekeyOk = "Y"
                           PERFORM AuthRekeyCheck
                       END-IF
                       IF RekeyOk = "Y"
                           MOVE "REKEY" TO OpName
                           MOVE "_rekeyed.txt" TO CaesarSuffix
                           MOVE "N" TO VerifyMode
                           MOVE "Y" TO RekeyMode
                           IF ManifestMode
                               PERFORM ManifestRun
                           ELSE
                               MOVE StepParm1 TO FInFileName
                               PERFORM CaesarRun
                           END-IF
                           MOVE "N" TO RekeyMode
                       END-IF
                   END-IF
               WHEN "MASK"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       OR FUNCTION TRIM(StepParm2) = SPACES
                       OR FUNCTION TRIM(StepParm3) = SPACES
                       OR (FUNCTION TRIM(StepParm4) NOT = SPACES
                           AND FUNCTION UPPER-CASE(StepParm4(1:6))
                               NOT = "KEYID=")
                       DISPLAY "MASK needs '<infile> <layoutfile> "
                           "<rulesfile> [KEYID=<alias>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm2 TO LayoutFileName
                       MOVE StepParm3 TO MaskRulesName
                       MOVE StepParm4 TO MaskKeyParm
                       PERFORM MaskPrepare
                       IF MaskOk = "Y"
                           MOVE "MASK" TO OpName
                           MOVE "_masked.txt" TO CaesarSuffix
                           MOVE "N" TO VerifyMode
                           MOVE "Y" TO MaskMode
                           IF ManifestMode
                               PERFORM ManifestRun
                           ELSE
                               MOVE StepParm1 TO FInFileName
                               PERFORM CaesarRun
                           END-IF
                           MOVE "N" TO MaskMode
                       END-IF
                   END-IF
               WHEN "KEYUSE"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "KEYUSE needs '<alias> [<printfile>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       IF FUNCTION UPPER-CASE(StepParm1(1:6))
                           = "KEYID="
                           MOVE StepParm1(7:) TO KeyUseAlias
                       ELSE
                           MOVE StepParm1 TO KeyUseAlias
                       END-IF
                       MOVE StepParm2 TO PrintFileName
                       MOVE "KEY USAGE REPORT" TO PrintTitle
                       PERFORM PrintBegin
                       IF PrintOk = "Y"
                           PERFORM KeyUseRun
                           PERFORM PrintEnd
                       END-IF
                   END-IF
               WHEN "LAYMAP"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "LAYMAP needs 'LIST' or '<layout> "
                           "[<printfile>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm2 TO PrintFileName
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(StepParm1)) = "LIST"
                           MOVE "LAYOUT DICTIONARY" TO PrintTitle
                           PERFORM PrintBegin
                           IF PrintOk = "Y"
                               PERFORM DictListRun
                               PERFORM PrintEnd
                           END-IF
                       ELSE
                           MOVE StepParm1 TO LayoutFileName
                           MOVE "LAYOUT FIELD MAP" TO PrintTitle
                           PERFORM PrintBegin
                           IF PrintOk = "Y"
                               PERFORM LayoutMapRun
                               PERFORM PrintEnd
                           END-IF
                       END-IF
                   END-IF
               WHEN "GENS"
                   EVALUATE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(StepParm1))
                       WHEN "ON"
                           MOVE "Y" TO GenMode
                           IF FUNCTION TRIM(StepParm2) NOT = SPACES
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                   StepParm2)) = 0
                                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                                       StepParm2)) TO GenRetain
                               ELSE
                                   DISPLAY "GENS retention must be "
                                       "numeric"
                                   MOVE "N" TO RunOk
                                   MOVE 1 TO StepRC
                               END-IF
                           END-IF
                           IF RunSucceeded
                               MOVE GenRetain TO GenRetDisplay
                               DISPLAY "Generation naming ON, "
                                   "retention "
                                   FUNCTION TRIM(GenRetDisplay)
                           END-IF
                       WHEN "OFF"
                           MOVE "N" TO GenMode
                           DISPLAY "Generation naming OFF"
                       WHEN OTHER
                           DISPLAY "GENS needs 'ON [<retention>]' "
                               "or 'OFF'"
                           MOVE "N" TO RunOk
                           MOVE 1 TO StepRC
                   END-EVALUATE
               WHEN "CATALOG"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "CATALOG needs 'LIST' or '<outfile>'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(StepParm1)) = "LIST"
                           PERFORM CatalogListRun
                       ELSE
                           MOVE StepParm1 TO CatParm
                           PERFORM CatalogLookupRun
                       END-IF
                   END-IF
               WHEN "AUDITRPT"
                   MOVE StepParm1 TO PrintFileName
                   MOVE "AUDIT LOG REPORT" TO PrintTitle
                   PERFORM PrintBegin
                   IF PrintOk = "Y"
                       PERFORM AuditReportRun
                       PERFORM PrintEnd
                   END-IF
               WHEN "AUDITROT"
                   MOVE StepParm1 TO CutoffText
                   PERFORM AuditRotateRun
               WHEN "JOB"
                   PERFORM AuthJobCard
               WHEN "VIOLRPT"
                   MOVE StepParm1 TO PrintFileName
                   MOVE "SECURITY VIOLATIONS REPORT" TO PrintTitle
                   PERFORM PrintBegin
                   IF PrintOk = "Y"
                       PERFORM ViolReportRun
                       PERFORM PrintEnd
                   END-IF
               WHEN "BALANCE"
                   IF FUNCTION TRIM(StepParm1) = SPACES
                       DISPLAY "BALANCE needs '<rulesfile> "
                           "[<printfile>]'"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                   ELSE
                       MOVE StepParm1 TO BalFileName
                       MOVE StepParm2 TO PrintFileName
                       MOVE "CONTROL TOTAL BALANCING REPORT"
                           TO PrintTitle
                       PERFORM PrintBegin
                       IF PrintOk = "Y"
                           PERFORM BalanceRun
                           PERFORM PrintEnd
                       END-IF
                   END-IF
               WHEN "HISTORY"
                   MOVE 50 TO HistPct
                   MOVE StepParm1 TO PrintFileName
                   IF FUNCTION TRIM(StepParm1) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(StepParm1)) = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(StepParm1))
                           TO HistPct
                       MOVE StepParm2 TO PrintFileName
                   END-IF
                   MOVE "RUN HISTORY REPORT" TO PrintTitle
                   PERFORM PrintBegin
                   IF PrintOk = "Y"
                       PERFORM HistoryRun
                       PERFORM PrintEnd
                   END-IF
               WHEN "VOLCHECK"
                   EVALUATE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(StepParm1))
                       WHEN "ON"
                           MOVE "Y" TO VolMode
                           MOVE 50 TO VolPct
                           IF FUNCTION TRIM(StepParm2) NOT = SPACES
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                   StepParm2)) = 0
                                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                                       StepParm2)) TO VolPct
                               ELSE
                                   DISPLAY "VOLCHECK tolerance must "
                                       "be numeric"
                                   MOVE "N" TO VolMode
                                   MOVE "N" TO RunOk
                                   MOVE 1 TO StepRC
                               END-IF
                           END-IF
                           IF RunSucceeded
                               MOVE VolPct TO HistPctD
                               DISPLAY "Volume check ON, tolerance "
                                   FUNCTION TRIM(HistPctD) " percent"
                           END-IF
                       WHEN "OFF"
                           MOVE "N" TO VolMode
                           DISPLAY "Volume check OFF"
                       WHEN OTHER
                           DISPLAY "VOLCHECK needs 'ON [<percent>]' "
                               "or 'OFF'"
                           MOVE "N" TO RunOk
                           MOVE 1 TO StepRC
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "Unknown operation: " FUNCTION TRIM(StepOp)
                   MOVE "N" TO RunOk
                   MOVE 1 TO StepRC
           END-EVALUATE.

      *    A manifest step checks and records each file itself.
           PERFORM HistStepKey.
           IF VolCheckOn AND RunSucceeded AND HistByFile = "N"
               AND HistInput NOT = "-"
               PERFORM VolCheckRun
           END-IF.

           IF RunSucceeded
               DISPLAY "Step " FUNCTION TRIM(StepNumDisplay)
                   " ended: OK"
           ELSE
               MOVE StepRC TO StepRCDisplay
               DISPLAY "Step " FUNCTION TRIM(StepNumDisplay)
                   " ended: FAILED (RC "
                   FUNCTION TRIM(StepRCDisplay) ")"
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO StepEndTs.
           PERFORM JobLogStep.
           IF HistByFile = "N"
               MOVE StepStartTs TO HistStartTs
               MOVE StepEndTs TO HistEndTs
               PERFORM HistAppend
           END-IF.
           MOVE StepRC TO PrevStepRC.

           IF StepRC > JobRC
               MOVE StepRC TO JobRC
           END-IF.

       ControlCardCheckSkip.
      *    Restart skips outrank card conditions: a step before the
      *    restart point already completed on the failed run, so its
      *    condition must not re-evaluate. Skipped steps leave
      *    PrevStepRC and JobRC alone. Mode-setting cards (GENS,
      *    VOLCHECK, JOB) do no work but arm the steps after them, so
      *    a restart replays them - otherwise a deck restarted past
      *    its GENS ON card would overwrite the very generations the
      *    mode exists to keep.
           MOVE "N" TO StepSkip.
           MOVE SPACES TO SkipReason.

           IF RestartStep > 0 AND StepNum < RestartStep
               AND StepOp NOT = "GENS" AND StepOp NOT = "VOLCHECK"
               AND StepOp NOT = "JOB"
               MOVE "Y" TO StepSkip
               MOVE "RESTART" TO SkipReason
               EXIT PARAGRAPH
           END-IF.

           IF StepCond = "IFOK" AND JobRC NOT = 0
               MOVE "Y" TO StepSkip
               MOVE "IFOK" TO SkipReason
               EXIT PARAGRAPH
           END-IF.

           IF StepCond = "IFFAIL" AND PrevStepRC = 0
               MOVE "Y" TO StepSkip
               MOVE "IFFAIL" TO SkipReason
           END-IF.

       JobLogSkip.
           IF NOT JobLogOpen
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JobLogLine.
           STRING
               "STEP " DELIMITED BY SIZE
               FUNCTION TRIM(StepNumDisplay) DELIMITED BY SIZE
               " SKIPPED=" DELIMITED BY SIZE
               FUNCTION TRIM(SkipReason) DELIMITED BY SIZE
               " CARD=" DELIMITED BY SIZE
               FUNCTION TRIM(CardLine) DELIMITED BY SIZE
               INTO JobLogLine
           END-STRING.
           WRITE JobLogLine.
           IF JobLogStatus NOT = "00"
               DISPLAY "Warning: unable to write job log"
               MOVE "N" TO JobLogOk
           END-IF.

       StreamDriver.
      *    Scheduler entry point: PARM is "STREAM <streamfile>
      *    [RESUME] [REPORT=<printfile>]". Each deck in the stream
      *    runs exactly as "CARDS <deck>" would, one after another
      *    as their predecessors and inputs allow, so the overnight
      *    intake/encrypt/outbound sequence no longer needs an
      *    operator at the console. The stream ends with the worst
      *    deck RC, or 11 if decks are left waiting with none failed.
           MOVE "Y" TO BatchMode.
           MOVE 0 TO StreamRC.
           MOVE "N" TO StreamResume.
           MOVE SPACES TO StreamRptName.
           MOVE SPACES TO StreamFileName.
           MOVE SPACES TO StreamOpt1.
           MOVE SPACES TO StreamOpt2.
           UNSTRING CmdLine DELIMITED BY ALL SPACE
               INTO CmdOp StreamFileName StreamOpt1 StreamOpt2
           END-UNSTRING.

           MOVE "Y" TO StreamOk.
           IF FUNCTION TRIM(StreamFileName) = SPACES
               MOVE "N" TO StreamOk
           END-IF.
           MOVE StreamOpt1 TO StreamName.
           PERFORM StreamParmOpt.
           MOVE StreamOpt2 TO StreamName.
           PERFORM StreamParmOpt.
           IF StreamOk = "N"
               DISPLAY "Usage: PARM is 'STREAM <streamfile> "
                   "[RESUME] [REPORT=<printfile>]'"
               MOVE 1 TO JobRC
               EXIT PARAGRAPH
           END-IF.

           PERFORM StreamLoad.
           IF StreamOk = "N"
               MOVE StreamRC TO JobRC
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO StreamLogAppend.
           IF ResumeStream
               PERFORM StreamLoadStatus
               IF StreamOk = "N"
                   MOVE StreamRC TO JobRC
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO StreamLogAppend
           END-IF.

           MOVE StreamCnt TO StreamCntD.
           DISPLAY "Running job stream " FUNCTION TRIM(StreamFileName)
               ", " FUNCTION TRIM(StreamCntD) " deck(s)".

      *    Keep passing over the stream while any deck changes state:
      *    a deck released late in one pass may be what an earlier
      *    entry was waiting for.
           MOVE "Y" TO StreamProgress.
           PERFORM UNTIL StreamProgress = "N"
               MOVE "N" TO StreamProgress
               PERFORM VARYING StreamIx FROM 1 BY 1
                   UNTIL StreamIx > StreamCnt
                   IF StreamState(StreamIx) = "WAITING"
                       PERFORM StreamTryDeck
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM StreamSaveStatus.

           MOVE 0 TO StreamDoneCnt.
           MOVE 0 TO StreamFailCnt.
           MOVE 0 TO StreamHeldCnt.
           MOVE 0 TO StreamWaitCnt.
           PERFORM VARYING StreamIx FROM 1 BY 1
               UNTIL StreamIx > StreamCnt
               EVALUATE StreamState(StreamIx)
                   WHEN "COMPLETED"
                       ADD 1 TO StreamDoneCnt
                   WHEN "FAILED"
                       ADD 1 TO StreamFailCnt
                   WHEN "HELD"
                       ADD 1 TO StreamHeldCnt
                   WHEN OTHER
                       ADD 1 TO StreamWaitCnt
               END-EVALUATE
               IF (StreamState(StreamIx) = "COMPLETED"
                   OR StreamState(StreamIx) = "FAILED")
                   AND StreamDeckRC(StreamIx) > StreamRC
                   MOVE StreamDeckRC(StreamIx) TO StreamRC
               END-IF
           END-PERFORM.
           IF StreamFailCnt = 0
               AND StreamHeldCnt + StreamWaitCnt > 0
               AND StreamRC < 11
               MOVE 11 TO StreamRC
           END-IF.

           PERFORM StreamReport.

           MOVE StreamDoneCnt TO StreamCntD.
           DISPLAY "Job stream complete: " FUNCTION TRIM(StreamCntD)
               " completed, " WITH NO ADVANCING.
           MOVE StreamFailCnt TO StreamCntD.
           DISPLAY FUNCTION TRIM(StreamCntD) " failed, "
               WITH NO ADVANCING.
           MOVE StreamHeldCnt TO StreamCntD.
           DISPLAY FUNCTION TRIM(StreamCntD) " held, "
               WITH NO ADVANCING.
           MOVE StreamWaitCnt TO StreamCntD.
           DISPLAY FUNCTION TRIM(StreamCntD) " waiting".
           MOVE StreamRC TO JobRC.

       StreamParmOpt.
           IF FUNCTION TRIM(StreamName) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(StreamName)) = "RESUME"
               MOVE "Y" TO StreamResume
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(StreamName(1:7)) = "REPORT="
               AND StreamName(8:) NOT = SPACES
               MOVE StreamName(8:) TO StreamRptName
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO StreamOk.

       StreamLoad.
      *    One entry per deck, "<deck> [AFTER=<deck>,...]
      *    [NEEDS=<file>,...] [MAXRC=<n>]". MAXRC is the highest deck
      *    RC that still counts as completed (default 0). Blank
      *    records and records starting with "*" are skipped.
           MOVE "Y" TO StreamOk.
           MOVE 0 TO StreamCnt.
           OPEN INPUT FStream.
           IF StreamStatus NOT = "00"
               DISPLAY "Error opening job stream file "
                   FUNCTION TRIM(StreamFileName)
               MOVE "N" TO StreamOk
               MOVE 2 TO StreamRC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO StreamEOF
           READ FStream
               AT END MOVE 1 TO StreamEOF
           END-READ
           PERFORM UNTIL StreamEOF = 1 OR StreamOk = "N"
               IF FUNCTION TRIM(StreamLine) NOT = SPACES
                   AND StreamLine(1:1) NOT = "*"
                   PERFORM StreamLoadEntry
               END-IF
               READ FStream
                   AT END MOVE 1 TO StreamEOF
               END-READ
           END-PERFORM.
           CLOSE FStream.
           IF StreamOk = "N"
               EXIT PARAGRAPH
           END-IF.

           IF StreamCnt = 0
               DISPLAY "Job stream " FUNCTION TRIM(StreamFileName)
                   " names no decks"
               MOVE "N" TO StreamOk
               MOVE 1 TO StreamRC
               EXIT PARAGRAPH
           END-IF.

      *    Every AFTER name must be a deck of this stream, or the
      *    deck naming it could never be released.
           PERFORM VARYING StreamIx FROM 1 BY 1
               UNTIL StreamIx > StreamCnt OR StreamOk = "N"
               MOVE StreamAfter(StreamIx) TO StreamList
               MOVE 1 TO StreamListPtr
               PERFORM UNTIL StreamListPtr > 200 OR StreamOk = "N"
                   MOVE SPACES TO StreamName
                   UNSTRING StreamList DELIMITED BY ","
                       INTO StreamName WITH POINTER StreamListPtr
                   END-UNSTRING
                   IF StreamName NOT = SPACES
                       PERFORM StreamFindDeck
                       IF StreamHit = 0 OR StreamHit = StreamIx
                           DISPLAY "Job stream error: "
                               FUNCTION TRIM(StreamDeck(StreamIx))
                               " runs AFTER "
                               FUNCTION TRIM(StreamName)
                               ", which is not another deck of "
                               "the stream"
                           MOVE "N" TO StreamOk
                           MOVE 1 TO StreamRC
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       StreamLoadEntry.
           IF StreamCnt >= 50
               DISPLAY "Job stream holds more than 50 decks"
               MOVE "N" TO StreamOk
               MOVE 1 TO StreamRC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO StreamTokTable.
           UNSTRING StreamLine DELIMITED BY ALL SPACE
               INTO StreamTok(1) StreamTok(2) StreamTok(3)
                   StreamTok(4) StreamTok(5)
           END-UNSTRING.

           MOVE StreamTok(1) TO StreamName.
           PERFORM StreamFindDeck.
           IF StreamHit > 0
               DISPLAY "Job stream error: deck "
                   FUNCTION TRIM(StreamName) " is listed twice"
               MOVE "N" TO StreamOk
               MOVE 1 TO StreamRC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO StreamCnt.
           MOVE StreamTok(1) TO StreamDeck(StreamCnt).
           MOVE SPACES TO StreamAfter(StreamCnt).
           MOVE SPACES TO StreamNeeds(StreamCnt).
           MOVE 0 TO StreamMaxRC(StreamCnt).
           MOVE "WAITING" TO StreamState(StreamCnt).
           MOVE 0 TO StreamDeckRC(StreamCnt).
           MOVE SPACES TO StreamNote(StreamCnt).
           MOVE SPACES TO StreamEndTs(StreamCnt).

           PERFORM VARYING StreamTx FROM 2 BY 1
               UNTIL StreamTx > 5 OR StreamOk = "N"
               EVALUATE TRUE
                   WHEN StreamTok(StreamTx) = SPACES
                       CONTINUE
                   WHEN FUNCTION UPPER-CASE(StreamTok(StreamTx)(1:6))
                           = "AFTER="
                       MOVE StreamTok(StreamTx)(7:)
                           TO StreamAfter(StreamCnt)
                   WHEN FUNCTION UPPER-CASE(StreamTok(StreamTx)(1:6))
                           = "NEEDS="
                       MOVE StreamTok(StreamTx)(7:)
                           TO StreamNeeds(StreamCnt)
                   WHEN FUNCTION UPPER-CASE(StreamTok(StreamTx)(1:6))
                           = "MAXRC="
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(StreamTok(StreamTx)(7:))) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(StreamTok(StreamTx)(7:)))
                           TO StreamMaxRC(StreamCnt)
                   WHEN OTHER
                       DISPLAY "Job stream error: deck "
                           FUNCTION TRIM(StreamDeck(StreamCnt))
                           " has unknown operand "
                           FUNCTION TRIM(StreamTok(StreamTx))
                       MOVE "N" TO StreamOk
                       MOVE 1 TO StreamRC
               END-EVALUATE
           END-PERFORM.

       StreamFindDeck.
           MOVE 0 TO StreamHit.
           PERFORM VARYING StreamFx FROM 1 BY 1
               UNTIL StreamFx > StreamCnt OR StreamHit > 0
               IF StreamDeck(StreamFx) = StreamName
                   MOVE StreamFx TO StreamHit
               END-IF
           END-PERFORM.

       StreamLoadStatus.
      *    RESUME keeps what already completed and puts every failed
      *    or held deck back to waiting, so the fixed deck reruns
      *    and its successors follow it. A status file left by a
      *    different stream is refused rather than mixed in.
           OPEN INPUT FStrStat.
           IF StreamStatStatus NOT = "00"
               DISPLAY "No job stream status to resume in "
                   FUNCTION TRIM(StreamStatName)
               MOVE "N" TO StreamOk
               MOVE 2 TO StreamRC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO StreamEOF.
           MOVE SPACES TO StreamStatLine.
           READ FStrStat
               AT END MOVE 1 TO StreamEOF
           END-READ.
           MOVE SPACES TO StreamStatTag.
           MOVE SPACES TO StreamStatDeck.
           UNSTRING StreamStatLine DELIMITED BY ALL SPACE
               INTO StreamStatTag StreamStatDeck
           END-UNSTRING.
           IF StreamEOF = 1 OR StreamStatTag NOT = "STREAM"
               OR StreamStatDeck NOT = StreamFileName
               DISPLAY "Job stream status in "
                   FUNCTION TRIM(StreamStatName)
                   " is not for " FUNCTION TRIM(StreamFileName)
               CLOSE FStrStat
               MOVE "N" TO StreamOk
               MOVE 1 TO StreamRC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO StreamDoneCnt.
           READ FStrStat
               AT END MOVE 1 TO StreamEOF
           END-READ
           PERFORM UNTIL StreamEOF = 1
               MOVE SPACES TO StreamStatDeck
               MOVE SPACES TO StreamStatState
               MOVE SPACES TO StreamStatRC
               MOVE SPACES TO StreamStatTs
               UNSTRING StreamStatLine DELIMITED BY ALL SPACE
                   INTO StreamStatDeck StreamStatState StreamStatRC
                       StreamStatTs
               END-UNSTRING
               MOVE StreamStatDeck TO StreamName
               PERFORM StreamFindDeck
               IF StreamHit > 0 AND StreamStatState = "COMPLETED"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(StreamStatRC)) = 0
                   MOVE "COMPLETED" TO StreamState(StreamHit)
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(StreamStatRC))
                       TO StreamDeckRC(StreamHit)
                   MOVE StreamStatTs TO StreamEndTs(StreamHit)
                   MOVE "COMPLETED ON AN EARLIER RUN"
                       TO StreamNote(StreamHit)
                   ADD 1 TO StreamDoneCnt
               END-IF
               READ FStrStat
                   AT END MOVE 1 TO StreamEOF
               END-READ
           END-PERFORM.
           CLOSE FStrStat.

           MOVE StreamDoneCnt TO StreamCntD.
           DISPLAY "Resuming job stream, "
               FUNCTION TRIM(StreamCntD) " deck(s) already completed".

       StreamTryDeck.
      *    A deck behind a failed or held predecessor is held; one
      *    whose predecessors or inputs are not there yet keeps
      *    waiting for a later pass.
           MOVE "Y" TO StreamReady.
           MOVE StreamAfter(StreamIx) TO StreamList.
           MOVE 1 TO StreamListPtr.
           PERFORM UNTIL StreamListPtr > 200 OR StreamReady NOT = "Y"
               MOVE SPACES TO StreamName
               UNSTRING StreamList DELIMITED BY ","
                   INTO StreamName WITH POINTER StreamListPtr
               END-UNSTRING
               IF StreamName NOT = SPACES
                   PERFORM StreamFindDeck
                   EVALUATE StreamState(StreamHit)
                       WHEN "COMPLETED"
                           CONTINUE
                       WHEN "FAILED"
                       WHEN "HELD"
                           MOVE "H" TO StreamReady
                       WHEN OTHER
                           MOVE "N" TO StreamReady
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF StreamReady = "H"
               MOVE "HELD" TO StreamState(StreamIx)
               MOVE SPACES TO StreamNote(StreamIx)
               STRING
                   "HELD BY " DELIMITED BY SIZE
                   FUNCTION TRIM(StreamName) DELIMITED BY SIZE
                   INTO StreamNote(StreamIx)
               END-STRING
               DISPLAY "Deck " FUNCTION TRIM(StreamDeck(StreamIx))
                   " held: predecessor " FUNCTION TRIM(StreamName)
                   " did not complete"
               MOVE "Y" TO StreamProgress
               PERFORM StreamSaveStatus
               EXIT PARAGRAPH
           END-IF.
           IF StreamReady = "N"
               MOVE SPACES TO StreamNote(StreamIx)
               STRING
                   "WAITING FOR DECK " DELIMITED BY SIZE
                   FUNCTION TRIM(StreamName) DELIMITED BY SIZE
                   INTO StreamNote(StreamIx)
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM StreamCheckNeeds.
           IF StreamReady NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM StreamRunDeck.
           MOVE "Y" TO StreamProgress.

       StreamCheckNeeds.
      *    An input counts as complete only when the catalog knows
      *    it and its trailer still matches what was registered -
      *    the same consume-check a step makes before it reads.
           MOVE StreamNeeds(StreamIx) TO StreamList.
           MOVE 1 TO StreamListPtr.
           PERFORM UNTIL StreamListPtr > 200 OR StreamReady NOT = "Y"
               MOVE SPACES TO StreamName
               UNSTRING StreamList DELIMITED BY ","
                   INTO StreamName WITH POINTER StreamListPtr
               END-UNSTRING
               IF StreamName NOT = SPACES
                   MOVE StreamName TO GenWorkName
                   PERFORM GenResolveName
                   MOVE "N" TO CatFound
                   IF GenOk = "Y"
                       MOVE GenWorkName TO FInFileName
                       MOVE "STREAM" TO OpName
                       PERFORM CatalogConsumeCheck
                   END-IF
                   IF GenOk NOT = "Y" OR CatFound = "N"
                       OR CatChkOk = "N"
                       MOVE "N" TO StreamReady
                       MOVE SPACES TO StreamNote(StreamIx)
                       STRING
                           "WAITING FOR INPUT " DELIMITED BY SIZE
                           FUNCTION TRIM(StreamName) DELIMITED BY SIZE
                           INTO StreamNote(StreamIx)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
      *    The checks borrow the step fields; leave them clean for
      *    the deck that runs next.
           MOVE "Y" TO RunOk.
           MOVE 0 TO StepRC.

       StreamRunDeck.
      *    Each deck starts the way a fresh "CARDS <deck>" run would:
      *    no restart point, generation naming and the volume check
      *    off, its own job RC.
           MOVE StreamDeck(StreamIx) TO CardFileName.
           MOVE SPACES TO RestartParm.
           MOVE 0 TO JobRC.
           MOVE "N" TO GenMode.
           MOVE 5 TO GenRetain.
           MOVE "N" TO VolMode.
           DISPLAY "Releasing deck " FUNCTION TRIM(CardFileName).

           PERFORM ControlCardDriver.
           MOVE "Y" TO StreamLogAppend.

           MOVE JobRC TO StreamDeckRC(StreamIx).
           MOVE JobRC TO StepRCDisplay.
           MOVE FUNCTION CURRENT-DATE TO StreamEndTs(StreamIx).
           IF JobRC > StreamMaxRC(StreamIx)
               MOVE "FAILED" TO StreamState(StreamIx)
               MOVE "DECK RC ABOVE MAXRC" TO StreamNote(StreamIx)
               DISPLAY "Deck " FUNCTION TRIM(CardFileName)
                   " FAILED (RC " FUNCTION TRIM(StepRCDisplay) ")"
           ELSE
               MOVE "COMPLETED" TO StreamState(StreamIx)
               MOVE SPACES TO StreamNote(StreamIx)
               DISPLAY "Deck " FUNCTION TRIM(CardFileName)
                   " completed (RC " FUNCTION TRIM(StepRCDisplay) ")"
           END-IF.
           PERFORM StreamSaveStatus.

       StreamSaveStatus.
      *    Rewritten whole after every state change, so an abend
      *    between decks still leaves a status RESUME can use.
      *    Bookkeeping, like the catalog: a failure only warns.
           OPEN OUTPUT FStrStat.
           IF StreamStatStatus NOT = "00"
               DISPLAY "Warning: unable to write job stream status "
                   FUNCTION TRIM(StreamStatName)
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE SPACES TO StreamStatLine.
           STRING
               "STREAM " DELIMITED BY SIZE
               FUNCTION TRIM(StreamFileName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
               INTO StreamStatLine
           END-STRING.
           WRITE StreamStatLine.

           PERFORM VARYING StreamPx FROM 1 BY 1
               UNTIL StreamPx > StreamCnt
               MOVE StreamDeckRC(StreamPx) TO StepRCDisplay
               MOVE SPACES TO StreamStatLine
               STRING
                   FUNCTION TRIM(StreamDeck(StreamPx))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(StreamState(StreamPx))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(StepRCDisplay) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(StreamEndTs(StreamPx))
                       DELIMITED BY SIZE
                   INTO StreamStatLine
               END-STRING
               WRITE StreamStatLine
           END-PERFORM.
           IF StreamStatStatus NOT = "00"
               DISPLAY "Warning: unable to write job stream status "
                   FUNCTION TRIM(StreamStatName)
           END-IF.
           CLOSE FStrStat.

       StreamReport.
           MOVE StreamRptName TO PrintFileName.
           MOVE "JOB STREAM STATUS REPORT" TO PrintTitle.
           PERFORM PrintBegin.
           IF PrintOk NOT = "Y"
               IF StepRC > StreamRC
                   MOVE StepRC TO StreamRC
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PrintDetail.
           STRING
               "STREAM " DELIMITED BY SIZE
               FUNCTION TRIM(StreamFileName) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           MOVE "DECK" TO PrintDetail(3:4).
           MOVE "STATUS" TO PrintDetail(45:6).
           MOVE "RC" TO PrintDetail(58:2).
           MOVE "MAXRC" TO PrintDetail(62:5).
           MOVE "NOTE" TO PrintDetail(69:4).
           PERFORM PrintOrDisplay.

           PERFORM VARYING StreamPx FROM 1 BY 1
               UNTIL StreamPx > StreamCnt
               MOVE SPACES TO PrintDetail
               MOVE StreamDeck(StreamPx)(1:40) TO PrintDetail(3:40)
               MOVE StreamState(StreamPx) TO PrintDetail(45:10)
               IF StreamState(StreamPx) = "COMPLETED"
                   OR StreamState(StreamPx) = "FAILED"
                   MOVE StreamDeckRC(StreamPx) TO StepRCDisplay
                   MOVE StepRCDisplay TO PrintDetail(57:3)
               END-IF
               MOVE StreamMaxRC(StreamPx) TO StepRCDisplay
               MOVE StepRCDisplay TO PrintDetail(64:3)
               MOVE StreamNote(StreamPx) TO PrintDetail(69:60)
               PERFORM PrintOrDisplay
           END-PERFORM.

           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE StreamRC TO StepRCDisplay.
           MOVE SPACES TO PrintDetail.
           STRING
               "STREAM RC " DELIMITED BY SIZE
               FUNCTION TRIM(StepRCDisplay) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.
           PERFORM PrintEnd.

       HistStepKey.
      *    The recurring-step key for a card: its operation and the
      *    input operand as written. Cards that read no input file
      *    record "-".
           MOVE StepOp TO HistOp.
           EVALUATE StepOp
               WHEN "FIZZBUZZ"
               WHEN "FIB"
               WHEN "GENS"
               WHEN "VOLCHECK"
               WHEN "CATALOG"
               WHEN "AUDITRPT"
               WHEN "AUDITROT"
               WHEN "KEYUSE"
               WHEN "LAYMAP"
               WHEN "HISTORY"
               WHEN "JOB"
               WHEN "VIOLRPT"
                   MOVE "-" TO HistInput
               WHEN OTHER
                   MOVE StepParm1 TO HistInput
           END-EVALUATE.
           IF HistInput = SPACES
               MOVE "-" TO HistInput
           END-IF.

       HistAppend.
      *    Bookkeeping, like the job log: a history that cannot be
      *    written warns and the step keeps its own RC.
           PERFORM HistElapsedCalc.
           PERFORM AuthSetOperText.
           MOVE InRecCount TO HistInD.
           MOVE DataRecCount TO HistOutD.
           MOVE StepRC TO StepRCDisplay.
           MOVE HistElapsed TO HistElD.
           MOVE SPACES TO HistLine.
           STRING
               HistEndTs(1:16) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HistOp) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HistInput) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HistInD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HistOutD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(StepRCDisplay) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HistElD) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(HistDeck) DELIMITED BY SIZE
               " OPER=" DELIMITED BY SIZE
               FUNCTION TRIM(OperText) DELIMITED BY SIZE
               INTO HistLine
           END-STRING.

           OPEN EXTEND FHist.
           IF HistStatus = "35"
               OPEN OUTPUT FHist
           END-IF.
           IF HistStatus NOT = "00"
               DISPLAY "Warning: unable to open run history "
                   FUNCTION TRIM(HistFileName)
               EXIT PARAGRAPH
           END-IF.
           WRITE HistLine.
           IF HistStatus NOT = "00"
               DISPLAY "Warning: unable to write run history"
           END-IF.
           CLOSE FHist.

       HistElapsedCalc.
      *    Both stamps to hundredths since day 1 of the integer
      *    calendar, so a step that runs past midnight still times
      *    correctly.
           MOVE 0 TO HistElapsed.
           IF HistStartTs(1:16) NOT NUMERIC
               OR HistEndTs(1:16) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE HistStartHs =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(HistStartTs(1:8))) * 8640000
               + FUNCTION NUMVAL(HistStartTs(9:2)) * 360000
               + FUNCTION NUMVAL(HistStartTs(11:2)) * 6000
               + FUNCTION NUMVAL(HistStartTs(13:4)).
           COMPUTE HistEndHs =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(HistEndTs(1:8))) * 8640000
               + FUNCTION NUMVAL(HistEndTs(9:2)) * 360000
               + FUNCTION NUMVAL(HistEndTs(11:2)) * 6000
               + FUNCTION NUMVAL(HistEndTs(13:4)).
           IF HistEndHs > HistStartHs
               COMPUTE HistElapsed = HistEndHs - HistStartHs
           END-IF.

       HistReadRec.
           MOVE "N" TO HistRecOk.
           IF FUNCTION TRIM(HistLine) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HistRecTs.
           MOVE SPACES TO HistRecOp.
           MOVE SPACES TO HistRecIn.
           MOVE SPACES TO HistRecInText.
           MOVE SPACES TO HistRecOutText.
           MOVE SPACES TO HistRecRCText.
           MOVE SPACES TO HistRecElText.
           MOVE SPACES TO HistRecDeck.
           UNSTRING HistLine DELIMITED BY ALL SPACE
               INTO HistRecTs HistRecOp HistRecIn HistRecInText
                   HistRecOutText HistRecRCText HistRecElText
                   HistRecDeck
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(HistRecInText)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(HistRecOutText))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(HistRecRCText))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(HistRecElText))
                   NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(HistRecInText))
               TO HistRecInN.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(HistRecOutText))
               TO HistRecOutN.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(HistRecRCText))
               TO HistRecRC.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(HistRecElText))
               TO HistRecElN.
           MOVE "Y" TO HistRecOk.

       HistAddToWindow.
      *    Only RC 0 runs shape the rolling average: an anomaly or a
      *    failed run must not drag "normal" toward itself.
           ADD 1 TO HistKRuns(HistKx).
           IF HistRecRC NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE HistKWinNext(HistKx) TO HistWx.
           MOVE HistRecInN TO HistWIn(HistKx, HistWx).
           MOVE HistRecOutN TO HistWOut(HistKx, HistWx).
           MOVE HistRecElN TO HistWEl(HistKx, HistWx).
           IF HistKWinCnt(HistKx) < 10
               ADD 1 TO HistKWinCnt(HistKx)
           END-IF.
           IF HistWx >= 10
               MOVE 1 TO HistKWinNext(HistKx)
           ELSE
               ADD 1 TO HistKWinNext(HistKx)
           END-IF.

       HistCompare.
      *    Measure HistCur* against the rolling average of entry
      *    HistKx. INREC and OUTREC are the volume; elapsed is only
      *    judged once the step normally runs a second or more,
      *    below that the timer is noise.
           MOVE SPACES TO HistFlag.
           MOVE "N" TO HistVolTrip.
           MOVE 0 TO HistAvgIn.
           MOVE 0 TO HistAvgOut.
           MOVE 0 TO HistAvgEl.
           IF HistKWinCnt(HistKx) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO HistSumIn.
           MOVE 0 TO HistSumOut.
           MOVE 0 TO HistSumEl.
           PERFORM VARYING HistWx FROM 1 BY 1
               UNTIL HistWx > HistKWinCnt(HistKx)
               ADD HistWIn(HistKx, HistWx) TO HistSumIn
               ADD HistWOut(HistKx, HistWx) TO HistSumOut
               ADD HistWEl(HistKx, HistWx) TO HistSumEl
           END-PERFORM.
           COMPUTE HistAvgIn ROUNDED =
               HistSumIn / HistKWinCnt(HistKx).
           COMPUTE HistAvgOut ROUNDED =
               HistSumOut / HistKWinCnt(HistKx).
           COMPUTE HistAvgEl ROUNDED =
               HistSumEl / HistKWinCnt(HistKx).

           MOVE HistAvgIn TO HistBandBase.
           MOVE HistCurIn TO HistBandVal.
           PERFORM HistBandCheck.
           IF HistOutside = "Y"
               MOVE "Y" TO HistVolTrip
           END-IF.
           MOVE HistAvgOut TO HistBandBase.
           MOVE HistCurOut TO HistBandVal.
           PERFORM HistBandCheck.
           IF HistOutside = "Y"
               MOVE "Y" TO HistVolTrip
           END-IF.
           IF HistVolTrip = "Y"
               MOVE "VOLUME" TO HistFlag
           END-IF.

           IF HistAvgEl >= 100
               MOVE HistAvgEl TO HistBandBase
               MOVE HistCurEl TO HistBandVal
               PERFORM HistBandCheck
               IF HistOutside = "Y"
                   IF HistFlag = SPACES
                       MOVE "ELAPSED" TO HistFlag
                   ELSE
                       MOVE "VOLUME,ELAPSED" TO HistFlag
                   END-IF
               END-IF
           END-IF.

       HistBandCheck.
           MOVE "N" TO HistOutside.
           MOVE 0 TO HistLow.
           IF HistUsePct < 100
               COMPUTE HistLow =
                   HistBandBase * (100 - HistUsePct) / 100
           END-IF.
           COMPUTE HistHigh = HistBandBase * (100 + HistUsePct) / 100.
           IF HistBandVal < HistLow OR HistBandVal > HistHigh
               MOVE "Y" TO HistOutside
           END-IF.

       VolCheckRun.
      *    The step's counts against the normal volume of the same
      *    step in the run history. A step with no good run on file
      *    yet has nothing to be measured against and passes.
           MOVE 1 TO HistKeyCnt.
           MOVE 1 TO HistKx.
           MOVE HistOp TO HistKOp(1).
           MOVE HistInput TO HistKIn(1).
           MOVE 0 TO HistKRuns(1).
           MOVE 0 TO HistKWinCnt(1).
           MOVE 1 TO HistKWinNext(1).

           OPEN INPUT FHist.
           IF HistStatus NOT = "00"
               DISPLAY "Volume check: no run history for "
                   FUNCTION TRIM(HistOp) " "
                   FUNCTION TRIM(HistInput)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HistEOF
           READ FHist
               AT END MOVE 1 TO HistEOF
           END-READ
           PERFORM UNTIL HistEOF = 1
               PERFORM HistReadRec
               IF HistRecOk = "Y"
                   AND HistRecOp = HistKOp(1)
                   AND HistRecIn = HistKIn(1)
                   PERFORM HistAddToWindow
               END-IF
               READ FHist
                   AT END MOVE 1 TO HistEOF
               END-READ
           END-PERFORM.
           CLOSE FHist.

           IF HistKWinCnt(1) = 0
               DISPLAY "Volume check: no good run on file for "
                   FUNCTION TRIM(HistOp) " "
                   FUNCTION TRIM(HistInput)
               EXIT PARAGRAPH
           END-IF.

           MOVE InRecCount TO HistCurIn.
           MOVE DataRecCount TO HistCurOut.
           MOVE 0 TO HistCurEl.
           MOVE VolPct TO HistUsePct.
           PERFORM HistCompare.

           MOVE HistCurIn TO HistInD.
           MOVE HistCurOut TO HistOutD.
           DISPLAY "Volume check " FUNCTION TRIM(HistOp) " "
               FUNCTION TRIM(HistInput) ": INREC "
               FUNCTION TRIM(HistInD) " OUTREC "
               FUNCTION TRIM(HistOutD) WITH NO ADVANCING.
           MOVE HistAvgIn TO HistInD.
           MOVE HistAvgOut TO HistOutD.
           DISPLAY ", normal INREC " FUNCTION TRIM(HistInD)
               " OUTREC " FUNCTION TRIM(HistOutD).
           IF HistVolTrip = "Y"
               MOVE VolPct TO HistPctD
               DISPLAY "Volume check failed: outside "
                   FUNCTION TRIM(HistPctD) " percent of normal"
               MOVE "N" TO RunOk
               MOVE 12 TO StepRC
           END-IF.

       HistoryRun.
      *    One pass over the history. Each run is measured against
      *    the rolling average its step had at the time, so an old
      *    anomaly stays flagged after later runs; each step then
      *    shows that average beside its latest run.
           MOVE 0 TO HistKeyCnt.
           MOVE 0 TO HistKeyLost.
           MOVE 0 TO HistExcCnt.
           MOVE 0 TO HistExcLost.
           MOVE HistPct TO HistUsePct.

           OPEN INPUT FHist.
           IF HistStatus NOT = "00"
               DISPLAY "No run history found at "
                   FUNCTION TRIM(HistFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HistEOF
           READ FHist
               AT END MOVE 1 TO HistEOF
           END-READ
           PERFORM UNTIL HistEOF = 1
               PERFORM HistReadRec
               IF HistRecOk = "Y"
                   PERFORM HistoryRecord
               END-IF
               READ FHist
                   AT END MOVE 1 TO HistEOF
               END-READ
           END-PERFORM.
           CLOSE FHist.

           MOVE HistPct TO HistPctD.
           MOVE SPACES TO PrintDetail.
           STRING
               "TOLERANCE +/- " DELIMITED BY SIZE
               FUNCTION TRIM(HistPctD) DELIMITED BY SIZE
               " PERCENT OF THE AVERAGE OF THE LAST 10 RC 0 RUNS"
                   DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           PERFORM HistColumnHeads.

           PERFORM VARYING HistKx FROM 1 BY 1
               UNTIL HistKx > HistKeyCnt
               PERFORM HistShowStep
           END-PERFORM.

           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE HistExcCnt TO CntDisplay.
           MOVE SPACES TO PrintDetail.
           STRING
               "RUNS OUTSIDE TOLERANCE: " DELIMITED BY SIZE
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.
           IF HistExcCnt > 0
               PERFORM HistColumnHeads
               PERFORM VARYING HistEx FROM 1 BY 1
                   UNTIL HistEx > HistExcCnt
                   MOVE HistExcLine(HistEx) TO PrintDetail
                   PERFORM PrintOrDisplay
               END-PERFORM
           END-IF.
           IF HistExcLost > 0
               MOVE HistExcLost TO CntDisplay
               MOVE SPACES TO PrintDetail
               STRING
                   FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
                   " FURTHER RUN(S) OUTSIDE TOLERANCE NOT LISTED"
                       DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
               PERFORM PrintOrDisplay
           END-IF.
           IF HistKeyLost > 0
               MOVE HistKeyLost TO CntDisplay
               MOVE SPACES TO PrintDetail
               STRING
                   FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
                   " RUN(S) SKIPPED - MORE THAN 200 RECURRING STEPS"
                       DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
               PERFORM PrintOrDisplay
           END-IF.

       HistoryRecord.
           MOVE 0 TO HistKx.
           PERFORM VARYING HistWx FROM 1 BY 1
               UNTIL HistWx > HistKeyCnt OR HistKx > 0
               IF HistKOp(HistWx) = HistRecOp
                   AND HistKIn(HistWx) = HistRecIn
                   MOVE HistWx TO HistKx
               END-IF
           END-PERFORM.
           IF HistKx = 0
               IF HistKeyCnt >= 200
                   ADD 1 TO HistKeyLost
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HistKeyCnt
               MOVE HistKeyCnt TO HistKx
               MOVE HistRecOp TO HistKOp(HistKx)
               MOVE HistRecIn TO HistKIn(HistKx)
               MOVE 0 TO HistKRuns(HistKx)
               MOVE 0 TO HistKWinCnt(HistKx)
               MOVE 1 TO HistKWinNext(HistKx)
           END-IF.

           MOVE HistRecInN TO HistCurIn.
           MOVE HistRecOutN TO HistCurOut.
           MOVE HistRecElN TO HistCurEl.
           PERFORM HistCompare.

           MOVE HistRecTs TO HistKLastTs(HistKx).
           MOVE HistRecInN TO HistKLastIn(HistKx).
           MOVE HistRecOutN TO HistKLastOut(HistKx).
           MOVE HistRecElN TO HistKLastEl(HistKx).
           MOVE HistRecRC TO HistKLastRC(HistKx).
           MOVE HistKWinCnt(HistKx) TO HistKAvgCnt(HistKx).
           MOVE HistAvgIn TO HistKAvgIn(HistKx).
           MOVE HistAvgOut TO HistKAvgOut(HistKx).
           MOVE HistAvgEl TO HistKAvgEl(HistKx).
           MOVE HistFlag TO HistKFlag(HistKx).

           IF HistFlag NOT = SPACES
               IF HistExcCnt >= 300
                   ADD 1 TO HistExcLost
               ELSE
                   ADD 1 TO HistExcCnt
                   MOVE SPACES TO PrintDetail
                   MOVE HistRecOp TO PrintDetail(3:12)
                   MOVE HistRecIn(1:28) TO PrintDetail(16:28)
                   MOVE "RUN" TO PrintDetail(51:6)
                   PERFORM HistFormatLatest
                   MOVE PrintDetail TO HistExcLine(HistExcCnt)
               END-IF
           END-IF.

           PERFORM HistAddToWindow.

       HistColumnHeads.
           MOVE SPACES TO PrintDetail.
           MOVE "OPERATION" TO PrintDetail(3:9).
           MOVE "INPUT" TO PrintDetail(16:5).
           MOVE "RUNS" TO PrintDetail(45:4).
           MOVE "INREC" TO PrintDetail(62:5).
           MOVE "OUTREC" TO PrintDetail(71:6).
           MOVE "SECONDS" TO PrintDetail(81:7).
           MOVE "RC" TO PrintDetail(90:2).
           MOVE "DATE" TO PrintDetail(94:4).
           MOVE "FLAGS" TO PrintDetail(106:5).
           PERFORM PrintOrDisplay.

       HistShowStep.
           MOVE SPACES TO PrintDetail.
           MOVE HistKOp(HistKx) TO PrintDetail(3:12).
           MOVE HistKIn(HistKx)(1:28) TO PrintDetail(16:28).
           MOVE HistKRuns(HistKx) TO CntDisplay.
           MOVE CntDisplay TO PrintDetail(42:7).
           MOVE "AVG" TO PrintDetail(51:6).
           IF HistKAvgCnt(HistKx) = 0
               MOVE "NO EARLIER RC 0 RUN" TO PrintDetail(58:19)
           ELSE
               MOVE HistKAvgIn(HistKx) TO HistInD
               MOVE HistInD TO PrintDetail(58:9)
               MOVE HistKAvgOut(HistKx) TO HistOutD
               MOVE HistOutD TO PrintDetail(68:9)
               COMPUTE HistSecs = HistKAvgEl(HistKx) / 100
               MOVE HistSecs TO HistSecsD
               MOVE HistSecsD TO PrintDetail(78:10)
           END-IF.
           PERFORM PrintOrDisplay.

           MOVE SPACES TO PrintDetail.
           MOVE "LATEST" TO PrintDetail(51:6).
           PERFORM HistFormatLatest.
           PERFORM PrintOrDisplay.

       HistFormatLatest.
      *    Fill the run columns of PrintDetail from the HistKx
      *    entry's latest run.
           MOVE HistKLastIn(HistKx) TO HistInD.
           MOVE HistInD TO PrintDetail(58:9).
           MOVE HistKLastOut(HistKx) TO HistOutD.
           MOVE HistOutD TO PrintDetail(68:9).
           COMPUTE HistSecs = HistKLastEl(HistKx) / 100.
           MOVE HistSecs TO HistSecsD.
           MOVE HistSecsD TO PrintDetail(78:10).
           MOVE HistKLastRC(HistKx) TO StepRCDisplay.
           MOVE StepRCDisplay TO PrintDetail(89:3).
           MOVE HistKLastTs(HistKx)(1:4) TO PrintDetail(94:4).
           MOVE "-" TO PrintDetail(98:1).
           MOVE HistKLastTs(HistKx)(5:2) TO PrintDetail(99:2).
           MOVE "-" TO PrintDetail(101:1).
           MOVE HistKLastTs(HistKx)(7:2) TO PrintDetail(102:2).
           IF HistKFlag(HistKx) NOT = SPACES
               MOVE "**" TO PrintDetail(106:2)
               MOVE HistKFlag(HistKx) TO PrintDetail(109:20)
           END-IF.

       CompareRun.
      *    Reconcile two batch files record by record: control
      *    records on each leg are stripped and cross-checked
      *    against that leg's own counts, the data records are
      *    paired up one for one, and every mismatch lands in a
      *    discrepancy report. RC 8 tells the deck "files differ".
      *    Given a layout, each mismatch line names the fields that
      *    differ.
           MOVE "COMPARE" TO OpName.
           MOVE "N" TO LayoutMode.
           IF FUNCTION TRIM(LayoutFileName) NOT = SPACES
               PERFORM CaesarLoadLayout
               IF NOT LayoutOk
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO CmpCover
               PERFORM VARYING CmpFx FROM 1 BY 1
                   UNTIL CmpFx > LayCount
                   MOVE ALL "Y" TO CmpCover(LayFldStart(CmpFx):
                       LayFldLen(CmpFx))
               END-PERFORM
           END-IF.
           MOVE 0 TO CmpRecCount.
           MOVE 0 TO CmpBadCount.
           MOVE 0 TO Cmp2RecCount.
           MOVE 0 TO Cmp2Checksum.
           MOVE "N" TO Cmp2HadHeader.
           MOVE "N" TO Cmp2HadTrailer.
           MOVE "N" TO CmpStop.
           PERFORM BatchInputCtlInit.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.

           MOVE FIn2FileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FIn2FileName.

      *    The discrepancy report is a batch output like any other:
      *    with GENS ON a re-run compare must not overwrite the
      *    previous report.
           MOVE "N" TO GenReuse.
           PERFORM GenApplyOut.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening compare file "
                   FUNCTION TRIM(FInFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn2.
           IF F2Status NOT = "00"
               DISPLAY "Error opening compare file "
                   FUNCTION TRIM(FIn2FileName)
               CLOSE FIn
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error opening compare report file"
               CLOSE FIn, FIn2
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE SPACES TO OutLine.
           STRING
               "COMPARE " DELIMITED BY SIZE
               FUNCTION TRIM(FInFileName) DELIMITED BY SIZE
               " VS " DELIMITED BY SIZE
               FUNCTION TRIM(FIn2FileName) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
               INTO OutLine
           END-STRING.
           PERFORM CompareWriteRpt.

           MOVE 0 TO EOF.
           MOVE 0 TO EOF4.
           PERFORM CompareRead1.
           PERFORM CompareRead2.
           PERFORM UNTIL (EOF = 1 AND EOF4 = 1) OR CmpStop = "Y"
               IF EOF = 0 AND EOF4 = 0
                   ADD 1 TO CmpRecCount
                   IF FUNCTION TRIM(InLine TRAILING)
                       NOT = FUNCTION TRIM(In2Line TRAILING)
                       ADD 1 TO CmpBadCount
                       PERFORM CompareWriteMismatch
                   END-IF
               END-IF
               PERFORM CompareRead1
               PERFORM CompareRead2
           END-PERFORM.

           IF CmpStop = "Y"
               CLOSE FIn, FIn2, FOut
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchInputCtlEnd.
           IF Cmp2HadHeader = "Y" AND Cmp2HadTrailer = "N"
               DISPLAY "File " FUNCTION TRIM(FIn2FileName)
                   " has a header but no trailer - "
                   "file may be incomplete"
               MOVE "N" TO RunOk
               MOVE 7 TO StepRC
           END-IF.

           PERFORM CompareWriteSummary.
           CLOSE FIn, FIn2, FOut.

           IF CmpBadCount > 0 OR InRecCount NOT = Cmp2RecCount
               MOVE "N" TO RunOk
               MOVE 8 TO StepRC
           END-IF.

           MOVE CmpBadCount TO CmpCntDisplay.
           DISPLAY "Compare found " FUNCTION TRIM(CmpCntDisplay)
               " mismatch(es), report written to "
               FUNCTION TRIM(FOutFileName).

       CompareRead1.
      *    Next data record of file 1 into InLine, control records
      *    stripped and checked with the standard machinery.
           MOVE "N" TO GotData.
           PERFORM UNTIL EOF = 1 OR GotData = "Y"
               READ FIn INTO InLine
                   AT END MOVE 1 TO EOF
               END-READ
               IF EOF = 0
                   MOVE InLine TO CheckLine
                   PERFORM BatchCheckCtl
                   IF NOT IsCtlRecord
                       PERFORM BatchCountInRec
                       MOVE "Y" TO GotData
                   END-IF
               END-IF
           END-PERFORM.

       CompareRead2.
      *    Same for file 2, against its own counters so both
      *    trailers get an honest check.
           MOVE "N" TO GotData.
           PERFORM UNTIL EOF4 = 1 OR GotData = "Y"
               READ FIn2 INTO In2Line
                   AT END MOVE 1 TO EOF4
               END-READ
               IF EOF4 = 0
                   MOVE In2Line TO CheckLine
                   PERFORM Cmp2CheckCtl
                   IF NOT IsCtl2Record
                       PERFORM BatchChecksumLine
                       COMPUTE Cmp2Checksum = FUNCTION MOD(
                           Cmp2Checksum + ChkWork, 999999999)
                       ADD 1 TO Cmp2RecCount
                       MOVE "Y" TO GotData
                   END-IF
               END-IF
           END-PERFORM.

       Cmp2CheckCtl.
           MOVE "N" TO Cmp2IsCtl.

           IF CheckLine(1:4) = "HDR*"
               MOVE "Y" TO Cmp2IsCtl
               MOVE "Y" TO Cmp2HadHeader
           ELSE
               IF CheckLine(1:4) = "TRL*"
                   MOVE "Y" TO Cmp2IsCtl
                   MOVE "Y" TO Cmp2HadTrailer
                   PERFORM Cmp2CheckTrailer
               END-IF
           END-IF.

       Cmp2CheckTrailer.
           MOVE SPACES TO TrlTag.
           MOVE SPACES TO TrlCountText.
           MOVE SPACES TO TrlSumText.
           UNSTRING CheckLine DELIMITED BY ALL SPACE
               INTO TrlTag TrlCountText TrlSumText
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(TrlCountText)) NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(TrlSumText))
                   NOT = 0
               DISPLAY "Trailer record is corrupt in "
                   FUNCTION TRIM(FIn2FileName) ": "
                   FUNCTION TRIM(CheckLine)
               MOVE "N" TO RunOk
               MOVE 7 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TrlCountText))
               TO TrlCount.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TrlSumText)) TO TrlSum.

           IF TrlCount NOT = Cmp2RecCount OR TrlSum NOT = Cmp2Checksum
               MOVE Cmp2RecCount TO RecNumDisplay
               DISPLAY "Trailer does not match in "
                   FUNCTION TRIM(FIn2FileName) ": file carries "
                   FUNCTION TRIM(CheckLine)
                   " but " FUNCTION TRIM(RecNumDisplay)
                   " record(s) were read"
               MOVE "N" TO RunOk
               MOVE 7 TO StepRC
           END-IF.

       CompareWriteMismatch.
           MOVE CmpRecCount TO CmpCntDisplay.
           MOVE LENGTH OF FUNCTION TRIM(InLine TRAILING) TO CmpLen1.
           MOVE LENGTH OF FUNCTION TRIM(In2Line TRAILING) TO CmpLen2.
           MOVE CmpLen1 TO CmpLenD1.
           MOVE CmpLen2 TO CmpLenD2.
           MOVE SPACES TO OutLine.
           MOVE 1 TO CmpPtr.
           STRING
               "MISMATCH RECORD " DELIMITED BY SIZE
               FUNCTION TRIM(CmpCntDisplay) DELIMITED BY SIZE
               " LEN1=" DELIMITED BY SIZE
               FUNCTION TRIM(CmpLenD1) DELIMITED BY SIZE
               " LEN2=" DELIMITED BY SIZE
               FUNCTION TRIM(CmpLenD2) DELIMITED BY SIZE
               INTO OutLine WITH POINTER CmpPtr
           END-STRING.
           IF UseLayout
               PERFORM CompareNameFields
           END-IF.
           PERFORM CompareWriteRpt.

       CompareNameFields.
      *    Append the layout fields whose bytes differ, then flag
      *    any difference in bytes no field covers.
           MOVE "N" TO CmpFirst.
           PERFORM VARYING CmpFx FROM 1 BY 1 UNTIL CmpFx > LayCount
               IF InLine(LayFldStart(CmpFx):LayFldLen(CmpFx))
                   NOT = In2Line(LayFldStart(CmpFx):LayFldLen(CmpFx))
                   AND CmpPtr < 450
                   IF CmpFirst = "N"
                       STRING " FIELDS " DELIMITED BY SIZE
                           INTO OutLine WITH POINTER CmpPtr
                       END-STRING
                       MOVE "Y" TO CmpFirst
                   ELSE
                       STRING "," DELIMITED BY SIZE
                           INTO OutLine WITH POINTER CmpPtr
                       END-STRING
                   END-IF
                   STRING
                       FUNCTION TRIM(LayFldName(CmpFx))
                           DELIMITED BY SIZE
                       INTO OutLine WITH POINTER CmpPtr
                   END-STRING
               END-IF
           END-PERFORM.

           MOVE "N" TO CmpUnmapped.
           IF CmpLen1 > CmpLen2
               MOVE CmpLen1 TO CmpLenMax
           ELSE
               MOVE CmpLen2 TO CmpLenMax
           END-IF.
           PERFORM VARYING CmpFx FROM 1 BY 1 UNTIL CmpFx > CmpLenMax
               IF CmpCover(CmpFx:1) NOT = "Y"
                   AND InLine(CmpFx:1) NOT = In2Line(CmpFx:1)
                   MOVE "Y" TO CmpUnmapped
                   MOVE CmpLenMax TO CmpFx
               END-IF
           END-PERFORM.
           IF CmpUnmapped = "Y"
               STRING " UNMAPPED BYTES DIFFER" DELIMITED BY SIZE
                   INTO OutLine WITH POINTER CmpPtr
               END-STRING
           END-IF.

       CompareWriteSummary.
           MOVE CmpRecCount TO CmpCntDisplay.
           MOVE SPACES TO OutLine.
           STRING
               "RECORDS COMPARED " DELIMITED BY SIZE
               FUNCTION TRIM(CmpCntDisplay) DELIMITED BY SIZE
               INTO OutLine
           END-STRING.
           PERFORM CompareWriteRpt.

           MOVE CmpBadCount TO CmpCntDisplay.
           MOVE SPACES TO OutLine.
           STRING
               "MISMATCHES " DELIMITED BY SIZE
               FUNCTION TRIM(CmpCntDisplay) DELIMITED BY SIZE
               INTO OutLine
           END-STRING.
           PERFORM CompareWriteRpt.

           MOVE InRecCount TO CmpCntDisplay.
           MOVE Cmp2RecCount TO RecNumDisplay.
           MOVE SPACES TO OutLine.
           STRING
               "FILE1 RECORDS " DELIMITED BY SIZE
               FUNCTION TRIM(CmpCntDisplay) DELIMITED BY SIZE
               " FILE2 RECORDS " DELIMITED BY SIZE
               FUNCTION TRIM(RecNumDisplay) DELIMITED BY SIZE
               INTO OutLine
           END-STRING.
           PERFORM CompareWriteRpt.

           IF InRecCount NOT = Cmp2RecCount
               MOVE "RECORD COUNTS DIFFER" TO OutLine
               PERFORM CompareWriteRpt
           END-IF.

           IF CmpBadCount = 0 AND InRecCount = Cmp2RecCount
               MOVE "FILES MATCH" TO OutLine
               PERFORM CompareWriteRpt
           END-IF.

       CompareWriteRpt.
      *    Caller leaves the report line in OutLine. A write failure
      *    stops the compare rather than shipping a half report.
           WRITE OutLine.
           IF FStatus NOT = "00"
               DISPLAY "Error writing compare report"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO CmpStop
           END-IF.

       ValidateRun.
      *    Edit an inbound file against its layout before anything
      *    downstream processes it: conforming records to the clean
      *    file, failures to the reject file with the reason code
      *    and failing column range appended. Both outputs carry
      *    the standard HDR*/TRL* pair so their counts travel with
      *    them. Rejects end the step RC 9 so the deck can branch.
           MOVE "VALIDATE" TO OpName.
           PERFORM CaesarLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RejRecCount.
           MOVE 0 TO RejChecksum.
           MOVE "N" TO ValStop.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.
           MOVE "N" TO GenReuse.
           PERFORM GenApplyOut.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CatalogConsumeCheck.
           IF CatChkOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening input file"
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error opening clean output file"
               CLOSE FIn
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FRej.
           IF RejStatus NOT = "00"
               DISPLAY "Error opening reject file"
               CLOSE FIn, FOut
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE FInFileName TO HdrSource.
           PERFORM BatchWriteHeader.
           PERFORM ValidateRejHeader.
           PERFORM BatchInputCtlInit.

           MOVE 0 TO EOF
           READ FIn INTO InLine
               AT END MOVE 1 TO EOF
           END-READ
           PERFORM UNTIL EOF = 1 OR ValStop = "Y"
               MOVE InLine TO CheckLine
               PERFORM BatchCheckCtl
               IF NOT IsCtlRecord
                   PERFORM BatchCountInRec
                   PERFORM ValidateEditRecord
                   IF ValRecOk = "Y"
                       MOVE InLine TO OutLine
                       WRITE OutLine
                       IF FStatus NOT = "00"
                           DISPLAY "Error writing clean output file"
                           MOVE "N" TO RunOk
                           MOVE 4 TO StepRC
                           MOVE "Y" TO ValStop
                       ELSE
                           PERFORM BatchCountOutRec
                       END-IF
                   ELSE
                       PERFORM ValidateWriteReject
                   END-IF
               END-IF

               IF ValStop = "N"
                   READ FIn INTO InLine
                       AT END MOVE 1 TO EOF
                   END-READ
               END-IF
           END-PERFORM.

           IF ValStop = "Y"
               CLOSE FIn, FOut, FRej
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchInputCtlEnd.
           PERFORM BatchWriteTrailer.
           PERFORM ValidateRejTrailer.
           CLOSE FIn, FOut, FRej.
           IF FStatus NOT = "00"
               DISPLAY "Error closing output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE DataRecCount TO CmpCntDisplay.
           MOVE RejRecCount TO RecNumDisplay.
           DISPLAY "Validate wrote " FUNCTION TRIM(CmpCntDisplay)
               " clean record(s) to " FUNCTION TRIM(FOutFileName)
               " and " FUNCTION TRIM(RecNumDisplay)
               " reject(s) to " FUNCTION TRIM(RejFileName).

           IF RejRecCount > 0
               MOVE "N" TO RunOk
               MOVE 9 TO StepRC
           END-IF.

       ValidateEditRecord.
      *    One record against the layout: length first, then each
      *    field in layout order. The first edit that fails names
      *    the record's reason code, field and column range. A field
      *    not marked required may be left blank, whatever its type.
           MOVE "Y" TO ValRecOk.
           MOVE SPACES TO ValReason.
           MOVE SPACES TO ValBadField.
           MOVE 0 TO ValBadStart.
           MOVE 0 TO ValBadEnd.

      *    Only an overlong record is a length failure: READ INTO
      *    pads with spaces, so a correctly padded record whose last
      *    field is not full always trims shorter than the layout.
      *    Short records fall through to the field edits, which
      *    reject them only where a field actually demands content.
           MOVE LENGTH OF FUNCTION TRIM(InLine TRAILING)
               TO ValRecLen.
           IF ValRecLen > LayMaxEnd
               MOVE "N" TO ValRecOk
               MOVE "LEN" TO ValReason
               COMPUTE ValBadStart = LayMaxEnd + 1
               MOVE ValRecLen TO ValBadEnd
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ValIdx FROM 1 BY 1
               UNTIL ValIdx > LayCount OR ValRecOk = "N"
               IF InLine(LayFldStart(ValIdx):LayFldLen(ValIdx))
                   = SPACES
                   IF LayFldReq(ValIdx) = "Y"
                       MOVE "N" TO ValRecOk
                       IF LayFldType(ValIdx) = "D"
                           MOVE "NUM" TO ValReason
                       ELSE
                           MOVE "REQ" TO ValReason
                       END-IF
                   END-IF
               ELSE
                   IF LayFldType(ValIdx) = "D"
                       AND InLine(LayFldStart(ValIdx):
                           LayFldLen(ValIdx)) IS NOT NUMERIC
                       MOVE "N" TO ValRecOk
                       MOVE "NUM" TO ValReason
                   END-IF
               END-IF
               IF ValRecOk = "N" AND ValBadStart = 0
                   MOVE LayFldName(ValIdx) TO ValBadField
                   MOVE LayFldStart(ValIdx) TO ValBadStart
                   COMPUTE ValBadEnd = LayFldStart(ValIdx)
                       + LayFldLen(ValIdx) - 1
               END-IF
           END-PERFORM.

       ValidateWriteReject.
           MOVE ValBadStart TO ValColD1.
           MOVE ValBadEnd TO ValColD2.
           MOVE SPACES TO RejLine.
           MOVE 1 TO ValPtr.
           STRING
               FUNCTION TRIM(InLine TRAILING) DELIMITED BY SIZE
               " *REJ " DELIMITED BY SIZE
               FUNCTION TRIM(ValReason) DELIMITED BY SIZE
               INTO RejLine WITH POINTER ValPtr
           END-STRING.
           IF ValBadField NOT = SPACES
               STRING
                   " FIELD " DELIMITED BY SIZE
                   FUNCTION TRIM(ValBadField) DELIMITED BY SIZE
                   INTO RejLine WITH POINTER ValPtr
               END-STRING
           END-IF.
           STRING
               " COLS " DELIMITED BY SIZE
               FUNCTION TRIM(ValColD1) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(ValColD2) DELIMITED BY SIZE
               INTO RejLine WITH POINTER ValPtr
           END-STRING.
           WRITE RejLine.
           IF RejStatus NOT = "00"
               DISPLAY "Error writing reject file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO ValStop
               EXIT PARAGRAPH
           END-IF.
           MOVE RejLine TO CheckLine.
           PERFORM BatchChecksumLine.
           COMPUTE RejChecksum = FUNCTION MOD(RejChecksum + ChkWork,
               999999999).
           ADD 1 TO RejRecCount.

       ValidateRejHeader.
           MOVE SPACES TO RejLine.
           MOVE 1 TO HdrPtr.
           STRING
               "HDR* " DELIMITED BY SIZE
               FUNCTION TRIM(HdrSource) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OpName) DELIMITED BY SIZE
               INTO RejLine WITH POINTER HdrPtr
           END-STRING.
           IF InMasked = "Y"
               STRING
                   " " DELIMITED BY SIZE
                   MaskMarker DELIMITED BY SIZE
                   INTO RejLine WITH POINTER HdrPtr
               END-STRING
           END-IF.
           WRITE RejLine.
           IF RejStatus NOT = "00"
               DISPLAY "Error writing reject header record"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
           END-IF.

       ValidateRejTrailer.
           MOVE RejRecCount TO TrlCount.
           MOVE RejChecksum TO TrlSum.

           MOVE SPACES TO RejLine.
           STRING
               "TRL* " DELIMITED BY SIZE
               TrlCount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TrlSum DELIMITED BY SIZE
               INTO RejLine
           END-STRING.
           WRITE RejLine.
           IF RejStatus NOT = "00"
               DISPLAY "Error writing reject trailer record"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

      *    Catalog the rejects too, so a BALANCE rule can prove
      *    clean plus rejects against the input.
           MOVE FOutFileName TO RejSaveName.
           MOVE DataRecCount TO RejSaveCnt.
           MOVE DataChecksum TO RejSaveSum.
           MOVE RejFileName TO FOutFileName.
           MOVE RejRecCount TO DataRecCount.
           MOVE RejChecksum TO DataChecksum.
           PERFORM CatalogRegister.
           MOVE RejSaveName TO FOutFileName.
           MOVE RejSaveCnt TO DataRecCount.
           MOVE RejSaveSum TO DataChecksum.

       BalanceRun.
      *    End-of-job balancing. Each rule is "<terms> = <terms>",
      *    terms joined by + or - with blanks between every token. A
      *    term is a catalogued file name, a name given to one by an
      *    earlier "DEFINE <name> <file>" record, STEPn.IN or
      *    STEPn.OUT for the counts step n of this deck logged, or a
      *    literal number. Blank records and records starting with
      *    "*" are skipped. Any rule out of balance - or naming a
      *    count that does not exist - ends the step RC 13; a rule
      *    that cannot be read stops it RC 1.
           MOVE 0 TO BalRuleCnt.
           MOVE 0 TO BalPassCnt.
           MOVE 0 TO BalFailCnt.
           MOVE 0 TO BalDefCnt.
           MOVE "N" TO BalStop.

           OPEN INPUT FBal.
           IF BalStatus NOT = "00"
               DISPLAY "Error opening balancing rules file "
                   FUNCTION TRIM(BalFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO BalCatOpen.
           OPEN INPUT FCat.
           IF CatStatus = "00"
               MOVE "Y" TO BalCatOpen
           ELSE
               MOVE SPACES TO PrintDetail
               STRING
                   "NO OUTPUT CATALOG AT " DELIMITED BY SIZE
                   FUNCTION TRIM(CatFileName) DELIMITED BY SIZE
                   " - FILE TERMS CANNOT BE RESOLVED" DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
               PERFORM PrintOrDisplay
           END-IF.

           MOVE 0 TO BalEOF
           READ FBal
               AT END MOVE 1 TO BalEOF
           END-READ
           PERFORM UNTIL BalEOF = 1 OR BalStop = "Y"
               IF FUNCTION TRIM(BalLine) NOT = SPACES
                   AND BalLine(1:1) NOT = "*"
                   PERFORM BalanceLine
               END-IF
               IF BalStop = "N"
                   READ FBal
                       AT END MOVE 1 TO BalEOF
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE FBal.
           IF BalCatOpen = "Y"
               CLOSE FCat
           END-IF.
           IF BalStop = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE BalRuleCnt TO CntDisplay.
           MOVE SPACES TO PrintDetail.
           MOVE 1 TO BalPtr.
           STRING
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               " RULE(S) CHECKED, " DELIMITED BY SIZE
               INTO PrintDetail WITH POINTER BalPtr
           END-STRING.
           MOVE BalPassCnt TO CntDisplay.
           STRING
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               " IN BALANCE, " DELIMITED BY SIZE
               INTO PrintDetail WITH POINTER BalPtr
           END-STRING.
           MOVE BalFailCnt TO CntDisplay.
           STRING
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               " OUT OF BALANCE" DELIMITED BY SIZE
               INTO PrintDetail WITH POINTER BalPtr
           END-STRING.
           PERFORM PrintOrDisplay.

           IF BalRuleCnt = 0
               DISPLAY "Balancing rules file "
                   FUNCTION TRIM(BalFileName) " holds no rules"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.
           IF BalFailCnt > 0
               MOVE "N" TO RunOk
               MOVE 13 TO StepRC
           END-IF.

       BalanceLine.
      *    Break the record into blank-separated tokens.
           MOVE FUNCTION TRIM(BalLine) TO BalText.
           MOVE LENGTH OF FUNCTION TRIM(BalText TRAILING) TO BalLen.
           MOVE 0 TO BalTokCnt.
           MOVE 1 TO BalPtr.
           PERFORM UNTIL BalPtr > BalLen OR BalStop = "Y"
               MOVE SPACES TO BalWord
               UNSTRING BalText DELIMITED BY ALL SPACE
                   INTO BalWord WITH POINTER BalPtr
               END-UNSTRING
               IF BalWord NOT = SPACES
                   IF BalTokCnt >= 30
                       MOVE "MORE THAN 30 TOKENS" TO BalErrText
                       PERFORM BalanceSyntaxError
                   ELSE
                       ADD 1 TO BalTokCnt
                       MOVE BalWord TO BalTok(BalTokCnt)
                   END-IF
               END-IF
           END-PERFORM.
           IF BalStop = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION UPPER-CASE(BalTok(1)) = "DEFINE"
               PERFORM BalanceDefine
           ELSE
               PERFORM BalanceRule
           END-IF.

       BalanceDefine.
           IF BalTokCnt NOT = 3
               MOVE "DEFINE NEEDS <NAME> <FILE>" TO BalErrText
               PERFORM BalanceSyntaxError
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(BalTok(2)) TO BalWord.
           PERFORM BalanceFindDef.
           IF BalDx = 0
               IF BalDefCnt >= 50
                   MOVE "MORE THAN 50 DEFINE RECORDS" TO BalErrText
                   PERFORM BalanceSyntaxError
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BalDefCnt
               MOVE BalDefCnt TO BalDx
           END-IF.
           MOVE BalWord TO BalDefName(BalDx).
           MOVE BalTok(3) TO BalDefFile(BalDx).

       BalanceFindDef.
           MOVE 0 TO BalDx.
           PERFORM VARYING BalFx FROM 1 BY 1
               UNTIL BalFx > BalDefCnt OR BalDx > 0
               IF BalDefName(BalFx) = BalWord
                   MOVE BalFx TO BalDx
               END-IF
           END-PERFORM.

       BalanceRule.
      *    Terms sit at the odd positions, operators at the even
      *    ones, and exactly one operator is "=".
           MOVE 0 TO BalEqAt.
           IF FUNCTION MOD(BalTokCnt, 2) = 0 OR BalTokCnt < 3
               MOVE "RULE IS NOT <TERMS> = <TERMS>" TO BalErrText
               PERFORM BalanceSyntaxError
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BalTx FROM 2 BY 2
               UNTIL BalTx > BalTokCnt OR BalStop = "Y"
               EVALUATE BalTok(BalTx)
                   WHEN "+"
                   WHEN "-"
                       CONTINUE
                   WHEN "="
                       IF BalEqAt > 0
                           MOVE "MORE THAN ONE =" TO BalErrText
                           PERFORM BalanceSyntaxError
                       ELSE
                           MOVE BalTx TO BalEqAt
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO BalErrText
                       STRING
                           "EXPECTED + - OR = AT " DELIMITED BY SIZE
                           FUNCTION TRIM(BalTok(BalTx))
                               DELIMITED BY SIZE
                           INTO BalErrText
                       END-STRING
                       PERFORM BalanceSyntaxError
               END-EVALUATE
           END-PERFORM.
           IF BalStop = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF BalEqAt = 0
               MOVE "RULE HAS NO =" TO BalErrText
               PERFORM BalanceSyntaxError
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO BalRuleCnt.
           MOVE BalRuleCnt TO BalRuleD.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           STRING
               "RULE " DELIMITED BY SIZE
               FUNCTION TRIM(BalRuleD) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(BalText) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.

           MOVE 0 TO BalLeft.
           MOVE 0 TO BalRight.
           MOVE "Y" TO BalAllFound.
           MOVE "+" TO BalSign.
           PERFORM VARYING BalTx FROM 1 BY 1 UNTIL BalTx > BalTokCnt
               IF FUNCTION MOD(BalTx, 2) = 0
                   IF BalTx = BalEqAt
                       MOVE "+" TO BalSign
                   ELSE
                       MOVE BalTok(BalTx) TO BalSign
                   END-IF
               ELSE
                   PERFORM BalanceTerm
                   IF BalSign = "-"
                       COMPUTE BalTermVal = BalTermVal * -1
                   END-IF
                   IF BalTx < BalEqAt
                       ADD BalTermVal TO BalLeft
                   ELSE
                       ADD BalTermVal TO BalRight
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE BalDiff = BalLeft - BalRight.
           MOVE BalLeft TO BalAmtD.
           MOVE SPACES TO PrintDetail.
           MOVE "LEFT" TO PrintDetail(5:4).
           MOVE BalAmtD TO PrintDetail(60:16).
           PERFORM PrintOrDisplay.
           MOVE BalRight TO BalAmtD.
           MOVE SPACES TO PrintDetail.
           MOVE "RIGHT" TO PrintDetail(5:5).
           MOVE BalAmtD TO PrintDetail(60:16).
           PERFORM PrintOrDisplay.
           MOVE BalDiff TO BalAmtD.
           MOVE SPACES TO PrintDetail.
           MOVE "DIFFERENCE" TO PrintDetail(5:10).
           MOVE BalAmtD TO PrintDetail(60:16).
           IF BalDiff = 0 AND BalAllFound = "Y"
               MOVE "IN BALANCE" TO PrintDetail(80:10)
               ADD 1 TO BalPassCnt
           ELSE
               IF BalAllFound = "Y"
                   MOVE "*** OUT OF BALANCE ***" TO PrintDetail(80:22)
               ELSE
                   MOVE "*** NOT PROVEN - COUNT MISSING ***"
                       TO PrintDetail(80:34)
               END-IF
               ADD 1 TO BalFailCnt
           END-IF.
           PERFORM PrintOrDisplay.

       BalanceTerm.
      *    Resolve BalTok(BalTx) to a record count and print where
      *    the count came from.
           MOVE 0 TO BalTermVal.
           MOVE "Y" TO BalTermFound.
           MOVE SPACES TO BalTermSrc.
           MOVE BalTok(BalTx) TO BalWord.
           MOVE FUNCTION UPPER-CASE(BalWord) TO BalUpWord.

           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(BalWord)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(BalWord))
                       TO BalTermVal
                   MOVE "LITERAL" TO BalTermSrc
               WHEN BalUpWord(1:4) = "STEP"
                   PERFORM BalanceStepTerm
               WHEN OTHER
                   MOVE BalUpWord TO BalWord
                   PERFORM BalanceFindDef
                   IF BalDx > 0
                       MOVE BalDefFile(BalDx) TO BalCatName
                   ELSE
                       MOVE BalTok(BalTx) TO BalCatName
                   END-IF
                   PERFORM BalanceCatTerm
           END-EVALUATE.

           IF BalTermFound = "N"
               MOVE "N" TO BalAllFound
           END-IF.
           MOVE SPACES TO PrintDetail.
           MOVE BalSign TO PrintDetail(5:1).
           MOVE BalTok(BalTx)(1:20) TO PrintDetail(7:20).
           MOVE BalTermSrc TO PrintDetail(28:30).
           IF BalTermFound = "Y"
               MOVE BalTermVal TO BalAmtD
               MOVE BalAmtD TO PrintDetail(60:16)
           ELSE
               MOVE "NOT FOUND" TO PrintDetail(67:9)
           END-IF.
           PERFORM PrintOrDisplay.

       BalanceStepTerm.
      *    STEPn.IN / STEPn.OUT - the INREC or OUTREC step n of this
      *    deck logged.
           MOVE SPACES TO BalStepText.
           MOVE SPACES TO BalStepSide.
           UNSTRING BalUpWord(5:) DELIMITED BY "."
               INTO BalStepText BalStepSide
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(BalStepText)) NOT = 0
               OR (BalStepSide NOT = "IN" AND BalStepSide NOT = "OUT")
      *        Not a step reference after all - a file name that
      *        happens to start with STEP.
               MOVE BalTok(BalTx) TO BalCatName
               PERFORM BalanceCatTerm
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(BalStepText)) TO BalSx.
           MOVE BalSx TO BalStepD.
           MOVE SPACES TO BalTermSrc.
           STRING
               "JOBLOG STEP " DELIMITED BY SIZE
               FUNCTION TRIM(BalStepD) DELIMITED BY SIZE
               INTO BalTermSrc
           END-STRING.
           IF BalSx < 1 OR BalSx > 200
               MOVE "N" TO BalTermFound
               EXIT PARAGRAPH
           END-IF.
           IF BalStepSet(BalSx) NOT = "Y"
               MOVE "N" TO BalTermFound
               EXIT PARAGRAPH
           END-IF.
           IF BalStepSide = "IN"
               MOVE BalStepIn(BalSx) TO BalTermVal
           ELSE
               MOVE BalStepOut(BalSx) TO BalTermVal
           END-IF.

       BalanceCatTerm.
           MOVE BalCatName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
      *        GenResolveName failed the step for a missing
      *        generation; here that is a missing count, not an
      *        unreadable step.
               MOVE "Y" TO RunOk
               MOVE 0 TO StepRC
               MOVE "N" TO BalTermFound
               MOVE "NO CURRENT GENERATION" TO BalTermSrc
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BalTermSrc.
           STRING
               "CATALOG " DELIMITED BY SIZE
               FUNCTION TRIM(GenWorkName) DELIMITED BY SIZE
               INTO BalTermSrc
           END-STRING.
           IF BalCatOpen NOT = "Y"
               MOVE "N" TO BalTermFound
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO CatKey.
           READ FCat
               INVALID KEY MOVE "N" TO BalTermFound
           END-READ.
           IF BalTermFound = "Y"
               MOVE CatRecCnt TO BalTermVal
           END-IF.

       BalanceSyntaxError.
           DISPLAY "Balancing rule error: " FUNCTION TRIM(BalErrText).
           DISPLAY "  in: " FUNCTION TRIM(BalLine).
           MOVE "Y" TO BalStop.
           MOVE "N" TO RunOk.
           MOVE 1 TO StepRC.

       ExportRun.
      *    Fixed-layout file to comma-separated, one row per data
      *    record under a row of field names. Values are trimmed and
      *    a value holding a comma or a quote is quoted, its quotes
      *    doubled. The CSV keeps the standard HDR*/TRL* pair, so an
      *    IMPORT of it - or any consumer - can prove every record
      *    crossed over.
           MOVE "EXPORT" TO OpName.
           PERFORM CaesarLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RejRecCount.
           MOVE "N" TO CsvStop.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.
           IF FUNCTION TRIM(FOutFileName) = SPACES
               UNSTRING FInFileName DELIMITED BY '.'
                   INTO FOutFileName
               END-UNSTRING
               STRING
                   FUNCTION TRIM(FOutFileName TRAILING)
                       DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO FOutFileName
               END-STRING
           END-IF.
           MOVE "N" TO GenReuse.
           PERFORM GenApplyOut.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CatalogConsumeCheck.
           IF CatChkOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening input file"
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error opening CSV output file"
               CLOSE FIn
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE FInFileName TO HdrSource.
           PERFORM BatchWriteHeader.
           PERFORM BatchInputCtlInit.

      *    The heading row names the columns; it is not a data row
      *    and stays out of the counts.
           MOVE SPACES TO OutLine.
           MOVE 1 TO CsvPtr.
           MOVE "N" TO CsvOverflow.
           PERFORM VARYING CsvFx FROM 1 BY 1 UNTIL CsvFx > LayCount
               IF CsvFx > 1
                   MOVE "," TO CsvChar
                   PERFORM CsvPutChar
               END-IF
               MOVE LayFldName(CsvFx) TO CsvVal
               MOVE LENGTH OF FUNCTION TRIM(CsvVal TRAILING)
                   TO CsvValLen
               PERFORM ExportPutValue
           END-PERFORM.
           WRITE OutLine.
           IF FStatus NOT = "00"
               DISPLAY "Error writing CSV heading row"
               CLOSE FIn, FOut
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO EOF
           READ FIn INTO InLine
               AT END MOVE 1 TO EOF
           END-READ
           PERFORM UNTIL EOF = 1 OR CsvStop = "Y"
               MOVE InLine TO CheckLine
               PERFORM BatchCheckCtl
               IF NOT IsCtlRecord
                   PERFORM BatchCountInRec
                   PERFORM ExportRow
               END-IF
               IF CsvStop = "N"
                   READ FIn INTO InLine
                       AT END MOVE 1 TO EOF
                   END-READ
               END-IF
           END-PERFORM.

           IF CsvStop = "Y"
               CLOSE FIn, FOut
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchInputCtlEnd.
           PERFORM CsvReconcile.
           IF CsvStop = "Y"
               CLOSE FIn, FOut
               EXIT PARAGRAPH
           END-IF.
           PERFORM BatchWriteTrailer.
           CLOSE FIn, FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error closing output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE DataRecCount TO CmpCntDisplay.
           DISPLAY "Export wrote " FUNCTION TRIM(CmpCntDisplay)
               " row(s) to " FUNCTION TRIM(FOutFileName).

       ExportRow.
           MOVE SPACES TO OutLine.
           MOVE 1 TO CsvPtr.
           MOVE "N" TO CsvOverflow.
           PERFORM VARYING CsvFx FROM 1 BY 1 UNTIL CsvFx > LayCount
               IF CsvFx > 1
                   MOVE "," TO CsvChar
                   PERFORM CsvPutChar
               END-IF
               MOVE SPACES TO CsvVal
               MOVE 0 TO CsvValLen
               IF InLine(LayFldStart(CsvFx):LayFldLen(CsvFx))
                   NOT = SPACES
                   MOVE FUNCTION TRIM(InLine(LayFldStart(CsvFx):
                       LayFldLen(CsvFx))) TO CsvVal
                   MOVE LENGTH OF FUNCTION TRIM(CsvVal TRAILING)
                       TO CsvValLen
               END-IF
               PERFORM ExportPutValue
           END-PERFORM.

           IF CsvOverflow = "Y"
               MOVE InRecCount TO RecNumDisplay
               DISPLAY "CSV row for record "
                   FUNCTION TRIM(RecNumDisplay)
                   " is longer than 500 bytes"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO CsvStop
               EXIT PARAGRAPH
           END-IF.

           WRITE OutLine.
           IF FStatus NOT = "00"
               DISPLAY "Error writing CSV output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO CsvStop
           ELSE
               PERFORM BatchCountOutRec
           END-IF.

       ExportPutValue.
      *    Append CsvVal(1:CsvValLen) to the row at CsvPtr, quoted
      *    when it holds a comma or a quote.
           MOVE 0 TO CsvQuoteCnt.
           IF CsvValLen > 0
               INSPECT CsvVal(1:CsvValLen) TALLYING CsvQuoteCnt
                   FOR ALL "," ALL '"'
           END-IF.
           IF CsvQuoteCnt > 0
               MOVE '"' TO CsvChar
               PERFORM CsvPutChar
           END-IF.
           PERFORM VARYING CsvCx FROM 1 BY 1 UNTIL CsvCx > CsvValLen
               MOVE CsvVal(CsvCx:1) TO CsvChar
               IF CsvChar = '"'
                   PERFORM CsvPutChar
               END-IF
               PERFORM CsvPutChar
           END-PERFORM.
           IF CsvQuoteCnt > 0
               MOVE '"' TO CsvChar
               PERFORM CsvPutChar
           END-IF.

       CsvPutChar.
           IF CsvPtr > 500
               MOVE "Y" TO CsvOverflow
           ELSE
               MOVE CsvChar TO OutLine(CsvPtr:1)
               ADD 1 TO CsvPtr
           END-IF.

       CsvReconcile.
      *    Every data record read must be accounted for on the other
      *    side - as a row or record written, or as a reject.
           IF InRecCount NOT = DataRecCount + RejRecCount
               MOVE InRecCount TO RecNumDisplay
               MOVE DataRecCount TO CmpCntDisplay
               DISPLAY "Control totals do not reconcile: "
                   FUNCTION TRIM(RecNumDisplay) " read, "
                   FUNCTION TRIM(CmpCntDisplay) " written"
                   WITH NO ADVANCING
               MOVE RejRecCount TO CmpCntDisplay
               DISPLAY ", " FUNCTION TRIM(CmpCntDisplay)
                   " rejected"
               MOVE "N" TO RunOk
               MOVE 7 TO StepRC
               MOVE "Y" TO CsvStop
               EXIT PARAGRAPH
           END-IF.
           MOVE InRecCount TO RecNumDisplay.
           DISPLAY "Control totals reconciled: "
               FUNCTION TRIM(RecNumDisplay) " record(s) in".

       ImportRun.
      *    Comma-separated rows back into fixed positions under the
      *    layout: text left-justified and space-padded, D fields
      *    right-justified with leading zeros. The first data row is
      *    the column heading and is skipped. A row with the wrong
      *    number of columns, a value too long for its field, a non-
      *    numeric D value or an empty required field goes to the
      *    reject file with its reason. Rejects end the step RC 9,
      *    the way VALIDATE does.
           MOVE "IMPORT" TO OpName.
           PERFORM CaesarLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RejRecCount.
           MOVE 0 TO RejChecksum.
           MOVE "N" TO CsvStop.
           MOVE "N" TO CsvHeadDone.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.
           MOVE "N" TO GenReuse.
           PERFORM GenApplyOut.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CatalogConsumeCheck.
           IF CatChkOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening CSV input file"
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error opening output file"
               CLOSE FIn
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FRej.
           IF RejStatus NOT = "00"
               DISPLAY "Error opening reject file"
               CLOSE FIn, FOut
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE FInFileName TO HdrSource.
           PERFORM BatchWriteHeader.
           PERFORM ValidateRejHeader.
           PERFORM BatchInputCtlInit.

           MOVE 0 TO EOF
           READ FIn INTO InLine
               AT END MOVE 1 TO EOF
           END-READ
           PERFORM UNTIL EOF = 1 OR CsvStop = "Y"
               MOVE InLine TO CheckLine
               PERFORM BatchCheckCtl
               IF NOT IsCtlRecord
                   IF CsvHeadDone = "N"
                       MOVE "Y" TO CsvHeadDone
                   ELSE
                       PERFORM BatchCountInRec
                       PERFORM ImportRow
                   END-IF
               END-IF
               IF CsvStop = "N"
                   READ FIn INTO InLine
                       AT END MOVE 1 TO EOF
                   END-READ
               END-IF
           END-PERFORM.

           IF CsvStop = "Y"
               CLOSE FIn, FOut, FRej
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchInputCtlEnd.
           PERFORM CsvReconcile.
           IF CsvStop = "Y"
               CLOSE FIn, FOut, FRej
               EXIT PARAGRAPH
           END-IF.
           PERFORM BatchWriteTrailer.
           PERFORM ValidateRejTrailer.
           CLOSE FIn, FOut, FRej.
           IF FStatus NOT = "00"
               DISPLAY "Error closing output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE DataRecCount TO CmpCntDisplay.
           MOVE RejRecCount TO RecNumDisplay.
           DISPLAY "Import wrote " FUNCTION TRIM(CmpCntDisplay)
               " record(s) to " FUNCTION TRIM(FOutFileName)
               " and " FUNCTION TRIM(RecNumDisplay)
               " reject(s) to " FUNCTION TRIM(RejFileName).

           IF RejRecCount > 0 AND RunSucceeded
               MOVE "N" TO RunOk
               MOVE 9 TO StepRC
           END-IF.

       ImportRow.
           PERFORM ImportSplitRow.

           MOVE "Y" TO CsvRecOk.
           MOVE SPACES TO CsvReason.
           MOVE SPACES TO CsvBadField.
           MOVE 0 TO CsvBadCol.
           MOVE SPACES TO OutLine.
           IF CsvTooMany = "Y" OR CsvColCnt NOT = LayCount
               MOVE "N" TO CsvRecOk
               MOVE "COLS" TO CsvReason
           END-IF.
           PERFORM VARYING CsvFx FROM 1 BY 1
               UNTIL CsvFx > LayCount OR CsvRecOk = "N"
               PERFORM ImportPlaceField
           END-PERFORM.

           IF CsvRecOk = "N"
               PERFORM ImportWriteReject
               EXIT PARAGRAPH
           END-IF.

           WRITE OutLine.
           IF FStatus NOT = "00"
               DISPLAY "Error writing output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO CsvStop
           ELSE
               PERFORM BatchCountOutRec
           END-IF.

       ImportSplitRow.
      *    Split InLine on commas outside quotes. Inside quotes a
      *    doubled quote is one literal quote. A column longer than
      *    its holder keeps counting so the size edit still fails it.
           MOVE LENGTH OF FUNCTION TRIM(InLine TRAILING)
               TO CsvLineLen.
           MOVE "N" TO CsvTooMany.
           MOVE "N" TO CsvInQuote.
           MOVE 1 TO CsvColCnt.
           MOVE SPACES TO CsvCol(1).
           MOVE 0 TO CsvColLen(1).
           PERFORM VARYING CsvCx FROM 1 BY 1
               UNTIL CsvCx > CsvLineLen OR CsvTooMany = "Y"
               MOVE InLine(CsvCx:1) TO CsvChar
               EVALUATE TRUE
                   WHEN CsvInQuote = "Y" AND CsvChar = '"'
                       IF CsvCx < CsvLineLen
                           AND InLine(CsvCx + 1:1) = '"'
                           PERFORM CsvAddChar
                           ADD 1 TO CsvCx
                       ELSE
                           MOVE "N" TO CsvInQuote
                       END-IF
                   WHEN CsvInQuote = "Y"
                       PERFORM CsvAddChar
                   WHEN CsvChar = '"'
                       MOVE "Y" TO CsvInQuote
                   WHEN CsvChar = ","
                       IF CsvColCnt >= 100
                           MOVE "Y" TO CsvTooMany
                       ELSE
                           ADD 1 TO CsvColCnt
                           MOVE SPACES TO CsvCol(CsvColCnt)
                           MOVE 0 TO CsvColLen(CsvColCnt)
                       END-IF
                   WHEN OTHER
                       PERFORM CsvAddChar
               END-EVALUATE
           END-PERFORM.

       CsvAddChar.
           ADD 1 TO CsvColLen(CsvColCnt).
           IF CsvColLen(CsvColCnt) <= 500
               MOVE CsvChar
                   TO CsvCol(CsvColCnt)(CsvColLen(CsvColCnt):1)
           END-IF.

       ImportPlaceField.
           MOVE SPACES TO CsvVal.
           MOVE 0 TO CsvValLen.
           IF CsvColLen(CsvFx) > 500
               MOVE "SIZ" TO CsvReason
               PERFORM ImportFieldFail
               EXIT PARAGRAPH
           END-IF.
           IF CsvCol(CsvFx) NOT = SPACES
               MOVE FUNCTION TRIM(CsvCol(CsvFx)) TO CsvVal
               MOVE LENGTH OF FUNCTION TRIM(CsvVal TRAILING)
                   TO CsvValLen
           END-IF.

           IF CsvValLen = 0
               IF LayFldReq(CsvFx) = "Y"
                   MOVE "REQ" TO CsvReason
                   PERFORM ImportFieldFail
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF CsvValLen > LayFldLen(CsvFx)
               MOVE "SIZ" TO CsvReason
               PERFORM ImportFieldFail
               EXIT PARAGRAPH
           END-IF.

           IF LayFldType(CsvFx) = "D"
               IF CsvVal(1:CsvValLen) IS NOT NUMERIC
                   MOVE "NUM" TO CsvReason
                   PERFORM ImportFieldFail
                   EXIT PARAGRAPH
               END-IF
               MOVE ALL "0"
                   TO OutLine(LayFldStart(CsvFx):LayFldLen(CsvFx))
               MOVE CsvVal(1:CsvValLen) TO OutLine(LayFldStart(CsvFx)
                   + LayFldLen(CsvFx) - CsvValLen:CsvValLen)
           ELSE
               MOVE CsvVal(1:CsvValLen)
                   TO OutLine(LayFldStart(CsvFx):CsvValLen)
           END-IF.

       ImportFieldFail.
           MOVE "N" TO CsvRecOk.
           MOVE LayFldName(CsvFx) TO CsvBadField.
           MOVE CsvFx TO CsvBadCol.

       ImportWriteReject.
           MOVE SPACES TO RejLine.
           MOVE 1 TO CsvPtr.
           STRING
               FUNCTION TRIM(InLine TRAILING) DELIMITED BY SIZE
               " *REJ " DELIMITED BY SIZE
               FUNCTION TRIM(CsvReason) DELIMITED BY SIZE
               INTO RejLine WITH POINTER CsvPtr
           END-STRING.
           IF CsvReason = "COLS"
               MOVE CsvColCnt TO CsvColD
               MOVE LayCount TO CsvExpD
               STRING
                   " FOUND " DELIMITED BY SIZE
                   FUNCTION TRIM(CsvColD) DELIMITED BY SIZE
                   INTO RejLine WITH POINTER CsvPtr
               END-STRING
               IF CsvTooMany = "Y"
                   STRING
                       "+" DELIMITED BY SIZE
                       INTO RejLine WITH POINTER CsvPtr
                   END-STRING
               END-IF
               STRING
                   " EXPECTED " DELIMITED BY SIZE
                   FUNCTION TRIM(CsvExpD) DELIMITED BY SIZE
                   INTO RejLine WITH POINTER CsvPtr
               END-STRING
           ELSE
               MOVE CsvBadCol TO CsvColD
               STRING
                   " FIELD " DELIMITED BY SIZE
                   FUNCTION TRIM(CsvBadField) DELIMITED BY SIZE
                   " COLUMN " DELIMITED BY SIZE
                   FUNCTION TRIM(CsvColD) DELIMITED BY SIZE
                   INTO RejLine WITH POINTER CsvPtr
               END-STRING
           END-IF.
           WRITE RejLine.
           IF RejStatus NOT = "00"
               DISPLAY "Error writing reject file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO CsvStop
               EXIT PARAGRAPH
           END-IF.
           MOVE RejLine TO CheckLine.
           PERFORM BatchChecksumLine.
           COMPUTE RejChecksum = FUNCTION MOD(RejChecksum + ChkWork,
               999999999).
           ADD 1 TO RejRecCount.

       SortPrepare.
      *    Load the layout and turn the card's key list into start,
      *    length and direction per key. Done once per card, so a
      *    manifest SORT resolves its keys once for every file.
           MOVE "N" TO SortKeysOk.
           PERFORM CaesarLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO SortKeysOk.
           MOVE 0 TO SortKeyCnt.
           MOVE 0 TO SortKeyTotLen.
           MOVE 1 TO SortSpecPtr.
           PERFORM UNTIL SortSpecPtr > 100 OR SortKeysOk = "N"
               MOVE SPACES TO SortKeyTok
               UNSTRING SortKeySpec DELIMITED BY ","
                   INTO SortKeyTok WITH POINTER SortSpecPtr
               END-UNSTRING
               IF FUNCTION TRIM(SortKeyTok) NOT = SPACES
                   PERFORM SortPrepareKey
               END-IF
           END-PERFORM.

           IF SortKeysOk = "Y" AND SortKeyCnt = 0
               DISPLAY "No sort keys named"
               MOVE "N" TO SortKeysOk
           END-IF.

           IF SortKeysOk = "N"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
           END-IF.

       SortPrepareKey.
           MOVE SPACES TO SortKeyName.
           MOVE SPACES TO SortKeyDirText.
           UNSTRING SortKeyTok DELIMITED BY ":"
               INTO SortKeyName SortKeyDirText
           END-UNSTRING.

           MOVE SortKeyName TO LayFindName.
           PERFORM LayoutFindField.
           IF LayFindIdx = 0
               DISPLAY "Sort key " FUNCTION TRIM(SortKeyName)
                   " is not a field of layout "
                   FUNCTION TRIM(LayoutFileName)
               MOVE "N" TO SortKeysOk
               EXIT PARAGRAPH
           END-IF.

           IF SortKeyCnt >= 10
               DISPLAY "Too many sort keys - at most 10"
               MOVE "N" TO SortKeysOk
               EXIT PARAGRAPH
           END-IF.

           IF SortKeyTotLen + LayFldLen(LayFindIdx) > 200
               DISPLAY "Sort keys are longer than 200 bytes in total"
               MOVE "N" TO SortKeysOk
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SortKeyCnt.
           MOVE LayFindIdx TO SortKeyFld(SortKeyCnt).
           MOVE LayFldStart(LayFindIdx) TO SortKeyStart(SortKeyCnt).
           MOVE LayFldLen(LayFindIdx) TO SortKeyLen(SortKeyCnt).
           ADD LayFldLen(LayFindIdx) TO SortKeyTotLen.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SortKeyDirText))
               WHEN SPACES
               WHEN "A"
                   MOVE "A" TO SortKeyDir(SortKeyCnt)
               WHEN "D"
                   MOVE "D" TO SortKeyDir(SortKeyCnt)
               WHEN OTHER
                   DISPLAY "Sort key " FUNCTION TRIM(SortKeyTok)
                       " must end :A or :D"
                   MOVE "N" TO SortKeysOk
           END-EVALUATE.

       SortBuildKey.
      *    Composite key for the record in InLine. Bytes past the
      *    last key stay spaces, the same for every record.
           MOVE SPACES TO SortKeyWork.
           MOVE 1 TO SortKeyPtr.
           PERFORM VARYING SortKx FROM 1 BY 1 UNTIL SortKx > SortKeyCnt
               MOVE InLine(SortKeyStart(SortKx):SortKeyLen(SortKx))
                   TO SortKeyWork(SortKeyPtr:SortKeyLen(SortKx))
               IF SortKeyDir(SortKx) = "D"
                   PERFORM VARYING SortBx FROM SortKeyPtr BY 1
                       UNTIL SortBx > SortKeyPtr + SortKeyLen(SortKx)
                           - 1
                       MOVE FUNCTION CHAR(257 - FUNCTION ORD(
                           SortKeyWork(SortBx:1)))
                           TO SortKeyWork(SortBx:1)
                   END-PERFORM
               END-IF
               ADD SortKeyLen(SortKx) TO SortKeyPtr
           END-PERFORM.

       SortRun.
      *    Re-sequence one file on the layout fields named on the
      *    card. Control records are checked and stripped on the
      *    way in, and the sorted data goes out under a fresh
      *    header/trailer, cataloged like any other batch output.
      *    Records with equal keys keep their arrival order.
           MOVE "SORT" TO OpName.
           MOVE "N" TO SortStop.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.
           MOVE "N" TO GenReuse.
           PERFORM GenApplyOut.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE FInFileName TO HdrSource.

           PERFORM CatalogConsumeCheck.
           IF CatChkOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening input file"
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH

           OPEN OUTPUT FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error opening output file"
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               CLOSE FIn
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchWriteHeader.
           PERFORM BatchInputCtlInit.

           SORT FSort ON ASCENDING KEY SortKey
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SortInput
               OUTPUT PROCEDURE IS SortOutput.

           IF SortStop = "Y"
               CLOSE FIn, FOut
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchInputCtlEnd.
           PERFORM BatchWriteTrailer.
           CLOSE FIn, FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error closing output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE DataRecCount TO CmpCntDisplay.
           DISPLAY "Sort wrote " FUNCTION TRIM(CmpCntDisplay)
               " record(s) to " FUNCTION TRIM(FOutFileName).

       SortInput.
           MOVE 0 TO EOF.
           PERFORM CaesarReadData.
           PERFORM UNTIL EOF = 1
               PERFORM SortBuildKey
               MOVE SortKeyWork TO SortKey
               MOVE InLine TO SortData
               RELEASE SortRec
               PERFORM CaesarReadData
           END-PERFORM.

       SortOutput.
      *    Nothing is written once an input has failed - the output
      *    keeps its header and no trailer, so no later step can
      *    mistake it for a finished file.
           IF SortStop = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SortEOF.
           RETURN FSort
               AT END MOVE 1 TO SortEOF
           END-RETURN.
           PERFORM UNTIL SortEOF = 1 OR SortStop = "Y"
               MOVE SortData TO OutLine
               WRITE OutLine
               IF FStatus NOT = "00"
                   DISPLAY "Error writing output file"
                   MOVE "N" TO RunOk
                   MOVE 4 TO StepRC
                   MOVE "Y" TO SortStop
               ELSE
                   PERFORM BatchCountOutRec
                   RETURN FSort
                       AT END MOVE 1 TO SortEOF
                   END-RETURN
               END-IF
           END-PERFORM.

       MergeRun.
      *    Combine the manifest's inputs, each already in key
      *    sequence, into one sequenced file. Every input is checked
      *    against its own previous record as it is read: a record
      *    out of sequence fails the step RC 10 before anything is
      *    written past the header.
           MOVE "MERGE" TO OpName.
           MOVE "N" TO SortStop.
           MOVE 0 TO ManFiles.
           MOVE 0 TO ManInRecs.

           IF FUNCTION TRIM(ManFileName) = SPACES
               DISPLAY "MANIFEST= needs a filename"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO GenReuse.
           PERFORM GenApplyOut.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FMan.
           IF ManStatus NOT = "00"
               DISPLAY "Error opening manifest file "
                   FUNCTION TRIM(ManFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

      *    Every input is resolved and consume-checked before the
      *    output header is written, so that one masked input marks
      *    the merged file as masked too. The manifest is then read
      *    again from the top for the merge itself.
           PERFORM MergeCheckInputs.
           CLOSE FMan.
           IF SortStop = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FMan.
           IF ManStatus NOT = "00"
               DISPLAY "Error opening manifest file "
                   FUNCTION TRIM(ManFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error opening output file"
               MOVE "N" TO RunOk
               MOVE 3 TO StepRC
               CLOSE FMan
               EXIT PARAGRAPH
           END-IF.

           MOVE ManFileName TO HdrSource.
           MOVE MergeMasked TO InMasked.
           PERFORM BatchWriteHeader.

           SORT FSort ON ASCENDING KEY SortKey
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS MergeInput
               OUTPUT PROCEDURE IS SortOutput.

           CLOSE FMan.
      *    Carry the total across all inputs into the job log record.
           MOVE ManInRecs TO InRecCount.

           IF SortStop = "N" AND ManFiles = 0
               DISPLAY "Manifest " FUNCTION TRIM(ManFileName)
                   " names no input files"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               MOVE "Y" TO SortStop
           END-IF.

           IF SortStop = "Y"
               CLOSE FOut
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchWriteTrailer.
           CLOSE FOut.
           IF FStatus NOT = "00"
               DISPLAY "Error closing output file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE DataRecCount TO CmpCntDisplay.
           MOVE ManFiles TO ManCntDisplay.
           DISPLAY "Merge wrote " FUNCTION TRIM(CmpCntDisplay)
               " record(s) from " FUNCTION TRIM(ManCntDisplay)
               " file(s) to " FUNCTION TRIM(FOutFileName).

       MergeInput.
           MOVE 0 TO ManEOF
           READ FMan INTO ManLine
               AT END MOVE 1 TO ManEOF
           END-READ
           PERFORM UNTIL ManEOF = 1 OR SortStop = "Y"
               IF FUNCTION TRIM(ManLine) NOT = SPACES
                   AND ManLine(1:1) NOT = "*"
                   PERFORM MergeOneInput
               END-IF
               READ FMan INTO ManLine
                   AT END MOVE 1 TO ManEOF
               END-READ
           END-PERFORM.

       MergeCheckInputs.
           MOVE "N" TO MergeMasked.
           MOVE 0 TO ManEOF
           READ FMan INTO ManLine
               AT END MOVE 1 TO ManEOF
           END-READ
           PERFORM UNTIL ManEOF = 1 OR SortStop = "Y"
               IF FUNCTION TRIM(ManLine) NOT = SPACES
                   AND ManLine(1:1) NOT = "*"
                   PERFORM MergeCheckOneInput
               END-IF
               READ FMan INTO ManLine
                   AT END MOVE 1 TO ManEOF
               END-READ
           END-PERFORM.

       MergeCheckOneInput.
           MOVE ManLine TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               MOVE "Y" TO SortStop
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.

           PERFORM CatalogConsumeCheck.
           IF CatChkOk NOT = "Y"
               MOVE "Y" TO SortStop
               EXIT PARAGRAPH
           END-IF.
           IF InMasked = "Y"
               MOVE "Y" TO MergeMasked
           END-IF.

       MergeOneInput.
           ADD 1 TO ManFiles.
           MOVE ManLine TO FInFileName.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               MOVE "Y" TO SortStop
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening merge input "
                   FUNCTION TRIM(FInFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               MOVE "Y" TO SortStop
               EXIT PARAGRAPH
           END-IF.

           PERFORM BatchInputCtlInit.
           MOVE LOW-VALUES TO SortPrevKey.
           MOVE 0 TO SortFileRec.
           MOVE 0 TO EOF.
           PERFORM CaesarReadData.
           PERFORM UNTIL EOF = 1 OR SortStop = "Y"
               ADD 1 TO SortFileRec
               PERFORM SortBuildKey
               IF SortKeyWork < SortPrevKey
                   MOVE SortFileRec TO RecNumDisplay
                   DISPLAY "Merge input " FUNCTION TRIM(FInFileName)
                       " is out of sequence at record "
                       FUNCTION TRIM(RecNumDisplay)
                   MOVE "N" TO RunOk
                   MOVE 10 TO StepRC
                   MOVE "Y" TO SortStop
               ELSE
                   MOVE SortKeyWork TO SortPrevKey
                   MOVE SortKeyWork TO SortKey
                   MOVE InLine TO SortData
                   RELEASE SortRec
                   PERFORM CaesarReadData
               END-IF
           END-PERFORM.

           IF SortStop = "N"
               PERFORM BatchInputCtlEnd
               IF NOT RunSucceeded
                   MOVE "Y" TO SortStop
               END-IF
           END-IF.
           CLOSE FIn.
           ADD InRecCount TO ManInRecs.

       SummarizeOpts.
      *    Optional operands after the break keys, in either order:
      *    "SUMMARY=<file>" asks for the summary data file, anything
      *    else names the print file.
           MOVE SPACES TO PrintFileName.
           MOVE SPACES TO SumFileName.

           IF FUNCTION UPPER-CASE(OptParmA(1:8)) = "SUMMARY="
               MOVE OptParmA(9:) TO SumFileName
           ELSE
               MOVE OptParmA TO PrintFileName
           END-IF.

           IF FUNCTION UPPER-CASE(OptParmB(1:8)) = "SUMMARY="
               MOVE OptParmB(9:) TO SumFileName
           ELSE
               IF FUNCTION TRIM(OptParmB) NOT = SPACES
                   MOVE OptParmB TO PrintFileName
               END-IF
           END-IF.

       SummarizePrepare.
      *    Break keys were resolved by SortPrepare. Pick out the
      *    fields to total: every D field that is not a break key -
      *    an account number typed D is a key, not an amount.
           MOVE 0 TO SumFldCnt.

           IF SortKeyCnt > 5
               DISPLAY "SUMMARIZE takes at most 5 break keys"
               MOVE "N" TO SortKeysOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.
           MOVE SortKeyCnt TO SumLevels.

           PERFORM VARYING LayFindX FROM 1 BY 1
               UNTIL LayFindX > LayCount OR SortKeysOk = "N"
               IF LayFldType(LayFindX) = "D"
                   MOVE "N" TO Found
                   PERFORM VARYING SortKx FROM 1 BY 1
                       UNTIL SortKx > SortKeyCnt
                       IF SortKeyFld(SortKx) = LayFindX
                           MOVE "Y" TO Found
                       END-IF
                   END-PERFORM
                   IF Found = "N"
                       PERFORM SummarizeAddField
                   END-IF
               END-IF
           END-PERFORM.

           IF SortKeysOk = "N"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
           END-IF.

       SummarizeAddField.
           IF LayFldLen(LayFindX) > 18
               DISPLAY "Field " FUNCTION TRIM(LayFldName(LayFindX))
                   " is too long to total - at most 18 digits"
               MOVE "N" TO SortKeysOk
               EXIT PARAGRAPH
           END-IF.
           IF SumFldCnt >= 15
               DISPLAY "Layout has more than 15 D fields to total"
               MOVE "N" TO SortKeysOk
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SumFldCnt.
           MOVE LayFindX TO SumFldIdx(SumFldCnt).

       SummarizeRun.
      *    Control-break summary of a fixed-layout extract: record
      *    count and D-field subtotals per group at every break
      *    level, grand totals at the end, a new page at each major
      *    break. With SUMMARY= the lowest-level groups also go to a
      *    data file - break key values at their layout widths, the
      *    count in 9 digits, then each total in 18 - under the
      *    standard HDR*/TRL* pair. Input out of break-key sequence
      *    fails the step RC 10 rather than printing split groups.
           MOVE "SUMMARIZE" TO OpName.
           INITIALIZE SumAccTable.
           MOVE "Y" TO SumFirst.
           MOVE 0 TO SumBadNum.
           MOVE "N" TO SumOverflow.
           MOVE "N" TO SumStop.

           MOVE FInFileName TO GenWorkName.
           PERFORM GenResolveName.
           IF GenOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE GenWorkName TO FInFileName.

           IF FUNCTION TRIM(SumFileName) NOT = SPACES
               MOVE SumFileName TO FOutFileName
               MOVE "N" TO GenReuse
               PERFORM GenApplyOut
               IF GenOk NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CatalogConsumeCheck.
           IF CatChkOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               DISPLAY "Error opening input file"
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(SumFileName) NOT = SPACES
               OPEN OUTPUT FOut
               IF FStatus NOT = "00"
                   DISPLAY "Error opening summary file"
                   MOVE "N" TO RunOk
                   MOVE 3 TO StepRC
                   CLOSE FIn
                   EXIT PARAGRAPH
               END-IF
               MOVE FInFileName TO HdrSource
               PERFORM BatchWriteHeader
           END-IF.

           PERFORM SummarizeShowKeys.
           PERFORM BatchInputCtlInit.
           MOVE LOW-VALUES TO SortPrevKey.
           MOVE 0 TO EOF.
           PERFORM CaesarReadData.
           PERFORM UNTIL EOF = 1 OR SumStop = "Y"
               PERFORM SortBuildKey
               IF SortKeyWork < SortPrevKey
                   MOVE InRecCount TO RecNumDisplay
                   DISPLAY "Input " FUNCTION TRIM(FInFileName)
                       " is out of break-key sequence at record "
                       FUNCTION TRIM(RecNumDisplay)
                   MOVE "N" TO RunOk
                   MOVE 10 TO StepRC
                   MOVE "Y" TO SumStop
               ELSE
                   MOVE SortKeyWork TO SortPrevKey
                   PERFORM SummarizeRecord
                   PERFORM CaesarReadData
               END-IF
           END-PERFORM.

           IF SumStop = "N" AND SumFirst = "N"
               MOVE 1 TO SumBreakAt
               PERFORM SummarizeCloseLevels
           END-IF.

           IF SumStop = "Y"
               CLOSE FIn
               IF FUNCTION TRIM(SumFileName) NOT = SPACES
                   CLOSE FOut
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM SummarizeGrandTotal.
           PERFORM BatchInputCtlEnd.
           CLOSE FIn.

           IF FUNCTION TRIM(SumFileName) NOT = SPACES
               PERFORM BatchWriteTrailer
               CLOSE FOut
               IF FStatus NOT = "00"
                   DISPLAY "Error closing summary file"
                   MOVE "N" TO RunOk
                   MOVE 4 TO StepRC
                   EXIT PARAGRAPH
               END-IF
               MOVE DataRecCount TO CmpCntDisplay
               DISPLAY "Summary wrote " FUNCTION TRIM(CmpCntDisplay)
                   " group record(s) to " FUNCTION TRIM(FOutFileName)
           END-IF.

       SummarizeShowKeys.
           MOVE SPACES TO PrintDetail.
           STRING
               "Input " DELIMITED BY SIZE
               FUNCTION TRIM(FInFileName) DELIMITED BY SIZE
               " layout " DELIMITED BY SIZE
               FUNCTION TRIM(LayoutFileName) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.

           MOVE SPACES TO PrintDetail.
           MOVE "Break keys:" TO PrintDetail.
           MOVE 13 TO SumPtr.
           PERFORM VARYING SumKx FROM 1 BY 1 UNTIL SumKx > SumLevels
               STRING
                   FUNCTION TRIM(LayFldName(SortKeyFld(SumKx)))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO PrintDetail WITH POINTER SumPtr
               END-STRING
           END-PERFORM.
           PERFORM PrintOrDisplay.

           MOVE SPACES TO PrintDetail.
           MOVE "Totalled:" TO PrintDetail.
           MOVE 13 TO SumPtr.
           IF SumFldCnt = 0
               MOVE "(no D fields - counts only)"
                   TO PrintDetail(13:)
           END-IF.
           PERFORM VARYING SumFx FROM 1 BY 1 UNTIL SumFx > SumFldCnt
               STRING
                   FUNCTION TRIM(LayFldName(SumFldIdx(SumFx)))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO PrintDetail WITH POINTER SumPtr
               END-STRING
           END-PERFORM.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.

       SummarizeRecord.
      *    Find the highest break level whose key changed, close
      *    every group from the lowest level up to it, then count
      *    the record into the lowest level.
           IF SumFirst = "Y"
               MOVE "N" TO SumFirst
               MOVE 1 TO SumBreakAt
               PERFORM SummarizeSetKeys
           ELSE
               MOVE 0 TO SumBreakAt
               PERFORM VARYING SumLvl FROM 1 BY 1
                   UNTIL SumLvl > SumLevels OR SumBreakAt > 0
                   IF InLine(SortKeyStart(SumLvl):SortKeyLen(SumLvl))
                       NOT = SumCurVal(SumLvl)(1:SortKeyLen(SumLvl))
                       MOVE SumLvl TO SumBreakAt
                   END-IF
               END-PERFORM
               IF SumBreakAt > 0
                   PERFORM SummarizeCloseLevels
                   IF SumStop = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   IF SumBreakAt = 1 AND PrintActive
                       PERFORM PrintHeading
                   END-IF
                   PERFORM SummarizeSetKeys
               END-IF
           END-IF.

           COMPUTE SumAccIx = SumLevels + 1.
           ADD 1 TO SumAccCnt(SumAccIx).
           PERFORM VARYING SumFx FROM 1 BY 1 UNTIL SumFx > SumFldCnt
               MOVE 0 TO SumFldVal
               IF InLine(LayFldStart(SumFldIdx(SumFx)):
                   LayFldLen(SumFldIdx(SumFx))) IS NUMERIC
                   MOVE FUNCTION NUMVAL(InLine(LayFldStart(SumFldIdx(
                       SumFx)):LayFldLen(SumFldIdx(SumFx))))
                       TO SumFldVal
               ELSE
                   IF InLine(LayFldStart(SumFldIdx(SumFx)):
                       LayFldLen(SumFldIdx(SumFx))) NOT = SPACES
                       ADD 1 TO SumBadNum
                   END-IF
               END-IF
               ADD SumFldVal TO SumAccTot(SumAccIx, SumFx)
                   ON SIZE ERROR MOVE "Y" TO SumOverflow
               END-ADD
           END-PERFORM.

       SummarizeSetKeys.
           PERFORM VARYING SumLvl FROM SumBreakAt BY 1
               UNTIL SumLvl > SumLevels
               MOVE SPACES TO SumCurVal(SumLvl)
               MOVE InLine(SortKeyStart(SumLvl):SortKeyLen(SumLvl))
                   TO SumCurVal(SumLvl)
           END-PERFORM.

       SummarizeCloseLevels.
      *    Print and close each group from the lowest level up to
      *    SumBreakAt, rolling its totals into the level above.
           PERFORM VARYING SumLvl FROM SumLevels BY -1
               UNTIL SumLvl < SumBreakAt OR SumStop = "Y"
               COMPUTE SumAccIx = SumLvl + 1
               IF SumLvl = SumLevels
                   AND FUNCTION TRIM(SumFileName) NOT = SPACES
                   PERFORM SummarizeWriteGroup
               END-IF
               PERFORM SummarizePrintLevel
               ADD SumAccCnt(SumAccIx) TO SumAccCnt(SumLvl)
               PERFORM VARYING SumFx FROM 1 BY 1
                   UNTIL SumFx > SumFldCnt
                   ADD SumAccTot(SumAccIx, SumFx)
                       TO SumAccTot(SumLvl, SumFx)
                       ON SIZE ERROR MOVE "Y" TO SumOverflow
                   END-ADD
                   MOVE 0 TO SumAccTot(SumAccIx, SumFx)
               END-PERFORM
               MOVE 0 TO SumAccCnt(SumAccIx)
           END-PERFORM.

       SummarizePrintLevel.
           COMPUTE SumIndent = (SumLvl - 1) * 2.
           MOVE SPACES TO PrintDetail.
           COMPUTE SumPtr = SumIndent + 1.
           STRING
               "TOTAL" DELIMITED BY SIZE
               INTO PrintDetail WITH POINTER SumPtr
           END-STRING.
           PERFORM VARYING SumKx FROM 1 BY 1 UNTIL SumKx > SumLvl
               STRING
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LayFldName(SortKeyFld(SumKx)))
                       DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(SumCurVal(SumKx)) DELIMITED BY SIZE
                   INTO PrintDetail WITH POINTER SumPtr
               END-STRING
           END-PERFORM.
           PERFORM PrintOrDisplay.
           PERFORM SummarizePrintAmounts.

       SummarizePrintAmounts.
      *    Count and totals for SumAccLevel(SumAccIx), one line
      *    each, indented under the group's TOTAL line.
           MOVE SPACES TO PrintDetail.
           MOVE "RECORDS" TO PrintDetail(SumIndent + 5:30).
           MOVE SumAccCnt(SumAccIx) TO SumAmtDisplay.
           MOVE SumAmtDisplay TO PrintDetail(SumIndent + 36:23).
           PERFORM PrintOrDisplay.

           PERFORM VARYING SumFx FROM 1 BY 1 UNTIL SumFx > SumFldCnt
               MOVE SPACES TO PrintDetail
               MOVE LayFldName(SumFldIdx(SumFx))
                   TO PrintDetail(SumIndent + 5:30)
               MOVE SumAccTot(SumAccIx, SumFx) TO SumAmtDisplay
               MOVE SumAmtDisplay TO PrintDetail(SumIndent + 36:23)
               PERFORM PrintOrDisplay
           END-PERFORM.

       SummarizeWriteGroup.
           MOVE SPACES TO OutLine.
           MOVE 1 TO SumPtr.
           PERFORM VARYING SumKx FROM 1 BY 1 UNTIL SumKx > SumLevels
               MOVE SumCurVal(SumKx)(1:SortKeyLen(SumKx))
                   TO OutLine(SumPtr:SortKeyLen(SumKx))
               COMPUTE SumPtr = SumPtr + SortKeyLen(SumKx) + 1
           END-PERFORM.
           MOVE SumAccCnt(SumAccIx) TO SumCntOut.
           MOVE SumCntOut TO OutLine(SumPtr:9).
           ADD 10 TO SumPtr.
           PERFORM VARYING SumFx FROM 1 BY 1 UNTIL SumFx > SumFldCnt
               MOVE SumAccTot(SumAccIx, SumFx) TO OutLine(SumPtr:18)
               ADD 19 TO SumPtr
           END-PERFORM.

           WRITE OutLine.
           IF FStatus NOT = "00"
               DISPLAY "Error writing summary file"
               MOVE "N" TO RunOk
               MOVE 4 TO StepRC
               MOVE "Y" TO SumStop
           ELSE
               PERFORM BatchCountOutRec
           END-IF.

       SummarizeGrandTotal.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE "GRAND TOTAL" TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE 0 TO SumIndent.
           MOVE 1 TO SumAccIx.
           PERFORM SummarizePrintAmounts.

           IF SumBadNum > 0
               MOVE SumBadNum TO CntDisplay
               MOVE SPACES TO PrintDetail
               STRING
                   "Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
                   " non-numeric D value(s) counted as zero - "
                       DELIMITED BY SIZE
                   "VALIDATE the input first" DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
               PERFORM PrintOrDisplay
           END-IF.

           IF SumOverflow = "Y"
               MOVE "Note: a total exceeded 18 digits and is not compl
      -            "ete" TO PrintDetail
               PERFORM PrintOrDisplay
           END-IF.

       ManifestCheckParm.
      *    with the step's already-validated key/layout/verify
      *    options. Blank records and records starting with "*" are
      *    skipped. The step ends with the worst individual RC.
           MOVE "Y" TO HistByFile.
           MOVE 0 TO ManFiles.
           MOVE 0 TO ManFailed.
           MOVE 0 TO ManRecords.
           MOVE 0 TO StepRC.
           MOVE 0 TO DataRecCount.
           MOVE 0 TO InRecCount.
           MOVE "N" TO InMasked.
           MOVE ManLine TO FInFileName.
           MOVE FUNCTION CURRENT-DATE TO HistStartTs.

           EVALUATE StepOp
               WHEN "CAESAR"
               WHEN "DECRYPT"
               WHEN "VIGENERE"
               WHEN "VIGDECRYPT"
               WHEN "REKEY"
               WHEN "MASK"
                   PERFORM CaesarRun
               WHEN "REVERSE"
                   MOVE "_reversed.txt" TO ManSuffix
                   PERFORM PalindromeRun
               WHEN "FREQ"
                   PERFORM CharFrequencyFile
               WHEN "SORT"
                   MOVE "_sorted.txt" TO ManSuffix
                   PERFORM ManifestBuildOut
                   PERFORM SortRun
           END-EVALUATE.

           MOVE StepOp TO HistOp.
           MOVE ManLine TO HistInput.
           IF VolCheckOn AND RunSucceeded
               PERFORM VolCheckRun
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO HistEndTs.
           PERFORM HistAppend.

           ADD DataRecCount TO ManRecords.
           ADD InRecCount TO ManInRecs.
           IF RunSucceeded
       CaesarBatchDriver.
      *    Unattended entry point: PARM/command-line carries
      *    "<filename> <key>" so the scheduler never has to drive
      *    an ACCEPT prompt. The run goes into the run history like
      *    any deck step.
           MOVE FUNCTION CURRENT-DATE TO HistStartTs.
           MOVE 0 TO InRecCount.
           MOVE 0 TO DataRecCount.
           PERFORM CaesarBatchRun.
           MOVE "CAESAR" TO HistOp.
           MOVE SPACES TO HistInput.
           UNSTRING CmdLine DELIMITED BY SPACE
               INTO HistInput
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE TO HistEndTs.
           PERFORM HistAppend.

       CaesarBatchRun.
           MOVE "Y" TO BatchMode.
           MOVE "C" TO CipherMode.
           MOVE "CAESAR" TO OpName.

           PERFORM UNTIL EOF = 1

               EVALUATE TRUE
                   WHEN RekeyActive
                       PERFORM RekeyShiftLine
                   WHEN MaskActive
                       PERFORM MaskLine
                   WHEN OTHER
                       PERFORM CaesarShiftLine
               END-EVALUATE

               WRITE OutLine
               END-WRITE

           PERFORM CaesarAuditLog.

           IF RekeyActive AND RunSucceeded
               PERFORM CatalogMarkRekeyed
           END-IF.

       CaesarReadData.
      *    Read the next data record from FIn into InLine, counting
      *    it for the input trailer check and stripping any control
               MOVE CKey TO CurShift
           END-IF.

       RekeyPrepare.
      *    Resolve both sides of a REKEY before any file is opened.
      *    The new side takes the old side's layout unless it names
      *    its own. A card whose two sides come out identical would
      *    rewrite the file unchanged, so it is refused.
           MOVE "N" TO RekeyOk.
           IF FUNCTION TRIM(RekeyNewLayout) = SPACES
               MOVE RekeyOldLayout TO RekeyNewLayout
           END-IF.

           MOVE RekeyOldAlias TO RekeyWorkAlias.
           MOVE RekeyOldLayout TO RekeyWorkLayout.
           PERFORM RekeyResolveSide.
           IF RekeyOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE RekeyWorkSide TO RekeyOldSide.

           MOVE RekeyNewAlias TO RekeyWorkAlias.
           MOVE RekeyNewLayout TO RekeyWorkLayout.
           PERFORM RekeyResolveSide.
           IF RekeyOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE RekeyWorkSide TO RekeyNewSide.

           IF RekeyOldAlias = RekeyNewAlias
               AND RekeyOldLayMode = RekeyNewLayMode
               AND RekeyOldMask = RekeyNewMask
               DISPLAY "REKEY old and new sides are the same - "
                   "nothing to do"
               MOVE "N" TO RekeyOk
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

      *    The output is enciphered under the new alias, and that is
      *    what the trailer's catalog entry and the audit line carry.
           MOVE RekeyNewAlias TO KeyAlias.
           MOVE "Y" TO KeyAliasUsed.

       RekeyResolveSide.
      *    One side of a REKEY into RekeyWorkSide. Only a vault alias
      *    is taken - a rotation is exactly the step that must leave
      *    no literal key in the deck - and the vault record says
      *    which cipher the key belongs to. A layout of NONE, or no
      *    layout at all, means the whole record was enciphered.
           MOVE "N" TO RekeyOk.
           MOVE RekeyWorkAlias TO VaultAlias.
           MOVE SPACES TO VaultWantType.
           PERFORM VaultResolve.
           IF NOT VaultResolved
               EXIT PARAGRAPH
           END-IF.
           MOVE VaultAlias TO RekeyWorkAlias.
           MOVE VaultRecClass TO RekeyWorkClass.
           MOVE 0 TO RekeyWorkShift.
           MOVE SPACES TO RekeyWorkWord.
           MOVE 0 TO RekeyWorkWordLen.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(VaultRecType))
               WHEN "CAESAR"
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(VaultKeyText))
                       NOT = 0
                       DISPLAY "Key alias "
                           FUNCTION TRIM(RekeyWorkAlias)
                           " does not hold a numeric Caesar key"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(VaultKeyText))
                       TO RekeyWorkShift
                   IF RekeyWorkShift < -25 OR RekeyWorkShift > 25
                       DISPLAY "Key alias "
                           FUNCTION TRIM(RekeyWorkAlias)
                           " holds a key outside -25 to 25"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "C" TO RekeyWorkCipher
               WHEN "VIGENERE"
                   MOVE VaultKeyText TO VigKeyword
                   PERFORM VigCheckKeyword
                   IF NOT VigKeywordOk
                       DISPLAY "Key alias "
                           FUNCTION TRIM(RekeyWorkAlias)
                           " does not hold a 1 to 30 letter keyword"
                       MOVE "N" TO RunOk
                       MOVE 1 TO StepRC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "V" TO RekeyWorkCipher
                   MOVE VigKeyword TO RekeyWorkWord
                   MOVE VigKeyLen TO RekeyWorkWordLen
               WHEN OTHER
                   DISPLAY "Key alias " FUNCTION TRIM(RekeyWorkAlias)
                       " is a " FUNCTION TRIM(VaultRecType)
                       " key - REKEY moves CAESAR and VIGENERE keys"
                   MOVE "N" TO RunOk
                   MOVE 1 TO StepRC
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF FUNCTION TRIM(RekeyWorkLayout) = SPACES
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(RekeyWorkLayout))
                   = "NONE"
               MOVE "N" TO RekeyWorkLayMode
               MOVE ALL "N" TO RekeyWorkMask
           ELSE
               MOVE RekeyWorkLayout TO LayoutFileName
               PERFORM CaesarLoadLayout
               IF NOT LayoutOk
                   EXIT PARAGRAPH
               END-IF
               MOVE LayoutMode TO RekeyWorkLayMode
               MOVE EncMask TO RekeyWorkMask
           END-IF.

           MOVE "Y" TO RekeyOk.

       RekeyShiftLine.
      *    Decipher under the old side, re-encipher under the new.
      *    The clear record only ever exists in InLine between the
      *    two passes - it is never written, logged or checkpointed.
           PERFORM RekeyUseOld.
           PERFORM CaesarShiftLine.
           MOVE OutLine TO InLine.
           PERFORM RekeyUseNew.
           PERFORM CaesarShiftLine.

       RekeyUseOld.
           MOVE RekeyOldCipher TO CipherMode.
           COMPUTE CKey = RekeyOldShift * -1.
           MOVE RekeyOldWord TO VigKeyword.
           MOVE RekeyOldWordLen TO VigKeyLen.
           MOVE -1 TO VigSign.
           MOVE RekeyOldLayMode TO LayoutMode.
           MOVE RekeyOldMask TO EncMask.

       RekeyUseNew.
           MOVE RekeyNewCipher TO CipherMode.
           MOVE RekeyNewShift TO CKey.
           MOVE RekeyNewWord TO VigKeyword.
           MOVE RekeyNewWordLen TO VigKeyLen.
           MOVE +1 TO VigSign.
           MOVE RekeyNewLayMode TO LayoutMode.
           MOVE RekeyNewMask TO EncMask.

       MaskPrepare.
      *    Layout, rules and token seed are all settled before the
      *    input is opened. The seed is the MASK key's value, hashed
      *    once; the key itself is never logged.
           MOVE "N" TO MaskOk.
           PERFORM CaesarLoadLayout.
           IF NOT LayoutOk
               EXIT PARAGRAPH
           END-IF.

           PERFORM MaskLoadRules.
           IF MaskOk NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO MaskOk.

           MOVE SPACES TO MaskSeedAlias.
           MOVE 0 TO MaskSeedHash.
           IF FUNCTION TRIM(MaskKeyParm) NOT = SPACES
               MOVE MaskKeyParm(7:) TO VaultAlias
               MOVE "MASK" TO VaultWantType
               PERFORM VaultResolve
               IF NOT VaultResolved
                   EXIT PARAGRAPH
               END-IF
               MOVE VaultAlias TO MaskSeedAlias
               MOVE LENGTH OF FUNCTION TRIM(VaultKeyText) TO MaskLn
               PERFORM VARYING MaskCx FROM 1 BY 1
                   UNTIL MaskCx > MaskLn
                   COMPUTE MaskSeedHash = FUNCTION MOD(MaskSeedHash
                       * 31 + FUNCTION ORD(VaultKeyText(MaskCx:1)),
                       999999937)
               END-PERFORM
           ELSE
               IF MaskHasToken = "Y"
                   DISPLAY "TOKEN rules need KEYID=<alias> of a MASK "
                       "key so tokens match across files"
                   MOVE "N" TO RunOk
                   MOVE 1 TO StepRC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE RunTimeStamp(9:8) TO MaskRandSeed.
           COMPUTE MaskRandom = FUNCTION RANDOM(MaskRandSeed).
           MOVE "Y" TO MaskOk.

       MaskLoadRules.
      *    One rule per record, "<field> TOKEN|SCRAMBLE|BLANK" or
      *    "<field> FIXED <value>". Fields with no rule pass through.
      *    A rule whose output could not pass VALIDATE against the
      *    layout is refused here rather than discovered downstream.
      *    Blank records and records starting with "*" are skipped.
           MOVE "N" TO MaskOk.
           MOVE "N" TO MaskHasToken.
           MOVE 0 TO MaskRuleCnt.
           MOVE SPACES TO MaskRuleTable.

           OPEN INPUT FMaskRul.
           IF MaskRulStatus NOT = "00"
               DISPLAY "Error opening mask rules file "
                   FUNCTION TRIM(MaskRulesName)
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO MaskOk.
           MOVE 0 TO MaskRulEOF
           READ FMaskRul
               AT END MOVE 1 TO MaskRulEOF
           END-READ
           PERFORM UNTIL MaskRulEOF = 1 OR MaskOk = "N"
               IF FUNCTION TRIM(MaskRulLine) NOT = SPACES
                   AND MaskRulLine(1:1) NOT = "*"
                   PERFORM MaskLoadRule
               END-IF
               READ FMaskRul
                   AT END MOVE 1 TO MaskRulEOF
               END-READ
           END-PERFORM.

           CLOSE FMaskRul.

           IF MaskOk = "Y" AND MaskRuleCnt = 0
               DISPLAY "Mask rules file "
                   FUNCTION TRIM(MaskRulesName) " has no rules"
               MOVE "N" TO MaskOk
           END-IF.

           IF MaskOk = "N"
               MOVE "N" TO RunOk
               MOVE 1 TO StepRC
           END-IF.

       MaskLoadRule.
           MOVE SPACES TO MaskFldText.
           MOVE SPACES TO MaskRuleText.
           MOVE SPACES TO MaskValText.
           MOVE 1 TO MaskPtr.
           UNSTRING MaskRulLine DELIMITED BY ALL SPACE
               INTO MaskFldText MaskRuleText
               WITH POINTER MaskPtr
           END-UNSTRING.
           IF MaskPtr <= 160
               MOVE MaskRulLine(MaskPtr:) TO MaskValText
           END-IF.
           MOVE FUNCTION UPPER-CASE(MaskRuleText) TO MaskRuleText.

           MOVE MaskFldText TO LayFindName.
           PERFORM LayoutFindField.
           IF LayFindIdx = 0
               DISPLAY "Mask rule names a field not in the layout: "
                   FUNCTION TRIM(MaskRulLine)
               MOVE "N" TO MaskOk
               EXIT PARAGRAPH
           END-IF.
           MOVE LayFindIdx TO MaskFx.
           IF MaskRule(MaskFx) NOT = SPACE
               DISPLAY "Field " FUNCTION TRIM(LayFldName(MaskFx))
                   " has more than one mask rule"
               MOVE "N" TO MaskOk
               EXIT PARAGRAPH
           END-IF.

           EVALUATE MaskRuleText
               WHEN "TOKEN"
                   MOVE "T" TO MaskRule(MaskFx)
                   MOVE "Y" TO MaskHasToken
               WHEN "SCRAMBLE"
                   MOVE "S" TO MaskRule(MaskFx)
               WHEN "FIXED"
                   PERFORM MaskLoadFixed
               WHEN "BLANK"
      *            A blanked D field that VALIDATE requires is zero
      *            filled; any other required field cannot be blank.
                   IF LayFldReq(MaskFx) = "Y"
                       IF LayFldType(MaskFx) = "D"
                           MOVE "Z" TO MaskRule(MaskFx)
                       ELSE
                           DISPLAY "BLANK would fail VALIDATE - field "
                               FUNCTION TRIM(LayFldName(MaskFx))
                               " is required"
                           MOVE "N" TO MaskOk
                       END-IF
                   ELSE
                       MOVE "B" TO MaskRule(MaskFx)
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown mask rule: "
                       FUNCTION TRIM(MaskRulLine)
                   MOVE "N" TO MaskOk
           END-EVALUATE.

           IF MaskOk = "Y"
               ADD 1 TO MaskRuleCnt
           END-IF.

       MaskLoadFixed.
           MOVE FUNCTION TRIM(MaskValText) TO MaskValText.
           IF MaskValText = SPACES
               DISPLAY "FIXED needs a value: "
                   FUNCTION TRIM(MaskRulLine)
               MOVE "N" TO MaskOk
               EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(MaskValText TRAILING)
               TO MaskLn.
           IF MaskLn > LayFldLen(MaskFx)
               DISPLAY "FIXED value is longer than field "
                   FUNCTION TRIM(LayFldName(MaskFx))
               MOVE "N" TO MaskOk
               EXIT PARAGRAPH
           END-IF.
           IF LayFldType(MaskFx) = "D"
               AND MaskValText(1:MaskLn) IS NOT NUMERIC
               DISPLAY "FIXED value for D field "
                   FUNCTION TRIM(LayFldName(MaskFx))
                   " must be digits"
               MOVE "N" TO MaskOk
               EXIT PARAGRAPH
           END-IF.
           MOVE "F" TO MaskRule(MaskFx).
           MOVE MaskValText TO MaskFixed(MaskFx).
           MOVE MaskLn TO MaskFixLen(MaskFx).

       MaskLine.
      *    Bytes outside masked fields pass through unchanged, so
      *    record length and every unmasked column line up with the
      *    production file.
           MOVE InLine TO OutLine.
           PERFORM VARYING MaskFx FROM 1 BY 1 UNTIL MaskFx > LayCount
               IF MaskRule(MaskFx) NOT = SPACE
                   MOVE LayFldStart(MaskFx) TO MaskSt
                   MOVE LayFldLen(MaskFx) TO MaskLn
                   COMPUTE MaskEnd = MaskSt + MaskLn - 1
                   EVALUATE MaskRule(MaskFx)
                       WHEN "T"
                           PERFORM MaskTokenField
                       WHEN "S"
                           PERFORM MaskScrambleField
                       WHEN "F"
                           PERFORM MaskFixedField
                       WHEN "B"
                           MOVE SPACES TO OutLine(MaskSt:MaskLn)
                       WHEN "Z"
                           MOVE ALL "0" TO OutLine(MaskSt:MaskLn)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       MaskTokenField.
      *    Hash the seed and the whole field value, then walk a
      *    generator from that hash for each byte, so every output
      *    byte depends on every input byte and the same value
      *    always comes out the same.
           MOVE MaskSeedHash TO MaskHash.
           PERFORM VARYING MaskCx FROM MaskSt BY 1
               UNTIL MaskCx > MaskEnd
               COMPUTE MaskHash = FUNCTION MOD(MaskHash * 31
                   + FUNCTION ORD(InLine(MaskCx:1)), 999999937)
           END-PERFORM.
           PERFORM VARYING MaskCx FROM MaskSt BY 1
               UNTIL MaskCx > MaskEnd
               COMPUTE MaskHash = FUNCTION MOD(MaskHash * 69069 + 1,
                   2147483647)
               MOVE MaskHash TO MaskNum
               PERFORM MaskClassChar
           END-PERFORM.

       MaskScrambleField.
           PERFORM VARYING MaskCx FROM MaskSt BY 1
               UNTIL MaskCx > MaskEnd
               COMPUTE MaskNum = FUNCTION RANDOM * 1000000
               PERFORM MaskClassChar
           END-PERFORM.

       MaskClassChar.
      *    Replace the byte at MaskCx with one of the same class,
      *    chosen by MaskNum. Spaces and punctuation stay put.
           MOVE InLine(MaskCx:1) TO MaskChar.
           EVALUATE TRUE
               WHEN MaskChar IS NUMERIC
                   COMPUTE MaskIx = FUNCTION MOD(MaskNum, 10) + 1
                   MOVE MaskDigits(MaskIx:1) TO OutLine(MaskCx:1)
               WHEN MaskChar = SPACE
                   CONTINUE
               WHEN MaskChar IS ALPHABETIC-UPPER
                   COMPUTE MaskIx = FUNCTION MOD(MaskNum, 26) + 1
                   MOVE MaskUpper(MaskIx:1) TO OutLine(MaskCx:1)
               WHEN MaskChar IS ALPHABETIC-LOWER
                   COMPUTE MaskIx = FUNCTION MOD(MaskNum, 26) + 1
                   MOVE MaskLower(MaskIx:1) TO OutLine(MaskCx:1)
           END-EVALUATE.

       MaskFixedField.
      *    D fields take the value right-justified and zero filled,
      *    everything else left-justified and space filled.
           IF LayFldType(MaskFx) = "D"
               MOVE ALL "0" TO OutLine(MaskSt:MaskLn)
               COMPUTE MaskCx = MaskEnd - MaskFixLen(MaskFx) + 1
               MOVE MaskFixed(MaskFx)(1:MaskFixLen(MaskFx))
                   TO OutLine(MaskCx:MaskFixLen(MaskFx))
           ELSE
               MOVE SPACES TO OutLine(MaskSt:MaskLn)
               MOVE MaskFixed(MaskFx)(1:MaskFixLen(MaskFx))
                   TO OutLine(MaskSt:MaskFixLen(MaskFx))
           END-IF.

       CaesarVerifyRun.
      *    Round-trip proof before the file ships: re-read FOut,
      *    undo the shift with the same math CaesarDecrypt uses,
                   MOVE FUNCTION TRIM(CKeyDisplay) TO AuditKeyText
               END-IF
           END-IF.
      *    A masking run logs its rules file and token key alias -
      *    nothing that would let the masking be undone.
           IF MaskActive
               MOVE "*MASK" TO AuditKeyText
           END-IF.

           OPEN EXTEND FAudit.
           IF AuditStatus NOT = "00"
           END-IF.

           MOVE SPACES TO AuditLine.
           MOVE 1 TO AuditPtr.
           STRING
               FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
               " IN=" DELIMITED BY SIZE
               FUNCTION TRIM(FOutFileName) DELIMITED BY SIZE
               " KEY=" DELIMITED BY SIZE
               FUNCTION TRIM(AuditKeyText) DELIMITED BY SIZE
               INTO AuditLine WITH POINTER AuditPtr
           END-STRING.
      *    A key rotation names both sides on the one line; the old
      *    alias trails so the report's KEY= tally counts the file
      *    against the key it is now under.
           IF RekeyActive
               STRING
                   " OLDKEY=" DELIMITED BY SIZE
                   FUNCTION TRIM(RekeyOldAlias) DELIMITED BY SIZE
                   INTO AuditLine WITH POINTER AuditPtr
               END-STRING
           END-IF.
           IF MaskActive
               STRING
                   " RULES=" DELIMITED BY SIZE
                   FUNCTION TRIM(MaskRulesName) DELIMITED BY SIZE
                   INTO AuditLine WITH POINTER AuditPtr
               END-STRING
               IF MaskSeedAlias NOT = SPACES
                   STRING
                       " TOKENKEY=" DELIMITED BY SIZE
                       FUNCTION TRIM(MaskSeedAlias) DELIMITED BY SIZE
                       INTO AuditLine WITH POINTER AuditPtr
                   END-STRING
               END-IF
           END-IF.
           PERFORM AuthSetOperText.
           STRING
               " OPER=" DELIMITED BY SIZE
               FUNCTION TRIM(OperText) DELIMITED BY SIZE
               INTO AuditLine WITH POINTER AuditPtr
               ON OVERFLOW
                   DISPLAY "Warning: audit record truncated"
           END-STRING.
           IF AuthDual = "Y"
               STRING
                   " APPROVER=" DELIMITED BY SIZE
                   FUNCTION TRIM(ApproverId) DELIMITED BY SIZE
                   INTO AuditLine WITH POINTER AuditPtr
                   ON OVERFLOW
                       DISPLAY "Warning: audit record truncated"
               END-STRING
           END-IF.
           WRITE AuditLine.

           CLOSE FAudit.
           MOVE DataRecCount TO CatRecCnt.
           MOVE DataChecksum TO CatChkSum.
           MOVE RunTimeStamp TO CatStamp.
           PERFORM AuthSetOperText.
           MOVE OperText TO CatOperator.
      *    Enciphered outputs remember the vault alias they are under
      *    so a key cannot be retired while files still need it. A
      *    literal key is never catalogued, and a rebuilt file starts
      *    with no REKEY forwarding.
           MOVE SPACES TO CatKeyAlias.
           MOVE SPACES TO CatRekeyTo.
           IF UsedKeyAlias
               AND (OpName = "CAESAR" OR OpName = "VIGENERE"
                   OR OpName = "REKEY")
               MOVE KeyAlias TO CatKeyAlias
           END-IF.

           OPEN I-O FCat.
           IF CatStatus = "35"
               " OP=" FUNCTION TRIM(CatOp)
               " RECS=" FUNCTION TRIM(CmpCntDisplay)
               " SUM=" FUNCTION TRIM(RecNumDisplay)
               " AT " FUNCTION TRIM(CatStamp)
               " OPER=" FUNCTION TRIM(CatOperator).
           IF CatKeyAlias NOT = SPACES
               IF CatRekeyTo = SPACES
                   DISPLAY "    KEYID=" FUNCTION TRIM(CatKeyAlias)
               ELSE
                   DISPLAY "    KEYID=" FUNCTION TRIM(CatKeyAlias)
                       " REKEYED TO " FUNCTION TRIM(CatRekeyTo)
               END-IF
           END-IF.

       CatalogMarkRekeyed.
      *    The file a REKEY read is superseded, not deleted - purging
      *    it stays an operator decision - so its catalog entry
      *    records where its records went and KEYUSE stops counting
      *    it against the old alias. An uncatalogued input has no
      *    entry to mark.
           OPEN I-O FCat.
           IF CatStatus NOT = "00"
               DISPLAY "Warning: unable to update output catalog"
               EXIT PARAGRAPH
           END-IF.

           MOVE FInFileName TO CatKey.
           MOVE "Y" TO CatFound.
           READ FCat
               INVALID KEY MOVE "N" TO CatFound
           END-READ.
           IF CatFound = "Y"
               MOVE FOutFileName TO CatRekeyTo
               REWRITE CatRec
               END-REWRITE
               IF CatStatus NOT = "00"
                   DISPLAY "Warning: unable to update output catalog"
               END-IF
           END-IF.

           CLOSE FCat.

       KeyUseRun.
      *    Before a vault key is retired every catalogued output
      *    still enciphered under it must be rekeyed or purged. This
      *    lists the entries carrying the alias that no REKEY has
      *    superseded, with the key's own expiry for context.
           MOVE FUNCTION UPPER-CASE(KeyUseAlias) TO KeyUseAlias.
           MOVE 0 TO KeyUseCount.
           MOVE FUNCTION CURRENT-DATE TO RunTimeStamp.
           MOVE RunTimeStamp(1:8) TO TodayDate.

           MOVE KeyUseAlias TO VaultAlias.
           PERFORM VaultLookup.
           MOVE SPACES TO PrintDetail.
           IF VaultFound = "Y"
               STRING
                   "KEYID " DELIMITED BY SIZE
                   FUNCTION TRIM(KeyUseAlias) DELIMITED BY SIZE
                   " TYPE " DELIMITED BY SIZE
                   FUNCTION TRIM(VaultRecType) DELIMITED BY SIZE
                   " EXPIRES " DELIMITED BY SIZE
                   FUNCTION TRIM(VaultRecExp) DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
           ELSE
               STRING
                   "KEYID " DELIMITED BY SIZE
                   FUNCTION TRIM(KeyUseAlias) DELIMITED BY SIZE
                   " IS NOT IN THE KEY VAULT" DELIMITED BY SIZE
                   INTO PrintDetail
               END-STRING
           END-IF.
           PERFORM PrintOrDisplay.

           IF VaultFound = "Y" AND VaultRecExp(1:8) IS NUMERIC
               COMPUTE KeyUseDays =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(VaultRecExp(1:8)))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(TodayDate))
               MOVE SPACES TO PrintDetail
               IF KeyUseDays < 0
                   COMPUTE KeyUseDaysD = KeyUseDays * -1
                   STRING
                       "  EXPIRED " DELIMITED BY SIZE
                       FUNCTION TRIM(KeyUseDaysD) DELIMITED BY SIZE
                       " DAY(S) AGO" DELIMITED BY SIZE
                       INTO PrintDetail
                   END-STRING
               ELSE
                   MOVE KeyUseDays TO KeyUseDaysD
                   STRING
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(KeyUseDaysD) DELIMITED BY SIZE
                       " DAY(S) TO EXPIRY" DELIMITED BY SIZE
                       INTO PrintDetail
                   END-STRING
               END-IF
               PERFORM PrintOrDisplay
           END-IF.

           OPEN INPUT FCat.
           IF CatStatus NOT = "00"
               DISPLAY "No output catalog found at "
                   FUNCTION TRIM(CatFileName)
               MOVE "N" TO RunOk
               MOVE 2 TO StepRC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           MOVE SPACES TO PrintDetail.
           MOVE "OUTPUT FILE" TO PrintDetail(3:11).
           MOVE "OPERATION" TO PrintDetail(65:9).
           MOVE "RECORDS" TO PrintDetail(79:7).
           MOVE "CREATED" TO PrintDetail(89:7).
           PERFORM PrintOrDisplay.

           MOVE 0 TO CatEOF.
           MOVE LOW-VALUES TO CatKey.
           START FCat KEY NOT < CatKey
               INVALID KEY MOVE 1 TO CatEOF
           END-START.
           PERFORM UNTIL CatEOF = 1
               READ FCat NEXT RECORD
                   AT END MOVE 1 TO CatEOF
               END-READ
               IF CatEOF = 0
                   AND CatKeyAlias = KeyUseAlias
                   AND CatRekeyTo = SPACES
                   ADD 1 TO KeyUseCount
                   PERFORM KeyUseShowEntry
               END-IF
           END-PERFORM.
           CLOSE FCat.

           MOVE KeyUseCount TO CntDisplay.
           MOVE SPACES TO PrintDetail.
           PERFORM PrintOrDisplay.
           STRING
               FUNCTION TRIM(CntDisplay) DELIMITED BY SIZE
               " CATALOGUED FILE(S) STILL UNDER KEYID "
                   DELIMITED BY SIZE
               FUNCTION TRIM(KeyUseAlias) DELIMITED BY SIZE
               INTO PrintDetail
           END-STRING.
           PERFORM PrintOrDisplay.

       KeyUseShowEntry.
           MOVE CatRecCnt TO CmpCntDisplay.
           MOVE SPACES TO PrintDetail.
           MOVE CatKey(1:60) TO PrintDetail(3:60).
           MOVE CatOp TO PrintDetail(65:12).
           MOVE CmpCntDisplay TO PrintDetail(77:9).
           MOVE CatStamp(1:8) TO PrintDetail(89:8).
           PERFORM PrintOrDisplay.

       CatalogConsumeCheck.
      *    Pre-check before a step opens its input: if the file is
      *    not an error - there is simply nothing to check against.
           MOVE "Y" TO CatChkOk.

      *    Masked test data is refused by a decrypt under anything
      *    but a TEST-class vault key, catalogued or not - that is
      *    how it would leak back into a production run.
           PERFORM MaskPeekInput.
           IF InMasked = "Y"
               AND (OpName = "DECRYPT" OR OpName = "VIGDECRYPT"
                   OR OpName = "REKEY")
               MOVE "PROD" TO MaskChkClass
               IF OpName = "REKEY"
                   MOVE RekeyOldClass TO MaskChkClass
               ELSE
                   IF UsedKeyAlias
                       MOVE KeyClass TO MaskChkClass
                   END-IF
               END-IF
               IF MaskChkClass NOT = "TEST"
                   DISPLAY "Catalog pre-check failed: "
                       FUNCTION TRIM(FInFileName)
                       " is masked test data and cannot be fed to a "
                       "production " FUNCTION TRIM(OpName) " step"
                   PERFORM CatalogConsumeFail
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN INPUT FCat.
           IF CatStatus NOT = "00"
               EXIT PARAGRAPH
           MOVE "N" TO RunOk.
           MOVE 7 TO StepRC.

       MaskPeekInput.
      *    Look at the input's header before the step writes its
      *    own, so a masked input's marker carries to the output.
           MOVE "N" TO InMasked.
           OPEN INPUT FIn.
           IF FStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ FIn INTO InLine
               AT END MOVE SPACES TO InLine
           END-READ.
           CLOSE FIn.
           IF InLine(1:4) = "HDR*"
               MOVE InLine TO CheckLine
               PERFORM MaskCheckHeader
           END-IF.

       MaskCheckHeader.
           MOVE 0 TO MaskTally.
           INSPECT CheckLine TALLYING MaskTally FOR ALL MaskMarker.
           IF MaskTally > 0
               MOVE "Y" TO InMasked
           END-IF.

      *    Standard control records around every batch output file:
      *    a header naming the source, run timestamp and operation,
      *    and a trailer carrying the data record count and a simple
           MOVE 0 TO DataChecksum.

           MOVE SPACES TO OutLine.
           MOVE 1 TO HdrPtr.
           STRING
               "HDR* " DELIMITED BY SIZE
               FUNCTION TRIM(HdrSource) DELIMITED BY SIZE
               FUNCTION TRIM(RunTimeStamp) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OpName) DELIMITED BY SIZE
               INTO OutLine WITH POINTER HdrPtr
           END-STRING.
      *    Masked test data stays marked through every step that
      *    copies it, so it can never pass for a production file.
           IF MaskActive OR InMasked = "Y"
               STRING
                   " " DELIMITED BY SIZE
                   MaskMarker DELIMITED BY SIZE
                   INTO OutLine WITH POINTER HdrPtr
               END-STRING
           END-IF.
           WRITE OutLine.
           IF FStatus NOT = "00"
               DISPLAY "Error writing header record"
           IF CheckLine(1:4) = "HDR*"
               MOVE "Y" TO CtlIsCtl
               MOVE "Y" TO InHadHeader
               PERFORM MaskCheckHeader
           ELSE
               IF CheckLine(1:4) = "TRL*"
                   MOVE "Y" TO CtlIsCtl
