      ******************************************************************
      * Author:Raphael Ervin S. Lopez
      * Date:
      * Purpose: Pre-cycle parameter card edit - run straight after the
      *          health check, before any step reads a card. Every
      *          program that takes a one-record card quietly falls back
      *          to its own defaults when the card is short or garbled,
      *          which is how payroll once ran on the default tax bands.
      *          This step reads every card the cycle depends on
      *          (RUNPARM.DAT, TUITPARM.DAT, GRADPARM.DAT,
      *          STANDPARM.DAT, ATTPARM.DAT, VARPARM.DAT, ARCHPARM.DAT,
      *          RETENPARM.DAT, REVPARM.DAT, RUNDATE.DAT and the newer
      *          ANONPARM, CLOSEPARM, DUPPARM, LOADPARM, PLANPARM,
      *          RETAKEPARM and STEPPARM cards) and edits each field
      *          against the range its program allows - numeric where it
      *          must be numeric, a real date where it must be a date,
      *          one of the allowed codes, limits in order, nothing past
      *          the end of the card. PARMLIST.LST lists the value in
      *          force for every parameter - from the card, or the
      *          program default where the card leaves it out - with its
      *          allowed range. A field in error fails the step with
      *          return code 12 and the driver abandons the cycle; an
      *          empty card warns with return code 4. On a clean run
      *          every value in force is compared with the last run's
      *          (PARMLAST.DAT) and each change appended to PARMHIST.DAT
      *          with the old value, new value and business date, so
      *          "when did the pension rate change" has an answer.
      *          RUNDATE.DAT is listed but kept out of the history, as
      *          it changes every day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParmCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CardFile ASSIGN USING WS-CardName
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-CardStatus.
           SELECT ParmLastFile ASSIGN TO "PARMLAST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmLastStatus.
           SELECT ParmHistFile ASSIGN TO "PARMHIST.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-ParmHistStatus.
           SELECT ListFile ASSIGN TO "PARMLIST.LST"
       		              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
       		              ORGANIZATION IS LINE SEQUENTIAL
       		              FILE STATUS IS WS-RunDateStatus.
       DATA DIVISION.

       FILE SECTION.
       FD CardFile.
       01 CardLine                 PIC X(132).

      * The values in force at the last clean run, one line per
      * parameter, for the next run to compare against.
       FD ParmLastFile.
       01 ParmLastRecord.
           02  PL-CardName         PIC X(14).
           02  FILLER              PIC X.
           02  PL-ParmName         PIC X(33).
           02  FILLER              PIC X.
           02  PL-Value            PIC X(20).

       FD ParmHistFile.
           COPY PARMHSRC.

       FD ListFile.
       01 ListLine                 PIC X(132).

       FD RunDateFile.
       01 RunDateRecord            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CardStatus           PIC XX      VALUE SPACES.
           88 WS-CardStatusOk                  VALUE "00".
       01  WS-ParmLastStatus       PIC XX      VALUE SPACES.
           88 WS-ParmLastStatusOk              VALUE "00".
       01  WS-ParmHistStatus       PIC XX      VALUE SPACES.
           88 WS-ParmHistNotFound              VALUE "35".
       01  WS-RunDateStatus        PIC XX      VALUE SPACES.
           88 WS-RunDateStatusOk               VALUE "00".
       01  WS-RunDateEOFFlag       PIC X       VALUE "N".
           88 WS-RunDateEOF                    VALUE "Y".
       01  WS-BusinessDate         PIC 9(8)    VALUE ZEROS.

       01  WS-CardEOFFlag          PIC X       VALUE "N".
           88 WS-CardEOF                       VALUE "Y".
       01  WS-ParmLastEOFFlag      PIC X       VALUE "N".
           88 WS-ParmLastEOF                   VALUE "Y".

       01  WS-CardName             PIC X(14)   VALUE SPACES.
       01  WS-CardLineCount        PIC 999     VALUE ZEROS.

      * The cards - file name, record length, S(ingle) record or
      * M(ulti) line, and whether its values are kept in the change
      * history.
       01  WS-CardTable.
           02  FILLER PIC X(19) VALUE "RUNPARM.DAT   104SY".
           02  FILLER PIC X(19) VALUE "TUITPARM.DAT  012SY".
           02  FILLER PIC X(19) VALUE "GRADPARM.DAT  008SY".
           02  FILLER PIC X(19) VALUE "STANDPARM.DAT 006SY".
           02  FILLER PIC X(19) VALUE "ATTPARM.DAT   003SY".
           02  FILLER PIC X(19) VALUE "VARPARM.DAT   003SY".
           02  FILLER PIC X(19) VALUE "ARCHPARM.DAT  008SY".
           02  FILLER PIC X(19) VALUE "RETENPARM.DAT 020MY".
           02  FILLER PIC X(19) VALUE "REVPARM.DAT   012SY".
           02  FILLER PIC X(19) VALUE "RUNDATE.DAT   008SN".
           02  FILLER PIC X(19) VALUE "ANONPARM.DAT  002SY".
           02  FILLER PIC X(19) VALUE "CLOSEPARM.DAT 006SY".
           02  FILLER PIC X(19) VALUE "DUPPARM.DAT   003SY".
           02  FILLER PIC X(19) VALUE "LOADPARM.DAT  003SY".
           02  FILLER PIC X(19) VALUE "PLANPARM.DAT  003SY".
           02  FILLER PIC X(19) VALUE "RETAKEPARM.DAT001SY".
           02  FILLER PIC X(19) VALUE "STEPPARM.DAT  029MY".
       01  WS-CardMap REDEFINES WS-CardTable.
           02  WS-CardEntry OCCURS 17 TIMES.
               03  WS-CTName        PIC X(14).
               03  WS-CTLength      PIC 999.
               03  WS-CTLines       PIC X.
                   88 WS-CTMultiLine           VALUE "M".
               03  WS-CTHistory     PIC X.
                   88 WS-CTKeepHistory         VALUE "Y".
       01  WS-CTIndex              PIC 99      VALUE ZEROS.
       01  WS-CTCount              PIC 99      VALUE 17.
       01  WS-CardResultTable.
           02  WS-CRStatus          PIC X(32)   OCCURS 17 TIMES.

      * Every field on every card, in card order - card number, the
      * field's name in its program, position and length on the
      * card, decimal places, type (N)umeric, (D)ate, (A)lphanumeric
      * or (C)ode, and whether it is (R)equired, (O)ptional with
      * blank or zero meaning the default, or optional with only
      * (B)lank meaning the default. Then the lowest and highest
      * value allowed, as the digits on the card (for a code, the
      * allowed codes), and the program default the value in force
      * falls back to - these follow the VALUE clauses and card
      * handling in the programs, and are changed with them. On a
      * multi-line card the first field names the line.
       01  WS-FieldTable.
           02  FILLER PIC X(26) VALUE "01Band1Limit      001082NR".
           02  FILLER PIC X(27) VALUE "000000001099999999000050000".
           02  FILLER PIC X(26) VALUE "01Band2Limit      009082NR".
           02  FILLER PIC X(27) VALUE "000000001099999999000100000".
           02  FILLER PIC X(26) VALUE "01Band1Rate       017043NR".
           02  FILLER PIC X(27) VALUE "000000000000001000000000100".
           02  FILLER PIC X(26) VALUE "01Band2Rate       021043NR".
           02  FILLER PIC X(27) VALUE "000000000000001000000000200".
           02  FILLER PIC X(26) VALUE "01Band3Rate       025043NR".
           02  FILLER PIC X(27) VALUE "000000000000001000000000300".
           02  FILLER PIC X(26) VALUE "01PRSIThreshold   029082NR".
           02  FILLER PIC X(27) VALUE "000000000099999999000035200".
           02  FILLER PIC X(26) VALUE "01PRSIRate        037043NR".
           02  FILLER PIC X(27) VALUE "000000000000001000000000040".
           02  FILLER PIC X(26) VALUE "01PensionRate     041043NR".
           02  FILLER PIC X(27) VALUE "000000000000001000000000050".
           02  FILLER PIC X(26) VALUE "01StdHours        045042NO".
           02  FILLER PIC X(27) VALUE "000000100000008000000003900".
           02  FILLER PIC X(26) VALUE "01OTMultiplier    049032NO".
           02  FILLER PIC X(27) VALUE "000000100000000300000000150".
           02  FILLER PIC X(26) VALUE "01Comm1Limit      052082NO".
           02  FILLER PIC X(27) VALUE "000000001099999999000100000".
           02  FILLER PIC X(26) VALUE "01Comm2Limit      060082NO".
           02  FILLER PIC X(27) VALUE "000000001099999999000500000".
           02  FILLER PIC X(26) VALUE "01Comm1Rate       068043NB".
           02  FILLER PIC X(27) VALUE "000000000000001000000000020".
           02  FILLER PIC X(26) VALUE "01Comm2Rate       072043NB".
           02  FILLER PIC X(27) VALUE "000000000000001000000000050".
           02  FILLER PIC X(26) VALUE "01Comm3Rate       076043NB".
           02  FILLER PIC X(27) VALUE "000000000000001000000000080".
           02  FILLER PIC X(26) VALUE "01EmployerPenRate 080043NO".
           02  FILLER PIC X(27) VALUE "000000001000001000000000050".
           02  FILLER PIC X(26) VALUE "01Department      084100AO".
           02  FILLER PIC X(27) VALUE "                  ALL      ".
           02  FILLER PIC X(26) VALUE "01WeeklyPayDay    094010NO".
           02  FILLER PIC X(27) VALUE "000000000000000007000000000".
           02  FILLER PIC X(26) VALUE "01FortnightAnchor 095080DO".
           02  FILLER PIC X(27) VALUE "000000000000000000000000000".
           02  FILLER PIC X(26) VALUE "01MonthlyPayDay   103020NO".
           02  FILLER PIC X(27) VALUE "000000001000000031000000031".
           02  FILLER PIC X(26) VALUE "02CreditHourFee   001062NR".
           02  FILLER PIC X(27) VALUE "000000001000999999000010000".
           02  FILLER PIC X(26) VALUE "02TermCode        007060AO".
           02  FILLER PIC X(27) VALUE "                  (CURRENT)".
           02  FILLER PIC X(26) VALUE "03RequiredCredits 001050NO".
           02  FILLER PIC X(27) VALUE "000000001000000999000000120".
           02  FILLER PIC X(26) VALUE "03PassMark        006030NO".
           02  FILLER PIC X(27) VALUE "000000001000000100000000040".
           02  FILLER PIC X(26) VALUE "04ProbationMark   001030NO".
           02  FILLER PIC X(27) VALUE "000000001000000100000000040".
           02  FILLER PIC X(26) VALUE "04DeansListMark   004030NO".
           02  FILLER PIC X(27) VALUE "000000001000000100000000085".
           02  FILLER PIC X(26) VALUE "05MinPercent      001030NO".
           02  FILLER PIC X(27) VALUE "000000001000000100000000075".
           02  FILLER PIC X(26) VALUE "06ThresholdPct    001030NO".
           02  FILLER PIC X(27) VALUE "000000001000000999000000020".
           02  FILLER PIC X(26) VALUE "07CutoffDate      001080DR".
           02  FILLER PIC X(27) VALUE "000000000000000000099999999".
           02  FILLER PIC X(26) VALUE "08FileName        001160AR".
           02  FILLER PIC X(27) VALUE "                  -        ".
           02  FILLER PIC X(26) VALUE "08KeepDays        018030NR".
           02  FILLER PIC X(27) VALUE "000000000000000999000000000".
           02  FILLER PIC X(26) VALUE "09EmployerRef     001120AR".
           02  FILLER PIC X(27) VALUE "                  (BLANK)  ".
           02  FILLER PIC X(26) VALUE "10BusinessDate    001080DR".
           02  FILLER PIC X(27) VALUE "000000000000000000(MACHINE)".
           02  FILLER PIC X(26) VALUE "11RetainYears     001020NO".
           02  FILLER PIC X(27) VALUE "000000001000000099000000000".
           02  FILLER PIC X(26) VALUE "12TermCode        001060AR".
           02  FILLER PIC X(27) VALUE "                  (NONE)   ".
           02  FILLER PIC X(26) VALUE "13MinScore        001030NB".
           02  FILLER PIC X(27) VALUE "000000001000000100000000060".
           02  FILLER PIC X(26) VALUE "14UnderPercent    001030NO".
           02  FILLER PIC X(27) VALUE "000000001000000100000000050".
           02  FILLER PIC X(26) VALUE "15GraceDays       001030NB".
           02  FILLER PIC X(27) VALUE "000000000000000365000000014".
           02  FILLER PIC X(26) VALUE "16CountPolicy     001010CO".
           02  FILLER PIC X(27) VALUE "BL                B        ".
           02  FILLER PIC X(26) VALUE "17StepName        001200AR".
           02  FILLER PIC X(27) VALUE "                  -        ".
           02  FILLER PIC X(26) VALUE "17LimitMins       022040NO".
           02  FILLER PIC X(27) VALUE "000000000000001440000000000".
           02  FILLER PIC X(26) VALUE "17NormPct         027030NO".
           02  FILLER PIC X(27) VALUE "000000101000000999000000150".
       01  WS-FieldMap REDEFINES WS-FieldTable.
           02  WS-FieldEntry OCCURS 42 TIMES.
               03  WS-FTCard        PIC 99.
               03  WS-FTName        PIC X(16).
               03  WS-FTPos         PIC 999.
               03  WS-FTLen         PIC 99.
               03  WS-FTDec         PIC 9.
               03  WS-FTType        PIC X.
                   88 WS-FTNumeric             VALUE "N".
                   88 WS-FTDate                VALUE "D".
                   88 WS-FTText                VALUE "A".
                   88 WS-FTCode                VALUE "C".
               03  WS-FTNeed        PIC X.
                   88 WS-FTRequired            VALUE "R".
                   88 WS-FTZeroIsDefault       VALUE "O".
               03  WS-FTMinText     PIC X(9).
               03  WS-FTMin REDEFINES WS-FTMinText PIC 9(9).
               03  WS-FTMax         PIC 9(9).
               03  WS-FTDefaultText PIC X(9).
               03  WS-FTDefault REDEFINES WS-FTDefaultText PIC 9(9).
       01  WS-FTIndex              PIC 99      VALUE ZEROS.
       01  WS-FTCount              PIC 99      VALUE 42.

      * Limits that must be in order - the low parameter may not
      * exceed the high one on the same card.
       01  WS-OrderTable.
           02  FILLER PIC X(34) VALUE
               "01Band1Limit      Band2Limit      ".
           02  FILLER PIC X(34) VALUE
               "01Comm1Limit      Comm2Limit      ".
           02  FILLER PIC X(34) VALUE
               "04ProbationMark   DeansListMark   ".
       01  WS-OrderMap REDEFINES WS-OrderTable.
           02  WS-OrderEntry OCCURS 3 TIMES.
               03  WS-OTCard        PIC 99.
               03  WS-OTLowName     PIC X(16).
               03  WS-OTHighName    PIC X(16).
       01  WS-OTIndex              PIC 9       VALUE ZERO.
       01  WS-OTCount              PIC 9       VALUE 3.
       01  WS-OTLow                PIC 999     VALUE ZEROS.
       01  WS-OTHigh               PIC 999     VALUE ZEROS.

      * The value in force for every parameter this run.
       01  WS-InForceTable.
           02  WS-InForceEntry OCCURS 200 TIMES.
               03  WS-IFCard        PIC 99.
               03  WS-IFField       PIC 99.
               03  WS-IFName        PIC X(33).
               03  WS-IFValue       PIC X(20).
               03  WS-IFRaw         PIC 9(9).
               03  WS-IFSource      PIC X(7).
               03  WS-IFResult      PIC X(24).
       01  WS-IFCount              PIC 999     VALUE ZEROS.
       01  WS-IFIndex              PIC 999     VALUE ZEROS.
       01  WS-InForceFullFlag      PIC X       VALUE "N".
           88 WS-InForceFull                   VALUE "Y".

      * The values in force at the last clean run.
       01  WS-LastTable.
           02  WS-LastEntry OCCURS 200 TIMES.
               03  WS-LTCardName    PIC X(14).
               03  WS-LTName        PIC X(33).
               03  WS-LTValue       PIC X(20).
               03  WS-LTMatchFlag   PIC X.
       01  WS-LTCount              PIC 999     VALUE ZEROS.
       01  WS-LTIndex              PIC 999     VALUE ZEROS.
       01  WS-LTFound              PIC 999     VALUE ZEROS.

      * The field being edited.
       01  WS-FieldText            PIC X(20)   VALUE SPACES.
       01  WS-LineName             PIC X(20)   VALUE SPACES.
       01  WS-Raw                  PIC 9(9)    VALUE ZEROS.
       01  WS-Date8                PIC 9(8)    VALUE ZEROS.
       01  WS-ValueText            PIC X(20)   VALUE SPACES.
       01  WS-ValueSource          PIC X(7)    VALUE SPACES.
       01  WS-FieldResult          PIC X(24)   VALUE SPACES.
       01  WS-CodeTally            PIC 99      VALUE ZEROS.
       01  WS-PastEnd              PIC 999     VALUE ZEROS.

       01  WS-FmtDec               PIC 9       VALUE ZERO.
       01  WS-FmtWork              PIC X(16)   VALUE SPACES.
       01  WS-FmtText              PIC X(16)   VALUE SPACES.
       01  WS-Edit0                PIC Z(8)9.
       01  WS-Edit2                PIC Z(6)9.99.
       01  WS-Edit3                PIC Z(5)9.999.
       01  WS-RangeLow             PIC X(16)   VALUE SPACES.

       01  WS-PresentCount         PIC 99      VALUE ZEROS.
       01  WS-AbsentCount          PIC 99      VALUE ZEROS.
       01  WS-EmptyCount           PIC 99      VALUE ZEROS.
       01  WS-ErrorCount           PIC 9(4)    VALUE ZEROS.
       01  WS-ChangeCount          PIC 9(4)    VALUE ZEROS.

       01  WS-ListHeading.
           02  FILLER              PIC X(45)   VALUE
               "PARAMETER CARDS - VALUES IN FORCE - BUSINESS ".
           02  FILLER              PIC X(5)    VALUE "DATE ".
           02  LH-Date             PIC 9(8).

       01  WS-ListColumns.
           02  FILLER              PIC X(38)   VALUE
               "    PARAMETER".
           02  FILLER              PIC X(21)   VALUE "VALUE IN FORCE".
           02  FILLER              PIC X(8)    VALUE "FROM".
           02  FILLER              PIC X(22)   VALUE "ALLOWED".
           02  FILLER              PIC X(6)    VALUE "RESULT".

       01  WS-CardHeading.
           02  FILLER              PIC X(5)    VALUE "CARD ".
           02  CL-CardName         PIC X(14).
           02  FILLER              PIC XX      VALUE SPACES.
           02  CL-Status           PIC X(32).

       01  WS-ValueLine.
           02  FILLER              PIC X(4)    VALUE SPACES.
           02  VL-Name             PIC X(33).
           02  FILLER              PIC X       VALUE SPACE.
           02  VL-Value            PIC X(20).
           02  FILLER              PIC X       VALUE SPACE.
           02  VL-Source           PIC X(7).
           02  FILLER              PIC X       VALUE SPACE.
           02  VL-Allowed          PIC X(21).
           02  FILLER              PIC X       VALUE SPACE.
           02  VL-Result           PIC X(24).

       01  WS-ListSummary.
           02  LS-Label            PIC X(30).
           02  LS-Count            PIC ZZZ9.

       01  WS-BadCardLine          PIC X(132)  VALUE
           "*** PARAMETER CARD IN ERROR - CYCLE NOT RUN ***".
       01  WS-NoHistoryLine        PIC X(132)  VALUE
           "(value changes are not recorded while a card is in error)".
       01  WS-BlankLine            PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetBusinessDate
           PERFORM VARYING WS-CTIndex FROM 1 BY 1
                   UNTIL WS-CTIndex > WS-CTCount
               PERFORM CheckOneCard
           END-PERFORM
           PERFORM CheckLimitOrder
           IF WS-ErrorCount = ZEROS
               PERFORM RecordChanges
           END-IF
           PERFORM WriteValuesListing
           DISPLAY "ParmCheck - " WS-PresentCount " card(s) present, "
                   WS-AbsentCount " not present, " WS-EmptyCount
                   " empty; " WS-ErrorCount " field(s) in error, "
                   WS-ChangeCount " value change(s) recorded, see "
                   "PARMLIST.LST."
           EVALUATE TRUE
               WHEN WS-ErrorCount > ZEROS
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EmptyCount > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

           COPY BUSDATPG.

      * A card that is not there leaves every program default in
      * force, as the programs themselves do; so does an empty one,
      * but an empty card is more likely a mistake, so it warns.
       CheckOneCard.
           MOVE WS-CTName(WS-CTIndex) TO WS-CardName
           MOVE "N" TO WS-CardEOFFlag
           MOVE ZEROS TO WS-CardLineCount
           MOVE SPACES TO WS-LineName
           OPEN INPUT CardFile
           IF WS-CardStatusOk
               PERFORM ReadCardLine
               IF WS-CardEOF
                   MOVE "EMPTY - DEFAULTS IN FORCE"
                       TO WS-CRStatus(WS-CTIndex)
                   ADD 1 TO WS-EmptyCount
                   PERFORM TakeCardDefaults
               ELSE
                   MOVE "PRESENT" TO WS-CRStatus(WS-CTIndex)
                   ADD 1 TO WS-PresentCount
                   IF WS-CTMultiLine(WS-CTIndex)
                       PERFORM UNTIL WS-CardEOF
                           IF CardLine NOT = SPACES
                               PERFORM CheckCardLine
                           END-IF
                           PERFORM ReadCardLine
                       END-PERFORM
                   ELSE
                       PERFORM CheckCardLine
                   END-IF
               END-IF
               CLOSE CardFile
           ELSE
               MOVE "NOT PRESENT - DEFAULTS IN FORCE"
                   TO WS-CRStatus(WS-CTIndex)
               ADD 1 TO WS-AbsentCount
               PERFORM TakeCardDefaults
           END-IF.

       ReadCardLine.
           READ CardFile
               AT END SET WS-CardEOF TO TRUE
               NOT AT END ADD 1 TO WS-CardLineCount
           END-READ.

      * Anything past the end of the record means the fields have
      * slipped along the card, whatever the fields themselves say.
       CheckCardLine.
           MOVE WS-CTLength(WS-CTIndex) TO WS-PastEnd
           ADD 1 TO WS-PastEnd
           IF CardLine(WS-PastEnd:) NOT = SPACES
               MOVE SPACES TO WS-CRStatus(WS-CTIndex)
               STRING "DATA PAST COLUMN " WS-CTLength(WS-CTIndex)
                      " ON LINE " WS-CardLineCount
                      DELIMITED BY SIZE
                   INTO WS-CRStatus(WS-CTIndex)
               ADD 1 TO WS-ErrorCount
           END-IF
           MOVE SPACES TO WS-LineName
           PERFORM VARYING WS-FTIndex FROM 1 BY 1
                   UNTIL WS-FTIndex > WS-FTCount
               IF WS-FTCard(WS-FTIndex) = WS-CTIndex
                   IF WS-CTMultiLine(WS-CTIndex) AND
                      WS-LineName = SPACES
                       MOVE CardLine(WS-FTPos(WS-FTIndex):
                                     WS-FTLen(WS-FTIndex))
                           TO WS-LineName
                       IF WS-LineName = SPACES
                           MOVE "(BLANK)" TO WS-LineName
                       END-IF
                   END-IF
                   PERFORM CheckField
               END-IF
           END-PERFORM.

       CheckField.
           MOVE SPACES TO WS-FieldText
           MOVE CardLine(WS-FTPos(WS-FTIndex):WS-FTLen(WS-FTIndex))
               TO WS-FieldText
           MOVE SPACES TO WS-ValueText
           MOVE "CARD" TO WS-ValueSource
           MOVE "OK" TO WS-FieldResult
           MOVE ZEROS TO WS-Raw
           EVALUATE TRUE
               WHEN WS-FieldText = SPACES AND WS-FTRequired(WS-FTIndex)
                   MOVE "MISSING" TO WS-FieldResult
               WHEN WS-FieldText = SPACES
                   PERFORM TakeFieldDefault
               WHEN WS-FTZeroIsDefault(WS-FTIndex) AND
                    NOT WS-FTText(WS-FTIndex) AND
                    NOT WS-FTCode(WS-FTIndex) AND
                    WS-FieldText(1:WS-FTLen(WS-FTIndex)) = ZEROS
                   PERFORM TakeFieldDefault
               WHEN WS-FTNumeric(WS-FTIndex)
                   PERFORM CheckNumericField
               WHEN WS-FTDate(WS-FTIndex)
                   PERFORM CheckDateField
               WHEN WS-FTCode(WS-FTIndex)
                   PERFORM CheckCodeField
               WHEN OTHER
                   MOVE WS-FieldText TO WS-ValueText
           END-EVALUATE
           PERFORM AddInForce.

       CheckNumericField.
           IF WS-FieldText(1:WS-FTLen(WS-FTIndex)) NUMERIC
               MOVE WS-FieldText(1:WS-FTLen(WS-FTIndex)) TO WS-Raw
               MOVE WS-FTDec(WS-FTIndex) TO WS-FmtDec
               PERFORM FormatNumber
               MOVE WS-FmtText TO WS-ValueText
               IF WS-Raw < WS-FTMin(WS-FTIndex) OR
                  WS-Raw > WS-FTMax(WS-FTIndex)
                   MOVE "OUT OF RANGE" TO WS-FieldResult
               END-IF
           ELSE
               MOVE WS-FieldText TO WS-ValueText
               MOVE "NOT NUMERIC" TO WS-FieldResult
           END-IF.

       CheckDateField.
           MOVE WS-FieldText TO WS-ValueText
           IF WS-FieldText(1:8) NUMERIC
               MOVE WS-FieldText(1:8) TO WS-Date8
               MOVE WS-Date8 TO WS-Raw
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Date8) NOT = ZERO
                   MOVE "NOT A VALID DATE" TO WS-FieldResult
               END-IF
           ELSE
               MOVE "NOT A VALID DATE" TO WS-FieldResult
           END-IF.

       CheckCodeField.
           MOVE WS-FieldText TO WS-ValueText
           MOVE ZEROS TO WS-CodeTally
           INSPECT WS-FTMinText(WS-FTIndex)
               TALLYING WS-CodeTally FOR ALL WS-FieldText(1:1)
           IF WS-CodeTally = ZEROS
               MOVE "NOT AN ALLOWED CODE" TO WS-FieldResult
           END-IF.

      * The program default - a numeric default is held as the
      * digits a card would carry, anything else as the text to show.
       TakeFieldDefault.
           MOVE "DEFAULT" TO WS-ValueSource
           MOVE ZEROS TO WS-Raw
           IF WS-FTDefaultText(WS-FTIndex) NUMERIC AND
              (WS-FTNumeric(WS-FTIndex) OR WS-FTDate(WS-FTIndex))
               MOVE WS-FTDefault(WS-FTIndex) TO WS-Raw
               IF WS-FTDate(WS-FTIndex)
                   MOVE WS-Raw TO WS-Date8
                   MOVE WS-Date8 TO WS-ValueText
               ELSE
                   MOVE WS-FTDec(WS-FTIndex) TO WS-FmtDec
                   PERFORM FormatNumber
                   MOVE WS-FmtText TO WS-ValueText
               END-IF
           ELSE
               MOVE WS-FTDefaultText(WS-FTIndex) TO WS-ValueText
           END-IF.

      * A missing multi-line card has no lines and so no values.
       TakeCardDefaults.
           IF NOT WS-CTMultiLine(WS-CTIndex)
               PERFORM VARYING WS-FTIndex FROM 1 BY 1
                       UNTIL WS-FTIndex > WS-FTCount
                   IF WS-FTCard(WS-FTIndex) = WS-CTIndex
                       MOVE "OK" TO WS-FieldResult
                       PERFORM TakeFieldDefault
                       PERFORM AddInForce
                   END-IF
               END-PERFORM
           END-IF.

       AddInForce.
           IF WS-IFCount < 200
               ADD 1 TO WS-IFCount
               MOVE WS-CTIndex     TO WS-IFCard(WS-IFCount)
               MOVE WS-FTIndex     TO WS-IFField(WS-IFCount)
               MOVE SPACES         TO WS-IFName(WS-IFCount)
               IF WS-LineName = SPACES
                   MOVE WS-FTName(WS-FTIndex) TO WS-IFName(WS-IFCount)
               ELSE
                   STRING WS-FTName(WS-FTIndex) DELIMITED BY SPACE
                          " "                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LineName TRAILING)
                                                DELIMITED BY SIZE
                       INTO WS-IFName(WS-IFCount)
               END-IF
               MOVE WS-ValueText   TO WS-IFValue(WS-IFCount)
               MOVE WS-Raw         TO WS-IFRaw(WS-IFCount)
               MOVE WS-ValueSource TO WS-IFSource(WS-IFCount)
               MOVE WS-FieldResult TO WS-IFResult(WS-IFCount)
               IF WS-FieldResult NOT = "OK"
                   ADD 1 TO WS-ErrorCount
               END-IF
           ELSE
               IF NOT WS-InForceFull
                   DISPLAY "ParmCheck - more than 200 parameters, "
                           "the rest are not checked."
                   SET WS-InForceFull TO TRUE
                   ADD 1 TO WS-ErrorCount
               END-IF
           END-IF.

       CheckLimitOrder.
           PERFORM VARYING WS-OTIndex FROM 1 BY 1
                   UNTIL WS-OTIndex > WS-OTCount
               MOVE ZEROS TO WS-OTLow
               MOVE ZEROS TO WS-OTHigh
               PERFORM VARYING WS-IFIndex FROM 1 BY 1
                       UNTIL WS-IFIndex > WS-IFCount
                   IF WS-IFCard(WS-IFIndex) = WS-OTCard(WS-OTIndex)
                       IF WS-IFName(WS-IFIndex) =
                          WS-OTLowName(WS-OTIndex)
                           MOVE WS-IFIndex TO WS-OTLow
                       END-IF
                       IF WS-IFName(WS-IFIndex) =
                          WS-OTHighName(WS-OTIndex)
                           MOVE WS-IFIndex TO WS-OTHigh
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-OTLow > ZEROS AND WS-OTHigh > ZEROS
                   IF WS-IFResult(WS-OTLow) = "OK" AND
                      WS-IFResult(WS-OTHigh) = "OK" AND
                      WS-IFRaw(WS-OTLow) > WS-IFRaw(WS-OTHigh)
                       MOVE SPACES TO WS-IFResult(WS-OTHigh)
                       STRING "BELOW " DELIMITED BY SIZE
                              WS-OTLowName(WS-OTIndex)
                                       DELIMITED BY SPACE
                           INTO WS-IFResult(WS-OTHigh)
                       ADD 1 TO WS-ErrorCount
                   END-IF
               END-IF
           END-PERFORM.

      * The card digits shown with their decimal point, leading
      * zeros dropped.
       FormatNumber.
           EVALUATE WS-FmtDec
               WHEN 2
                   COMPUTE WS-Edit2 = WS-Raw / 100
                   MOVE WS-Edit2 TO WS-FmtWork
               WHEN 3
                   COMPUTE WS-Edit3 = WS-Raw / 1000
                   MOVE WS-Edit3 TO WS-FmtWork
               WHEN OTHER
                   MOVE WS-Raw TO WS-Edit0
                   MOVE WS-Edit0 TO WS-FmtWork
           END-EVALUATE
           MOVE FUNCTION TRIM(WS-FmtWork) TO WS-FmtText.

      * Only a clean run is compared and kept - a run that fails on a
      * bad card never uses its values, so they are not history.
       RecordChanges.
           PERFORM LoadLastValues
           OPEN EXTEND ParmHistFile
           IF WS-ParmHistNotFound
               OPEN OUTPUT ParmHistFile
               CLOSE ParmHistFile
               OPEN EXTEND ParmHistFile
           END-IF
           PERFORM VARYING WS-IFIndex FROM 1 BY 1
                   UNTIL WS-IFIndex > WS-IFCount
               MOVE WS-IFCard(WS-IFIndex) TO WS-CTIndex
               IF WS-CTKeepHistory(WS-CTIndex)
                   MOVE SPACES TO ParmHistRecord
                   PERFORM FindLastValue
                   IF WS-LTFound > ZEROS
                       MOVE "Y" TO WS-LTMatchFlag(WS-LTFound)
                       IF WS-LTValue(WS-LTFound) NOT =
                          WS-IFValue(WS-IFIndex)
                           MOVE WS-LTValue(WS-LTFound)
                               TO PX-OldValue
                           MOVE WS-IFValue(WS-IFIndex)
                               TO PX-NewValue
                           PERFORM WriteChange
                       END-IF
                   ELSE
                       MOVE "(NOT HELD)"  TO PX-OldValue
                       MOVE WS-IFValue(WS-IFIndex) TO PX-NewValue
                       PERFORM WriteChange
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LTIndex FROM 1 BY 1
                   UNTIL WS-LTIndex > WS-LTCount
               IF WS-LTMatchFlag(WS-LTIndex) = "N"
                   MOVE SPACES                  TO ParmHistRecord
                   MOVE WS-BusinessDate         TO PX-ChangeDate
                   MOVE WS-LTCardName(WS-LTIndex) TO PX-CardName
                   MOVE WS-LTName(WS-LTIndex)   TO PX-ParmName
                   MOVE WS-LTValue(WS-LTIndex)  TO PX-OldValue
                   MOVE "(NOT HELD)"            TO PX-NewValue
                   WRITE ParmHistRecord
                   ADD 1 TO WS-ChangeCount
               END-IF
           END-PERFORM
           CLOSE ParmHistFile
           PERFORM SaveLastValues.

       WriteChange.
           MOVE WS-BusinessDate       TO PX-ChangeDate
           MOVE WS-CTName(WS-CTIndex) TO PX-CardName
           MOVE WS-IFName(WS-IFIndex) TO PX-ParmName
           WRITE ParmHistRecord
           ADD 1 TO WS-ChangeCount.

       FindLastValue.
           MOVE ZEROS TO WS-LTFound
           PERFORM VARYING WS-LTIndex FROM 1 BY 1
                   UNTIL WS-LTIndex > WS-LTCount OR WS-LTFound > ZEROS
               IF WS-LTCardName(WS-LTIndex) = WS-CTName(WS-CTIndex)
                  AND WS-LTName(WS-LTIndex) = WS-IFName(WS-IFIndex)
                   MOVE WS-LTIndex TO WS-LTFound
               END-IF
           END-PERFORM.

      * No PARMLAST.DAT yet - the first run - records every value as
      * first held.
       LoadLastValues.
           OPEN INPUT ParmLastFile
           IF WS-ParmLastStatusOk
               PERFORM ReadParmLast
               PERFORM UNTIL WS-ParmLastEOF
                   IF WS-LTCount < 200
                       ADD 1 TO WS-LTCount
                       MOVE PL-CardName TO WS-LTCardName(WS-LTCount)
                       MOVE PL-ParmName TO WS-LTName(WS-LTCount)
                       MOVE PL-Value    TO WS-LTValue(WS-LTCount)
                       MOVE "N"         TO WS-LTMatchFlag(WS-LTCount)
                   END-IF
                   PERFORM ReadParmLast
               END-PERFORM
               CLOSE ParmLastFile
           END-IF.

       ReadParmLast.
           READ ParmLastFile
               AT END SET WS-ParmLastEOF TO TRUE
           END-READ.

       SaveLastValues.
           OPEN OUTPUT ParmLastFile
           PERFORM VARYING WS-IFIndex FROM 1 BY 1
                   UNTIL WS-IFIndex > WS-IFCount
               MOVE WS-IFCard(WS-IFIndex) TO WS-CTIndex
               IF WS-CTKeepHistory(WS-CTIndex)
                   MOVE SPACES                TO ParmLastRecord
                   MOVE WS-CTName(WS-CTIndex) TO PL-CardName
                   MOVE WS-IFName(WS-IFIndex) TO PL-ParmName
                   MOVE WS-IFValue(WS-IFIndex) TO PL-Value
                   WRITE ParmLastRecord
               END-IF
           END-PERFORM
           CLOSE ParmLastFile.

       WriteValuesListing.
           OPEN OUTPUT ListFile
           MOVE WS-BusinessDate TO LH-Date
           MOVE WS-ListHeading TO ListLine
           WRITE ListLine
           MOVE WS-BlankLine TO ListLine
           WRITE ListLine
           MOVE WS-ListColumns TO ListLine
           WRITE ListLine
           PERFORM VARYING WS-CTIndex FROM 1 BY 1
                   UNTIL WS-CTIndex > WS-CTCount
               MOVE WS-BlankLine TO ListLine
               WRITE ListLine
               MOVE WS-CTName(WS-CTIndex)   TO CL-CardName
               MOVE WS-CRStatus(WS-CTIndex) TO CL-Status
               MOVE WS-CardHeading TO ListLine
               WRITE ListLine
               PERFORM VARYING WS-IFIndex FROM 1 BY 1
                       UNTIL WS-IFIndex > WS-IFCount
                   IF WS-IFCard(WS-IFIndex) = WS-CTIndex
                       PERFORM WriteValueLine
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-BlankLine TO ListLine
           WRITE ListLine
           MOVE "CARDS PRESENT              : " TO LS-Label
           MOVE WS-PresentCount TO LS-Count
           PERFORM WriteListSummary
           MOVE "CARDS NOT PRESENT          : " TO LS-Label
           MOVE WS-AbsentCount TO LS-Count
           PERFORM WriteListSummary
           MOVE "EMPTY CARDS                : " TO LS-Label
           MOVE WS-EmptyCount TO LS-Count
           PERFORM WriteListSummary
           MOVE "ERRORS                     : " TO LS-Label
           MOVE WS-ErrorCount TO LS-Count
           PERFORM WriteListSummary
           MOVE "VALUE CHANGES RECORDED     : " TO LS-Label
           MOVE WS-ChangeCount TO LS-Count
           PERFORM WriteListSummary
           IF WS-ErrorCount > ZEROS
               MOVE WS-BlankLine TO ListLine
               WRITE ListLine
               MOVE WS-BadCardLine TO ListLine
               WRITE ListLine
               MOVE WS-NoHistoryLine TO ListLine
               WRITE ListLine
           END-IF
           CLOSE ListFile.

      * The allowed column is built from the same table the edit
      * used, so the listing always shows the rule that was applied.
       WriteValueLine.
           MOVE WS-IFField(WS-IFIndex) TO WS-FTIndex
           MOVE WS-IFName(WS-IFIndex)   TO VL-Name
           MOVE WS-IFValue(WS-IFIndex)  TO VL-Value
           MOVE WS-IFSource(WS-IFIndex) TO VL-Source
           MOVE WS-IFResult(WS-IFIndex) TO VL-Result
           MOVE SPACES TO VL-Allowed
           EVALUATE TRUE
               WHEN WS-FTNumeric(WS-FTIndex)
                   MOVE WS-FTDec(WS-FTIndex) TO WS-FmtDec
                   MOVE WS-FTMin(WS-FTIndex) TO WS-Raw
                   PERFORM FormatNumber
                   MOVE WS-FmtText TO WS-RangeLow
                   MOVE WS-FTMax(WS-FTIndex) TO WS-Raw
                   PERFORM FormatNumber
                   STRING WS-RangeLow DELIMITED BY SPACE
                          " TO "      DELIMITED BY SIZE
                          WS-FmtText  DELIMITED BY SPACE
                       INTO VL-Allowed
               WHEN WS-FTDate(WS-FTIndex)
                   MOVE "YYYYMMDD DATE" TO VL-Allowed
               WHEN WS-FTCode(WS-FTIndex)
                   STRING "ONE OF "   DELIMITED BY SIZE
                          WS-FTMinText(WS-FTIndex) DELIMITED BY SPACE
                       INTO VL-Allowed
               WHEN WS-FTRequired(WS-FTIndex)
                   MOVE "NOT BLANK" TO VL-Allowed
           END-EVALUATE
           MOVE WS-ValueLine TO ListLine
           WRITE ListLine.

       WriteListSummary.
           MOVE WS-ListSummary TO ListLine
           WRITE ListLine.

       END PROGRAM ParmCheck.
