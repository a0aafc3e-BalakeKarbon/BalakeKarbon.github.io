000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GUESTBOOK-IMPORT.
000030*Guestbook moderation and import. Takes the guestbook form
000040*submissions as exported from the form endpoint and turns the
000050*ones that pass moderation into res/data/guestbook.txt lines
000060*(date|name|message), merged into the existing wall newest
000070*first. Everything held back goes to a reject report with the
000080*reason, so it can be reviewed and, if need be, added by hand.
000090*
000100*Submissions, one per line: the date received, a bar, then the
000110*body GUESTSEND posted, e.g.
000120*  20250901|{"name":"Ana","message":"Hola desde Madrid"}
000130*Blank lines and lines starting with '*' are skipped.
000140*
000150*Moderation, in this order:
000160*  - the VALIDATE-GUEST-LINE rules of the page: yyyymmdd date,
000170*    non-blank name and message (a blank name is published as
000180*    'anonymous', as the form allows one), and the form's own
000190*    limits of 60 and 300 characters;
000200*  - no '|' (the field separator) and no '<' or '>' (the wall
000210*    renders entries as HTML);
000220*  - none of the blocked words, matched anywhere in the name or
000230*    message regardless of case;
000240*  - not the same name and message as an entry already on the
000250*    wall or approved earlier in this run;
000260*  - at most WS-GB-DAY-CAP entries per name per day, counting
000270*    those already on the wall.
000280*
000290*Files, by their DD_ environment variables:
000300*  DD_GBIN      current guestbook.txt
000310*  DD_GBSUBS    exported submissions
000320*  DD_GBBLOCK   blocked words, one per line ('*' comments),
000330*               optional
000340*  DD_GBOUT     new guestbook.txt (may be the same file as GBIN,
000350*               it is only opened once GBIN has been read)
000360*  DD_GBREJECT  reject report for this run
000370*RETURN-CODE is 0 when everything was approved, 4 when anything
000380*was held back and 16 when a file could not be opened or written
000390*or the wall would not fit; GBOUT is left alone if anything
000395*failed before it was due to be written.
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. UNIX-LINUX.
000430 OBJECT-COMPUTER. UNIX-LINUX.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460   SELECT GB-IN ASSIGN TO GBIN
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-GBIN-STAT.
000490   SELECT GB-SUBS ASSIGN TO GBSUBS
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-SUBS-STAT.
000520   SELECT OPTIONAL GB-BLOCK ASSIGN TO GBBLOCK
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-BLOCK-STAT.
000550   SELECT GB-OUT ASSIGN TO GBOUT
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-OUT-STAT.
000580   SELECT GB-REJECT ASSIGN TO GBREJECT
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS WS-REJECT-STAT.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD GB-IN.
000640 01 GB-IN-REC PIC X(400).
000650 FD GB-SUBS.
000660 01 GB-SUBS-REC PIC X(2000).
000670 FD GB-BLOCK.
000680 01 GB-BLOCK-REC PIC X(80).
000690 FD GB-OUT.
000700 01 GB-OUT-REC PIC X(400).
000710 FD GB-REJECT.
000720 01 GB-REJECT-REC PIC X(2100).
000730 WORKING-STORAGE SECTION.
000740 01 WS-FILE-STATUS.
000750   05 WS-GBIN-STAT PIC XX.
000760   05 WS-SUBS-STAT PIC XX.
000770   05 WS-BLOCK-STAT PIC XX.
000780   05 WS-OUT-STAT PIC XX.
000790   05 WS-REJECT-STAT PIC XX.
000800 01 WS-RUN-OK PIC 9 VALUE 1.
000810 01 WS-GBIN-EOF PIC 9 VALUE 0.
000820 01 WS-SUBS-EOF PIC 9 VALUE 0.
000830 01 WS-BLOCK-EOF PIC 9 VALUE 0.
000840 01 WS-GB-DAY-CAP PIC 9 VALUE 2.
000850 01 WS-GB-ANON-NAME PIC X(60) VALUE 'anonymous'.
000860*The wall as it will be written: the existing entries, then the
000870*ones approved this run, put in date order by SORT-WALL.
000880 01 WS-WALL.
000890   05 WS-WALL-MAX PIC 9(4) VALUE 1000.
000900   05 WS-WALL-COUNT PIC 9(4) VALUE 0.
000910   05 WS-WALL-TBL OCCURS 1000 TIMES.
000920*   O on the wall already, N approved this run, X not a wall
000930*   line (kept as is)
000940     10 WALL-STATE PIC X.
000950     10 WALL-DATE PIC X(8).
000960     10 WALL-NAME PIC X(60).
000970     10 WALL-MSG PIC X(300).
000980     10 WALL-RAW PIC X(400).
000990 01 WS-WALL-IDX PIC 9(4).
001000 01 WS-WALL-JDX PIC 9(4).
001010 01 WS-WALL-JDX1 PIC 9(4).
001020 01 WS-WALL-SWAP.
001030   05 SWAP-STATE PIC X.
001040   05 SWAP-DATE PIC X(8).
001050   05 FILLER PIC X(760).
001060 01 WS-WALL-PLACED PIC 9.
001065 01 WS-WALL-SHOWN PIC 9.
001070 01 WS-WALL-BARS PIC 99.
001080 01 WS-WALL-LINE-NO PIC 9(5) VALUE 0.
001090 01 WS-WALL-NEW-FIRST PIC 9(4).
001100 01 WS-BLOCKED.
001110   05 WS-BLOCK-COUNT PIC 999 VALUE 0.
001120   05 WS-BLOCK-TBL OCCURS 200 TIMES.
001130     10 BLOCK-WORD PIC X(40).
001140     10 BLOCK-LEN PIC 99.
001150 01 WS-BLOCK-IDX PIC 999.
001160 01 WS-BLOCK-HITS PIC 9(4).
001170 01 WS-LINE-STR PIC ZZZZ9.
001180*One submission.
001190 01 WS-SUB-LINE PIC X(2000).
001200 01 WS-SUB-LEN PIC 9(4).
001210 01 WS-SUB-LINE-NO PIC 9(5) VALUE 0.
001220 01 WS-SUB-DATE PIC X(10).
001230 01 WS-SUB-MM PIC 99.
001240 01 WS-SUB-DD PIC 99.
001250 01 WS-SUB-NAME PIC X(60).
001260 01 WS-SUB-MSG PIC X(300).
001270 01 WS-SUB-NAME-UC PIC X(60).
001280 01 WS-SUB-MSG-UC PIC X(300).
001290 01 WS-SUB-DAY-CNT PIC 9(4).
001300 01 WS-REASON PIC X(60).
001310*JSON string pick-up, see GET-JSON-STRING.
001320 01 WS-JSON-KEY PIC X(12).
001330 01 WS-JSON-KEY-LEN PIC 99.
001340 01 WS-JSON-VAL PIC X(400).
001350 01 WS-JSON-VAL-LEN PIC 9(4).
001360 01 WS-JSON-MAX PIC 9(4).
001370 01 WS-JSON-OK PIC 9.
001380 01 WS-JSON-DONE PIC 9.
001390 01 WS-JSON-POS PIC 9(4).
001400 01 WS-JSON-CH PIC X.
001410 01 WS-REJECT-LINE PIC X(2100).
001420 01 WS-TOTALS.
001430   05 WS-SUBS-READ PIC 9(5) VALUE 0.
001440   05 WS-SUBS-APPROVED PIC 9(5) VALUE 0.
001450   05 WS-SUBS-HELD PIC 9(5) VALUE 0.
001460   05 WS-ROWS-WRITTEN PIC 9(5) VALUE 0.
001470 01 WS-TOTAL-STR PIC ZZZZ9.
001480 PROCEDURE DIVISION.
001490 MAIN SECTION.
001500   PERFORM OPEN-INPUTS.
001510   IF WS-RUN-OK = 1
001520     PERFORM LOAD-BLOCKED-WORDS
001530     PERFORM LOAD-WALL
001540   END-IF.
001550   IF WS-RUN-OK = 1
001560     PERFORM MODERATE-SUBMISSIONS
001570     PERFORM SORT-WALL
001573   END-IF.
001576   IF WS-RUN-OK = 1
001580     PERFORM WRITE-WALL
001590   END-IF.
001600   PERFORM CLOSE-FILES.
001610   PERFORM REPORT-TOTALS.
001620   STOP RUN.
001630 OPEN-INPUTS.
001640   OPEN INPUT GB-IN.
001650   IF WS-GBIN-STAT NOT = '00'
001660     DISPLAY 'GBIMPORT: cannot open GBIN, status ' WS-GBIN-STAT
001670     MOVE 0 TO WS-RUN-OK
001680   END-IF.
001690   OPEN INPUT GB-SUBS.
001700   IF WS-SUBS-STAT NOT = '00'
001710     DISPLAY 'GBIMPORT: cannot open GBSUBS, status ' WS-SUBS-STAT
001720     MOVE 0 TO WS-RUN-OK
001730   END-IF.
001740   OPEN INPUT GB-BLOCK.
001750   IF WS-BLOCK-STAT NOT = '00' AND WS-BLOCK-STAT NOT = '05'
001760     DISPLAY 'GBIMPORT: cannot open GBBLOCK, status '
001770       WS-BLOCK-STAT
001780     MOVE 0 TO WS-RUN-OK
001790   END-IF.
001800   OPEN OUTPUT GB-REJECT.
001810   IF WS-REJECT-STAT NOT = '00'
001820     DISPLAY 'GBIMPORT: cannot open GBREJECT, status '
001830       WS-REJECT-STAT
001840     MOVE 0 TO WS-RUN-OK
001850   END-IF.
001860   CONTINUE.
001870 CLOSE-FILES.
001880   IF WS-GBIN-STAT = '00'
001890     CLOSE GB-IN
001900   END-IF.
001910   IF WS-SUBS-STAT = '00' OR WS-SUBS-STAT = '10'
001920     CLOSE GB-SUBS
001930   END-IF.
001940   IF WS-BLOCK-STAT = '00' OR WS-BLOCK-STAT = '05'
001950       OR WS-BLOCK-STAT = '10'
001960     CLOSE GB-BLOCK
001970   END-IF.
001980   IF WS-REJECT-STAT = '00'
001990     CLOSE GB-REJECT
001991     IF WS-REJECT-STAT NOT = '00'
001992       DISPLAY 'GBIMPORT: cannot write GBREJECT, status '
001993         WS-REJECT-STAT
001994       MOVE 0 TO WS-RUN-OK
001995     END-IF
002000   END-IF.
002010   CONTINUE.
002020*Blocked words are kept upper-cased, the check upper-cases the
002030*submission the same way.
002040 LOAD-BLOCKED-WORDS.
002050   IF WS-BLOCK-STAT = '05'
002060     MOVE 1 TO WS-BLOCK-EOF
002070   ELSE
002080     PERFORM READ-GB-BLOCK
002090   END-IF.
002100   PERFORM UNTIL WS-BLOCK-EOF = 1
002110     IF GB-BLOCK-REC NOT = SPACES
002120       AND GB-BLOCK-REC(1:1) NOT = '*'
002130       IF WS-BLOCK-COUNT < 200
002140         ADD 1 TO WS-BLOCK-COUNT
002150         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GB-BLOCK-REC))
002160           TO BLOCK-WORD(WS-BLOCK-COUNT)
002170         MOVE FUNCTION LENGTH(FUNCTION TRIM(GB-BLOCK-REC))
002180           TO BLOCK-LEN(WS-BLOCK-COUNT)
002190         IF BLOCK-LEN(WS-BLOCK-COUNT) > 40
002200           MOVE 40 TO BLOCK-LEN(WS-BLOCK-COUNT)
002210         END-IF
002220       ELSE
002230         DISPLAY 'GBIMPORT: more than 200 blocked words, rest '
002240           'ignored'
002250         MOVE 1 TO WS-BLOCK-EOF
002260       END-IF
002270     END-IF
002280     IF WS-BLOCK-EOF = 0
002290       PERFORM READ-GB-BLOCK
002300     END-IF
002310   END-PERFORM.
002320   CONTINUE.
002330 READ-GB-BLOCK.
002340   READ GB-BLOCK
002350     AT END MOVE 1 TO WS-BLOCK-EOF
002360   END-READ.
002370   CONTINUE.
002380*Read the whole wall before anything is written, so GBOUT can
002390*name the same file as GBIN.
002400 LOAD-WALL.
002410   PERFORM READ-GB-IN.
002420   PERFORM UNTIL WS-GBIN-EOF = 1 OR WS-RUN-OK = 0
002430     ADD 1 TO WS-WALL-LINE-NO
002440     IF GB-IN-REC NOT = SPACES
002450       IF WS-WALL-COUNT < WS-WALL-MAX
002460         ADD 1 TO WS-WALL-COUNT
002470         PERFORM STORE-WALL-ROW
002480       ELSE
002490         DISPLAY 'GBIMPORT: GBIN has more entries than the '
002500           'wall holds, nothing written'
002510         MOVE 0 TO WS-RUN-OK
002520       END-IF
002530     END-IF
002540     PERFORM READ-GB-IN
002550   END-PERFORM.
002560   CLOSE GB-IN.
002570   MOVE SPACES TO WS-GBIN-STAT.
002580   COMPUTE WS-WALL-NEW-FIRST = WS-WALL-COUNT + 1.
002590   CONTINUE.
002600 READ-GB-IN.
002610   READ GB-IN
002620     AT END MOVE 1 TO WS-GBIN-EOF
002630   END-READ.
002640   CONTINUE.
002650 STORE-WALL-ROW.
002660   MOVE GB-IN-REC TO WALL-RAW(WS-WALL-COUNT).
002670   MOVE 0 TO WS-WALL-BARS.
002680   INSPECT GB-IN-REC TALLYING WS-WALL-BARS FOR ALL '|'.
002690   MOVE SPACES TO WALL-DATE(WS-WALL-COUNT)
002700     WALL-NAME(WS-WALL-COUNT) WALL-MSG(WS-WALL-COUNT).
002710   UNSTRING GB-IN-REC DELIMITED BY '|'
002720     INTO WALL-DATE(WS-WALL-COUNT) WALL-NAME(WS-WALL-COUNT)
002730          WALL-MSG(WS-WALL-COUNT)
002740   END-UNSTRING.
002750   IF WS-WALL-BARS = 2
002760     MOVE 'O' TO WALL-STATE(WS-WALL-COUNT)
002770   ELSE
002780*   The page reports these in its diagnostics; carry them over
002790*   untouched, in place, rather than guess at a repair.
002800     MOVE 'X' TO WALL-STATE(WS-WALL-COUNT)
002810     MOVE WS-WALL-LINE-NO TO WS-LINE-STR
002820     DISPLAY 'GBIMPORT: GBIN line ' FUNCTION TRIM(WS-LINE-STR)
002830       ' is not 3 fields, copied through as is'
002840   END-IF.
002850   CONTINUE.
002860 MODERATE-SUBMISSIONS.
002870   PERFORM READ-GB-SUBS.
002880   PERFORM UNTIL WS-SUBS-EOF = 1
002890     ADD 1 TO WS-SUB-LINE-NO
002900     IF GB-SUBS-REC NOT = SPACES
002910       AND GB-SUBS-REC(1:1) NOT = '*'
002920       ADD 1 TO WS-SUBS-READ
002930       PERFORM MODERATE-ONE
002940     END-IF
002950     PERFORM READ-GB-SUBS
002960   END-PERFORM.
002970   CONTINUE.
002980 READ-GB-SUBS.
002990   READ GB-SUBS
003000     AT END MOVE 1 TO WS-SUBS-EOF
003010   END-READ.
003020   CONTINUE.
003030 MODERATE-ONE.
003040   MOVE SPACES TO WS-REASON.
003050   MOVE GB-SUBS-REC TO WS-SUB-LINE.
003060   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-LINE TRAILING))
003070     TO WS-SUB-LEN.
003080   MOVE SPACES TO WS-SUB-NAME.
003090   MOVE SPACES TO WS-SUB-MSG.
003100   PERFORM CHECK-SUB-DATE.
003110   IF WS-REASON = SPACES
003120     PERFORM PARSE-SUB-BODY
003130   END-IF.
003140   IF WS-REASON = SPACES
003150     PERFORM CHECK-SUB-TEXT
003160   END-IF.
003170   IF WS-REASON = SPACES
003180     PERFORM CHECK-BLOCKED-WORDS
003190   END-IF.
003200   IF WS-REASON = SPACES
003210     PERFORM CHECK-DUPLICATE
003220   END-IF.
003230   IF WS-REASON = SPACES
003240     PERFORM CHECK-DAY-CAP
003250   END-IF.
003260   IF WS-REASON = SPACES
003270     PERFORM APPROVE-SUB
003280   ELSE
003290     ADD 1 TO WS-SUBS-HELD
003300     PERFORM REPORT-HELD
003310   END-IF.
003320   CONTINUE.
003330*Same test as VALIDATE-DATE-FIELD on the page.
003340 CHECK-SUB-DATE.
003350   MOVE SPACES TO WS-SUB-DATE.
003360   UNSTRING WS-SUB-LINE DELIMITED BY '|'
003370     INTO WS-SUB-DATE
003380   END-UNSTRING.
003390   IF WS-SUB-DATE(1:8) IS NOT NUMERIC
003400       OR WS-SUB-DATE(9:2) NOT = SPACES
003410       OR WS-SUB-LINE(9:1) NOT = '|'
003420     MOVE 'bad date (want yyyymmdd|body)' TO WS-REASON
003430   ELSE
003440     MOVE WS-SUB-DATE(5:2) TO WS-SUB-MM
003450     MOVE WS-SUB-DATE(7:2) TO WS-SUB-DD
003460     IF WS-SUB-MM < 1 OR WS-SUB-MM > 12
003470         OR WS-SUB-DD < 1 OR WS-SUB-DD > 31
003480       MOVE 'bad date (want yyyymmdd|body)' TO WS-REASON
003490     END-IF
003500   END-IF.
003510   CONTINUE.
003520 PARSE-SUB-BODY.
003530   MOVE '"name"' TO WS-JSON-KEY.
003540   MOVE 6 TO WS-JSON-KEY-LEN.
003550   MOVE 60 TO WS-JSON-MAX.
003560   PERFORM GET-JSON-STRING.
003570   EVALUATE WS-JSON-OK
003580     WHEN 1
003590       MOVE WS-JSON-VAL TO WS-SUB-NAME
003600     WHEN 2
003610       MOVE 'name longer than 60' TO WS-REASON
003612     WHEN 3
003614       MOVE 'unsupported escape in body - check by hand'
003616         TO WS-REASON
003620     WHEN OTHER
003630       MOVE 'no "name" string in the body' TO WS-REASON
003640   END-EVALUATE.
003650   IF WS-REASON = SPACES
003660     MOVE '"message"' TO WS-JSON-KEY
003670     MOVE 9 TO WS-JSON-KEY-LEN
003680     MOVE 300 TO WS-JSON-MAX
003690     PERFORM GET-JSON-STRING
003700     EVALUATE WS-JSON-OK
003710       WHEN 1
003720         MOVE WS-JSON-VAL TO WS-SUB-MSG
003730       WHEN 2
003740         MOVE 'message longer than 300' TO WS-REASON
003742       WHEN 3
003744         MOVE 'unsupported escape in body - check by hand'
003746           TO WS-REASON
003750       WHEN OTHER
003760         MOVE 'no "message" string in the body' TO WS-REASON
003770     END-EVALUATE
003780   END-IF.
003790   CONTINUE.
003800*Find WS-JSON-KEY in the body and pick up the string value after
003810*it, undoing the escapes GUEST-ESCAPE puts in (newlines and tabs
003820*become a space, a guestbook line is one line). WS-JSON-OK comes
003830*back 1 found, 2 longer than WS-JSON-MAX, 3 an escape this
003840*does not undo, 0 not found or not a plain string.
003850 GET-JSON-STRING.
003860   MOVE 0 TO WS-JSON-OK.
003870   MOVE 0 TO WS-JSON-DONE.
003880   MOVE SPACES TO WS-JSON-VAL.
003890   MOVE 0 TO WS-JSON-VAL-LEN.
003900   MOVE 0 TO WS-JSON-POS.
003910   PERFORM VARYING WS-WALL-IDX FROM 10 BY 1
003920     UNTIL WS-WALL-IDX + WS-JSON-KEY-LEN - 1 > WS-SUB-LEN
003930       OR WS-JSON-POS > 0
003940     IF WS-SUB-LINE(WS-WALL-IDX:WS-JSON-KEY-LEN)
003950         = WS-JSON-KEY(1:WS-JSON-KEY-LEN)
003960       COMPUTE WS-JSON-POS = WS-WALL-IDX + WS-JSON-KEY-LEN
003970     END-IF
003980   END-PERFORM.
003990   IF WS-JSON-POS > 0
004000     PERFORM SKIP-JSON-SPACE
004010     IF WS-JSON-POS <= WS-SUB-LEN
004020         AND WS-SUB-LINE(WS-JSON-POS:1) = ':'
004030       ADD 1 TO WS-JSON-POS
004040       PERFORM SKIP-JSON-SPACE
004050     ELSE
004060       MOVE 0 TO WS-JSON-POS
004070     END-IF
004080   END-IF.
004090   IF WS-JSON-POS > 0
004100     IF WS-JSON-POS <= WS-SUB-LEN
004110         AND WS-SUB-LINE(WS-JSON-POS:1) = '"'
004120       ADD 1 TO WS-JSON-POS
004130     ELSE
004140       MOVE 0 TO WS-JSON-POS
004150     END-IF
004160   END-IF.
004170   IF WS-JSON-POS > 0
004180     PERFORM UNTIL WS-JSON-DONE = 1
004190       IF WS-JSON-POS > WS-SUB-LEN
004200*       Ran off the end of the line before the closing quote.
004210         MOVE 1 TO WS-JSON-DONE
004220       ELSE
004230         MOVE WS-SUB-LINE(WS-JSON-POS:1) TO WS-JSON-CH
004240         ADD 1 TO WS-JSON-POS
004250         EVALUATE WS-JSON-CH
004260           WHEN '"'
004270             MOVE 1 TO WS-JSON-DONE
004280             MOVE 1 TO WS-JSON-OK
004290           WHEN '\'
004300             PERFORM GET-JSON-ESCAPE
004310           WHEN OTHER
004320             PERFORM PUT-JSON-CHAR
004330         END-EVALUATE
004340       END-IF
004350     END-PERFORM
004360   END-IF.
004370   IF WS-JSON-OK = 1 AND WS-JSON-VAL-LEN > WS-JSON-MAX
004380     MOVE 2 TO WS-JSON-OK
004390   END-IF.
004400   CONTINUE.
004410 SKIP-JSON-SPACE.
004420   PERFORM UNTIL WS-JSON-POS > WS-SUB-LEN
004430       OR WS-SUB-LINE(WS-JSON-POS:1) NOT = SPACE
004440     ADD 1 TO WS-JSON-POS
004450   END-PERFORM.
004460   CONTINUE.
004470 GET-JSON-ESCAPE.
004480   IF WS-JSON-POS > WS-SUB-LEN
004490     MOVE 1 TO WS-JSON-DONE
004500   ELSE
004510     MOVE WS-SUB-LINE(WS-JSON-POS:1) TO WS-JSON-CH
004520     ADD 1 TO WS-JSON-POS
004530     EVALUATE WS-JSON-CH
004540       WHEN '"'
004550       WHEN '\'
004560       WHEN '/'
004570         PERFORM PUT-JSON-CHAR
004580       WHEN 'n'
004590       WHEN 'r'
004600       WHEN 't'
004610         MOVE SPACE TO WS-JSON-CH
004620         PERFORM PUT-JSON-CHAR
004630       WHEN OTHER
004640*       \uXXXX and the like are left for a person to judge.
004650         MOVE 3 TO WS-JSON-OK
004655         MOVE 1 TO WS-JSON-DONE
004660     END-EVALUATE
004670   END-IF.
004680   CONTINUE.
004690 PUT-JSON-CHAR.
004700   ADD 1 TO WS-JSON-VAL-LEN.
004710   IF WS-JSON-VAL-LEN <= 400
004720     MOVE WS-JSON-CH TO WS-JSON-VAL(WS-JSON-VAL-LEN:1)
004730   END-IF.
004740   CONTINUE.
004750*The VALIDATE-GUEST-LINE rules, plus the characters a wall line
004760*cannot safely carry.
004770 CHECK-SUB-TEXT.
004780   MOVE FUNCTION TRIM(WS-SUB-NAME) TO WS-SUB-NAME.
004790   MOVE FUNCTION TRIM(WS-SUB-MSG) TO WS-SUB-MSG.
004800   IF WS-SUB-NAME = SPACES
004810     MOVE WS-GB-ANON-NAME TO WS-SUB-NAME
004820   END-IF.
004830   IF WS-SUB-MSG = SPACES
004840     MOVE 'blank message' TO WS-REASON
004850   END-IF.
004860   IF WS-REASON = SPACES
004870     MOVE 0 TO WS-BLOCK-HITS
004880     INSPECT WS-SUB-NAME TALLYING WS-BLOCK-HITS FOR ALL '|'
004890     INSPECT WS-SUB-MSG TALLYING WS-BLOCK-HITS FOR ALL '|'
004900     IF WS-BLOCK-HITS > 0
004910       MOVE 'contains | (the field separator)' TO WS-REASON
004920     END-IF
004930   END-IF.
004940   IF WS-REASON = SPACES
004950     MOVE 0 TO WS-BLOCK-HITS
004960     INSPECT WS-SUB-NAME TALLYING WS-BLOCK-HITS FOR ALL '<'
004970       ALL '>'
004980     INSPECT WS-SUB-MSG TALLYING WS-BLOCK-HITS FOR ALL '<'
004990       ALL '>'
005000     IF WS-BLOCK-HITS > 0
005010       MOVE 'contains < or > (markup)' TO WS-REASON
005020     END-IF
005030   END-IF.
005040   MOVE FUNCTION UPPER-CASE(WS-SUB-NAME) TO WS-SUB-NAME-UC.
005050   MOVE FUNCTION UPPER-CASE(WS-SUB-MSG) TO WS-SUB-MSG-UC.
005060   CONTINUE.
005070 CHECK-BLOCKED-WORDS.
005080   PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
005090     UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT OR WS-REASON NOT = SPACES
005100     MOVE 0 TO WS-BLOCK-HITS
005110     INSPECT WS-SUB-NAME-UC TALLYING WS-BLOCK-HITS
005120       FOR ALL BLOCK-WORD(WS-BLOCK-IDX)(1:BLOCK-LEN(WS-BLOCK-IDX))
005130     INSPECT WS-SUB-MSG-UC TALLYING WS-BLOCK-HITS
005140       FOR ALL BLOCK-WORD(WS-BLOCK-IDX)(1:BLOCK-LEN(WS-BLOCK-IDX))
005150     IF WS-BLOCK-HITS > 0
005160       STRING 'blocked word: '
005170         BLOCK-WORD(WS-BLOCK-IDX)(1:BLOCK-LEN(WS-BLOCK-IDX))
005180         DELIMITED BY SIZE INTO WS-REASON
005190     END-IF
005200   END-PERFORM.
005210   CONTINUE.
005220*Same name and message, ignoring case, as anything on the wall or
005230*already approved in this run, whatever the date.
005240 CHECK-DUPLICATE.
005250   PERFORM VARYING WS-WALL-IDX FROM 1 BY 1
005260     UNTIL WS-WALL-IDX > WS-WALL-COUNT OR WS-REASON NOT = SPACES
005270     IF WALL-STATE(WS-WALL-IDX) NOT = 'X'
005280       AND FUNCTION UPPER-CASE(WALL-NAME(WS-WALL-IDX))
005290         = WS-SUB-NAME-UC
005300       AND FUNCTION UPPER-CASE(WALL-MSG(WS-WALL-IDX))
005310         = WS-SUB-MSG-UC
005320       IF WALL-STATE(WS-WALL-IDX) = 'O'
005330         MOVE 'duplicate of an entry already on the wall'
005340           TO WS-REASON
005350       ELSE
005360         MOVE 'duplicate of an earlier submission' TO WS-REASON
005370       END-IF
005380     END-IF
005390   END-PERFORM.
005400   CONTINUE.
005410 CHECK-DAY-CAP.
005420   MOVE 0 TO WS-SUB-DAY-CNT.
005430   PERFORM VARYING WS-WALL-IDX FROM 1 BY 1
005440     UNTIL WS-WALL-IDX > WS-WALL-COUNT
005450     IF WALL-STATE(WS-WALL-IDX) NOT = 'X'
005460       AND WALL-DATE(WS-WALL-IDX) = WS-SUB-DATE(1:8)
005470       AND FUNCTION UPPER-CASE(WALL-NAME(WS-WALL-IDX))
005480         = WS-SUB-NAME-UC
005490       ADD 1 TO WS-SUB-DAY-CNT
005500     END-IF
005510   END-PERFORM.
005520   IF WS-SUB-DAY-CNT >= WS-GB-DAY-CAP
005530     STRING 'already ' WS-GB-DAY-CAP
005540       ' entries for this name that day'
005550       DELIMITED BY SIZE INTO WS-REASON
005560   END-IF.
005570   CONTINUE.
005580 APPROVE-SUB.
005590   IF WS-WALL-COUNT < WS-WALL-MAX
005600     ADD 1 TO WS-SUBS-APPROVED
005610     ADD 1 TO WS-WALL-COUNT
005620     MOVE 'N' TO WALL-STATE(WS-WALL-COUNT)
005630     MOVE WS-SUB-DATE(1:8) TO WALL-DATE(WS-WALL-COUNT)
005640     MOVE WS-SUB-NAME TO WALL-NAME(WS-WALL-COUNT)
005650     MOVE WS-SUB-MSG TO WALL-MSG(WS-WALL-COUNT)
005660     MOVE SPACES TO WALL-RAW(WS-WALL-COUNT)
005670   ELSE
005680     MOVE 'wall table full, run again after trimming' TO WS-REASON
005690     ADD 1 TO WS-SUBS-HELD
005700     PERFORM REPORT-HELD
005710   END-IF.
005720   CONTINUE.
005730 REPORT-HELD.
005740   MOVE WS-SUB-LINE-NO TO WS-LINE-STR.
005750   MOVE SPACES TO WS-REJECT-LINE.
005760   STRING 'line ' WS-LINE-STR ': ' FUNCTION TRIM(WS-REASON)
005770     DELIMITED BY SIZE INTO WS-REJECT-LINE.
005780   MOVE WS-REJECT-LINE TO GB-REJECT-REC.
005790   PERFORM WRITE-REJECT-REC.
005800   MOVE SPACES TO WS-REJECT-LINE.
005810   STRING '  ' WS-SUB-LINE
005820     DELIMITED BY SIZE INTO WS-REJECT-LINE.
005830   MOVE WS-REJECT-LINE TO GB-REJECT-REC.
005840   PERFORM WRITE-REJECT-REC.
005850   CONTINUE.
005851 WRITE-REJECT-REC.
005852   WRITE GB-REJECT-REC.
005853   IF WS-REJECT-STAT NOT = '00' AND WS-RUN-OK = 1
005854     DISPLAY 'GBIMPORT: cannot write GBREJECT, status '
005855       WS-REJECT-STAT
005856     MOVE 0 TO WS-RUN-OK
005857   END-IF.
005858   CONTINUE.
005860*Newest first, as the page expects. The existing wall is taken
005870*as already in order; each approved entry is slid up above every
005880*entry of the same day or older, so within a day the latest
005890*arrival lands on top. Lines that are not wall entries keep their
005895*place; entries move past them without disturbing them.
005900 SORT-WALL.
005910   PERFORM VARYING WS-WALL-IDX FROM WS-WALL-NEW-FIRST BY 1
005920     UNTIL WS-WALL-IDX > WS-WALL-COUNT
005930     MOVE WS-WALL-TBL(WS-WALL-IDX) TO WS-WALL-SWAP
005940     MOVE WS-WALL-IDX TO WS-WALL-JDX
005950     MOVE 0 TO WS-WALL-PLACED
005960     PERFORM UNTIL WS-WALL-PLACED = 1
005965       PERFORM FIND-ENTRY-ABOVE
005970       IF WS-WALL-JDX1 = 0
005980         MOVE 1 TO WS-WALL-PLACED
005990       ELSE
006010         IF WALL-DATE(WS-WALL-JDX1) > SWAP-DATE
006020           MOVE 1 TO WS-WALL-PLACED
006030         ELSE
006040           MOVE WS-WALL-TBL(WS-WALL-JDX1)
006050             TO WS-WALL-TBL(WS-WALL-JDX)
006060           MOVE WS-WALL-JDX1 TO WS-WALL-JDX
006070         END-IF
006080       END-IF
006090     END-PERFORM
006100     MOVE WS-WALL-SWAP TO WS-WALL-TBL(WS-WALL-JDX)
006110   END-PERFORM.
006120   CONTINUE.
006130 WRITE-WALL.
006140   OPEN OUTPUT GB-OUT.
006150   IF WS-OUT-STAT NOT = '00'
006160     DISPLAY 'GBIMPORT: cannot open GBOUT, status ' WS-OUT-STAT
006170     MOVE 0 TO WS-RUN-OK
006180   ELSE
006190     PERFORM VARYING WS-WALL-IDX FROM 1 BY 1
006200       UNTIL WS-WALL-IDX > WS-WALL-COUNT OR WS-RUN-OK = 0
006210       MOVE SPACES TO GB-OUT-REC
006220       IF WALL-STATE(WS-WALL-IDX) = 'X'
006230         MOVE WALL-RAW(WS-WALL-IDX) TO GB-OUT-REC
006240       ELSE
006250         STRING WALL-DATE(WS-WALL-IDX) '|'
006260           FUNCTION TRIM(WALL-NAME(WS-WALL-IDX) TRAILING) '|'
006270           FUNCTION TRIM(WALL-MSG(WS-WALL-IDX) TRAILING)
006280           DELIMITED BY SIZE INTO GB-OUT-REC
006290         END-STRING
006300       END-IF
006310       WRITE GB-OUT-REC
006312       IF WS-OUT-STAT = '00'
006314         ADD 1 TO WS-ROWS-WRITTEN
006316       ELSE
006318         DISPLAY 'GBIMPORT: cannot write GBOUT, status '
006320           WS-OUT-STAT
006322         MOVE 0 TO WS-RUN-OK
006324       END-IF
006330     END-PERFORM
006340     CLOSE GB-OUT
006341     IF WS-OUT-STAT NOT = '00' AND WS-RUN-OK = 1
006342       DISPLAY 'GBIMPORT: cannot write GBOUT, status '
006343         WS-OUT-STAT
006344       MOVE 0 TO WS-RUN-OK
006345     END-IF
006350   END-IF.
006360   CONTINUE.
006370 REPORT-TOTALS.
006380   MOVE WS-SUBS-READ TO WS-TOTAL-STR.
006390   DISPLAY 'GBIMPORT: submissions read     ' WS-TOTAL-STR.
006400   MOVE WS-SUBS-APPROVED TO WS-TOTAL-STR.
006410   DISPLAY 'GBIMPORT: submissions approved ' WS-TOTAL-STR.
006420   MOVE WS-SUBS-HELD TO WS-TOTAL-STR.
006430   DISPLAY 'GBIMPORT: submissions held     ' WS-TOTAL-STR.
006440   MOVE WS-ROWS-WRITTEN TO WS-TOTAL-STR.
006450   DISPLAY 'GBIMPORT: wall entries written ' WS-TOTAL-STR.
006460   EVALUATE TRUE
006470     WHEN WS-RUN-OK = 0
006480       MOVE 16 TO RETURN-CODE
006490     WHEN WS-SUBS-HELD > 0
006500       MOVE 4 TO RETURN-CODE
006510     WHEN OTHER
006520       MOVE 0 TO RETURN-CODE
006530   END-EVALUATE.
006540   CONTINUE.
006550*Nearest wall entry above WS-WALL-JDX, or 0 when there is none.
006560 FIND-ENTRY-ABOVE.
006570   COMPUTE WS-WALL-JDX1 = WS-WALL-JDX - 1.
006580   MOVE 0 TO WS-WALL-SHOWN.
006590   PERFORM UNTIL WS-WALL-JDX1 = 0 OR WS-WALL-SHOWN = 1
006600     IF WALL-STATE(WS-WALL-JDX1) = 'X'
006610       SUBTRACT 1 FROM WS-WALL-JDX1
006620     ELSE
006630       MOVE 1 TO WS-WALL-SHOWN
006640     END-IF
006650   END-PERFORM.
006660   CONTINUE.
