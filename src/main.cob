003283 01 WS-ESC-LEN PIC 9(4).
003286 01 WS-ESC-OUT-LEN PIC 9(4).
003290 01 WS-PROJECTS.
003310   05 WS-PROJECT-COUNT PIC 999 VALUE 0.
003330   05 WS-PROJECT-TBL OCCURS 200 TIMES.
003340     10 PROJ-LANG PIC XX.
003350     10 PROJ-TITLE PIC X(60).
003370     10 PROJ-BLURB PIC X(300).
003420     10 PROJ-STATS-TXT PIC X(60).
003425     10 PROJ-ADDED PIC X(8).
003427     10 PROJ-STARS PIC 9(6).
003430 01 WS-PROJECT-IDX PIC 999.
003431*Catalog room: the project, skill and note tables hold up to
003432*50 rows per language. Cards carry a per-language slot number
003433*(the n-th row of the shown language) so the PROJSELnn and
003434*POSTSELnn callbacks stay within 01-50 whatever the row is.
003435 01 WS-CAT-ROOM.
003436   05 WS-CAT-PER-LANG PIC 99 VALUE 50.
003437   05 WS-CAT-LANG-TBL OCCURS 4 TIMES.
003438     10 CAT-LANG-ROWS PIC 99.
003439     10 CAT-LANG-FULL PIC 9.
003440 01 WS-CAT-LANG-IDX PIC 9.
003441 01 WS-CAT-SLOT PIC 99.
003442 01 WS-SLOT-ROW PIC 999.
003443 01 WS-SLOT-SCAN PIC 999.
003444 01 WS-SLOT-CNT PIC 99.
003450 01 WS-PARSE-PTR PIC 9(6).
003470 01 WS-PARSE-LINE PIC X(700).
003472*GHSTATnn callbacks number the repos fetched this cycle, one
003474*slot per distinct link, see REFRESH-PROJ-STATS.
003476 01 WS-GH-SLOTS.
003478   05 WS-GH-SLOT-COUNT PIC 99 VALUE 0.
003480   05 WS-GH-SLOT-TBL OCCURS 50 TIMES.
003482     10 GH-SLOT-ROW PIC 999.
003484 01 WS-GH-ROW PIC 999.
003490 01 WS-IDX-STR PIC 999.
003500 01 WS-SEL-STR PIC 99.
003510 01 WS-ID-CARD PIC X(20).
003530 01 WS-ID-IMG PIC X(20).
003550 01 WS-ID-TITLE PIC X(20).
004010     10 LANG-NAV-PROJECTS PIC X(40).
004012     10 LANG-HDR-NOTES PIC X(40).
004014     10 LANG-NAV-NOTES PIC X(40).
004015     10 LANG-HDR-TALKS PIC X(40).
004016     10 LANG-NAV-TALKS PIC X(40).
004017     10 LANG-TALK-UPCOMING PIC X(40).
004018     10 LANG-TALK-PAST PIC X(40).
004019     10 LANG-TALK-ICS PIC X(40).
004020     10 LANG-TALK-NONE PIC X(60).
004021     10 LANG-A11Y-NAME PIC X(20).
004022     10 LANG-A11Y-MENU PIC X(40).
004023     10 LANG-A11Y-GHSTATS PIC X(60).
004024     10 LANG-A11Y-SHOT PIC X(30).
004025     10 LANG-A11Y-ICON PIC X(30).
004030     10 LANG-TEXTS.
004050       15 TAB PIC X(12) VALUE '&nbsp;&nbsp;'.
004070       15 ABOUT-ME PIC X(1000).
004190       15 NB2 PIC X(1) VALUE X'00'.
004210 01 WS-NAV-LOG.
004230   05 WS-NAV-LOG-IDX PIC 9.
004250   05 WS-NAV-LOG-TBL OCCURS 6 TIMES.
004270     10 NAV-LOG-NAME PIC X(20).
004290     10 NAV-LOG-COUNT PIC 9(6) VALUE 0.
004310 01 WS-NAV-LOG-COOKIE PIC X(48).
004330 01 WS-SKILLS.
004350   05 WS-SKILL-COUNT PIC 999 VALUE 0.
004370   05 WS-SKILL-TBL OCCURS 200 TIMES.
004380     10 SKILL-LANG PIC XX.
004390     10 SKILL-NAME PIC X(60).
004410     10 SKILL-LEVEL PIC 999.
004430 01 WS-SKILL-IDX PIC 999.
004570*Skill/project cross-reference, /res/data/skillmap.txt: one
004572*skill|project pair per line, named as in the base-language rows.
004574*A pair resolves to the skill's position among its language's
004576*rows (the same in every language) and to the project's
004578*image+date, which all of its language twins share.
004580 01 WS-XREFS.
004582   05 WS-XREF-COUNT PIC 999 VALUE 0.
004584   05 WS-XREF-FULL PIC 9 VALUE 0.
004586   05 WS-XREF-TBL OCCURS 200 TIMES.
004588     10 XREF-SKILL PIC X(60).
004590     10 XREF-PROJ PIC X(60).
004592     10 XREF-LINE PIC 9(5).
004594     10 XREF-FORM-OK PIC 9.
004596     10 XREF-SKILL-ORD PIC 99.
004598     10 XREF-PROJ-IMAGE PIC X(120).
004600     10 XREF-PROJ-ADDED PIC X(8).
004602 01 WS-XREF-IDX PIC 999.
004604 01 WS-SKILL-ORD PIC 99.
004606 01 WS-ID-SKILL-CARD PIC X(20).
004608 01 WS-ID-SKILL-NAME PIC X(20).
004610 01 WS-ID-SKILL-BAR-OUT PIC X(20).
004612 01 WS-ID-SKILL-BAR-IN PIC X(20).
004614 01 WS-SKILL-BAR-STYLE PIC X(6).
004616 01 WS-SKILL-LEVEL-STR PIC ZZ9.
004618*Skill filter on the Projects section: the picked skill's
004620*position, 0 when off. Set by the SKILLSELnn card callbacks.
004622 01 WS-SKILL-PICK PIC 99 VALUE 0.
004624 01 WS-SKILL-SEL PIC 99.
004626 01 WS-SKILL-CHIP-BUILT PIC 9 VALUE 0.
004628 01 WS-SKILL-CHIP-TXT PIC X(80).
004630 01 WS-SKILL-TAGS PIC X(300).
004632 01 WS-SKILL-TAG-PTR PIC 9(3).
004634 01 WS-ID-SKILLSEL PIC X(20).
004636 01 WS-ID-PROJ-TAGS PIC X(20).
004638*Consent history. Raise WS-CONSENT-VERSION whenever the site
004640*starts keeping or sending something new; a stored consentVer
004642*below it brings the cookie panel back, see
004644*CHECK-CONSENT-VERSION.
004646*  01 language preference
004648*  02 theme, nav log, last visit, local catalog cache
004650*  03 anonymous error reports, full consent only
004652 01 WS-CONSENT-VERSION PIC 99 VALUE 3.
004654 01 WS-CONSENT-COOKIE PIC X(8).
004656 01 WS-CONSENT-SEEN PIC 99 VALUE 0.
004658 01 WS-CONSENT-STALE PIC 9 VALUE 0.
004660*Everything the site keeps on the visitor's device, kind c for a
004662*cookie and l for a localStorage key, see INIT-STORE-KEYS. Forget
004664*me and a "No" on the cookie panel clear what is listed here.
004666 01 WS-STORE-KEYS.
004668   05 WS-STORE-COUNT PIC 99 VALUE 10.
004670   05 WS-STORE-TBL OCCURS 10 TIMES.
004672     10 STORE-KIND PIC X.
004674     10 STORE-KEY PIC X(12).
004676 01 WS-STORE-IDX PIC 99.
004678 01 WS-FORGET-JS PIC X(1500).
004680 01 WS-FORGET-PTR PIC 9(4).
004682 01 WS-FORGET-CKS PIC X(200).
004684 01 WS-FORGET-CK-PTR PIC 9(3).
004686 01 WS-FORGET-LSS PIC X(200).
004688 01 WS-FORGET-LS-PTR PIC 9(3).
004690 01 WS-FORGET-LIST PIC X(200).
004692 01 WS-FORGET-MSG PIC X(300).
004694 01 WS-CONTACTS.
004696   05 WS-CONTACT-COUNT PIC 9 VALUE 6.
004698   05 WS-CONTACT-TBL OCCURS 6 TIMES.
004700     10 CONTACT-ICON PIC X(60).
004702     10 CONTACT-LABEL PIC X(20).
004704     10 CONTACT-URL PIC X(120).
004706 01 WS-CONTACT-IDX PIC 9.
004708 01 WS-ID-CONTACT-BOX PIC X(20).
004710 01 WS-ID-CONTACT-IMG PIC X(20).
004712 01 WS-ID-CONTACT-TXT PIC X(20).
004714 01 WS-ID-CONTACTSEL PIC X(20).
004716*Incident reports, see REPORT-INCIDENT. One row per distinct
004718*kind and reference this visit; rows raised before consent wait
004720*here and go out once the visitor accepts, see COOKIEACCEPT.
004722 01 WS-INCIDENTS.
004724   05 WS-INC-COUNT PIC 99 VALUE 0.
004726   05 WS-INC-TBL OCCURS 40 TIMES.
004728     10 INC-DATE PIC X(8).
004730     10 INC-LANG PIC XX.
004732     10 INC-KIND PIC X(10).
004734     10 INC-REF PIC X(100).
004736     10 INC-SENT PIC 9.
004738 01 WS-INC-IDX PIC 99.
004740 01 WS-INC-FOUND PIC 99.
004742 01 WS-INC-KIND PIC X(10).
004744 01 WS-INC-REF PIC X(100).
004746 01 WS-INC-NOW PIC X(21).
004748 01 WS-INC-LINE-STR PIC ZZZZ9.
004750 01 WS-INC-BODY PIC X(500).
004752 01 WS-INC-BODY-PTR PIC 9(3).
004754*Keyboard and screen reader support, see A11Y-BUTTON/A11Y-ATTR.
004756*Caller sets WS-A11Y-ID, and for A11Y-ATTR the attribute name in
004758*WS-A11Y-ATTR and its value in WS-A11Y-TEXT.
004760 01 WS-A11Y-ID PIC X(40).
004762 01 WS-A11Y-ATTR PIC X(12).
004764 01 WS-A11Y-TEXT PIC X(200).
004766 01 WS-A11Y-JS PIC X(1000).
004768 01 WS-A11Y-PTR PIC 9(4).
004770 01 WS-A11Y-IDX PIC 99.
004772 01 WS-A11Y-IDX-STR PIC 999.
004774*Talks and appearances, /res/data/talks.txt records of the form
004776*date|city|title|link|lang, kept in date order; the section
004778*splits them on today's date, see ADD-TALKS.
004780 01 WS-TALKS.
004782   05 WS-TALK-COUNT PIC 999 VALUE 0.
004784   05 WS-TALK-TBL OCCURS 200 TIMES.
004786     10 TALK-DATE PIC X(8).
004788     10 TALK-CITY PIC X(40).
004790     10 TALK-TITLE PIC X(60).
004792     10 TALK-LINK PIC X(200).
004794     10 TALK-LANG PIC XX.
004796 01 WS-TALK-SWAP PIC X(310).
004798 01 WS-TALK-IDX PIC 999.
004800 01 WS-TALK-JDX PIC 999.
004802 01 WS-TALK-JDX1 PIC 999.
004804 01 WS-TALK-TODAY PIC X(8).
004806 01 WS-TALK-UP-CNT PIC 999.
004808 01 WS-TALK-PAST-CNT PIC 999.
004810 01 WS-TALK-FALLBACK-BUILT PIC 9 VALUE 0.
004812 01 WS-TALK-WHEN PIC X(80).
004814 01 WS-TALK-SEL PIC 99.
004816 01 WS-ID-TALK-CARD PIC X(20).
004818 01 WS-ID-TALK-WHEN PIC X(20).
004820 01 WS-ID-TALK-TITLE PIC X(20).
004822 01 WS-ID-TALK-ICS PIC X(20).
004824 01 WS-ID-TALKSEL PIC X(20).
004826 01 WS-ID-TALKICS PIC X(20).
004828*Calendar export for one upcoming talk: iCalendar text handed
004830*to the browser as a download the same way as the resume.
004832 01 WS-ICS PIC X(1500).
004834 01 WS-ICS-PTR PIC 9(4).
004836 01 WS-ICS-TEXT PIC X(200).
004838 01 WS-ICS-TEXT-LEN PIC 9(3).
004840 01 WS-ICS-TEXT-IDX PIC 9(3).
004842 01 WS-ICS-STAMP PIC X(21).
004844 01 WS-ICS-ESC PIC X(3000).
004846 01 WS-ICS-ESC-IDX PIC 9(4).
004848 01 WS-ICS-ESC-OUT PIC 9(4).
004850 01 WS-ICS-EVAL PIC X(3500).
004852 01 WS-ICS-EVAL-PTR PIC 9(4).
004854 01 WS-ICS-LINE PIC X(500).
004856 01 WS-ICS-LINE-LEN PIC 9(3).
004858 01 WS-ICS-LINE-IDX PIC 9(3).
004860 01 WS-ICS-COL PIC 99.
004862 01 WS-LAST-VISIT-COOKIE PIC X(40).
004864 01 WS-LAST-VISIT-TS PIC X(14).
004866 01 WS-VISIT-COUNT PIC 9(6).
004868 01 WS-VISIT-COUNT-STR PIC ZZZZZ9.
004870 01 WS-WELCOME-MSG PIC X(80).
004871 01 WS-TERM-LINE-TRIM PIC X(80).
004872 01 WS-TERM-CMD PIC X(20).
004907 01 WS-GUEST-ESC-OUT PIC 9(4).
004908 01 WS-GUEST-BODY-PTR PIC 9(4).
004909 01 WS-POSTS.
004911   05 WS-POST-COUNT PIC 999 VALUE 0.
004912   05 WS-POST-TBL OCCURS 200 TIMES.
004913     10 POST-LANG PIC XX.
004914     10 POST-DATE PIC X(8).
004915     10 POST-TITLE PIC X(60).
004921   05 SWAP-TITLE PIC X(60).
004922   05 SWAP-BODY PIC X(300).
004923   05 SWAP-LINK PIC X(200).
004924 01 WS-POST-IDX PIC 999.
004925 01 WS-POST-JDX PIC 999.
004926 01 WS-POST-JDX1 PIC 999.
004927 01 WS-ID-POST-CARD PIC X(20).
004928 01 WS-ID-POST-DATE PIC X(20).
004929 01 WS-ID-POST-TITLE PIC X(20).
004931 01 WS-ID-POSTSEL PIC X(20).
004932 01 WS-POST-DATE-DISP PIC X(10).
004933 01 WS-FETCHES.
004934   05 WS-FETCH-COUNT PIC 99 VALUE 18.
004935   05 WS-FETCH-IDX PIC 99.
004936   05 WS-FETCH-PENDING PIC 99.
004937   05 WS-FETCH-ROUND PIC 9 VALUE 0.
004938   05 WS-FETCH-TBL OCCURS 20 TIMES.
004939     10 FETCH-CB PIC X(12).
004941     10 FETCH-URL PIC X(40).
004942     10 FETCH-STATUS PIC 9.
004965 01 WS-ID-PROJ-STATS PIC X(20).
004966 01 WS-GH-DATE-RAW PIC X(30).
004967 01 WS-PREV-VISIT-TS PIC X(14).
004968 01 WS-NEW-PROJ-COUNT PIC 999 VALUE 0.
004969 01 WS-NEW-POST-COUNT PIC 999 VALUE 0.
004971 01 WS-NEW-CNT-STR PIC ZZ9.
004972 01 WS-TAGLINE-MSG PIC X(160).
004973 01 WS-TAGLINE-PTR PIC 9(4).
004974 01 WS-BADGE-ID PIC X(20).
004993 01 WS-ID-SEARCH-ROW PIC X(20).
004994 01 WS-LAST-HIT-CARD PIC X(20).
004995 01 WS-SEARCH-OUTLINE PIC X(30).
004996 01 WS-PROJ-JDX PIC 999.
004997 01 WS-GH-DUP PIC 9.
004998*Catalog diagnostics: rows the LOAD* validators rejected, kept
004999*with file, line number and reason so a hand-edit that breaks a
005002   05 WS-DIAG-COUNT PIC 99 VALUE 0.
005003   05 WS-DIAG-TBL OCCURS 30 TIMES.
005004     10 DIAG-FILE PIC X(12).
005005     10 DIAG-LINE PIC 9(5).
005006     10 DIAG-REASON PIC X(60).
005007 01 WS-DIAG-IDX PIC 99.
005008 01 WS-DIAG-KEEP PIC 99.
005012 01 WS-DIAG-BARS PIC 9(3).
005013 01 WS-DIAG-OK PIC 9.
005014 01 WS-DIAG-TWIN PIC 9.
005015 01 WS-DIAG-LANG-CNT PIC 999.
005016 01 WS-DIAG-BASE-CNT PIC 999.
005017 01 WS-DIAG-LINE-STR PIC ZZZZ9.
005018 01 WS-DIAG-MSG PIC X(120).
005019 01 WS-ID-DIAG-ROW PIC X(20).
005021 01 WS-PARSE-LINE-NO PIC 9(5).
005022 01 WS-VAL-LANG PIC XX.
005023 01 WS-VAL-LANG-OK PIC 9.
005024 01 WS-VAL-TITLE PIC X(60).
005041*the list, see OPEN-READER/LOADPOSTBODY/READERBACK.
005042 01 WS-READER-OPEN PIC 9 VALUE 0.
005043 01 WS-READER-LOADED PIC 9 VALUE 0.
005044 01 WS-READER-POST-IDX PIC 999 VALUE 0.
005045 01 WS-READER-URL PIC X(60).
005046 01 WS-PENDING-NOTE PIC X(8) VALUE SPACES.
005047 01 WS-READER-TEXTS.
005048   05 WS-READER-BODY PIC X(8000).
005049   05 WS-READER-NB PIC X(1) VALUE X'00'.
005051*Guestbook wall: res/data/guestbook.txt (date|name|message), as
005052*written by the moderated import in src/gbimport.cob from the
005053*exported GUESTSEND submissions; newest first, five to a page.
005054 01 WS-GBOOK.
005055   05 WS-GBOOK-COUNT PIC 99 VALUE 0.
005056   05 WS-GBOOK-TBL OCCURS 30 TIMES.
005092 01 WS-CACHE-VER PIC XX VALUE 'v2'.
005093 01 WS-CACHE-ON PIC 9 VALUE 0.
005094 01 WS-CACHE-KEY PIC X(12).
005095 01 WS-CACHE-RAW PIC X(64000).
005096 01 WS-CACHE-RAW-SIZE PIC 9(10) VALUE 0.
005097 01 WS-CACHED-PROJ PIC X(64000).
005098 01 WS-CACHED-PROJ-SIZE PIC 9(10) VALUE 0.
005099 01 WS-CACHED-SKILL PIC X(64000).
005101 01 WS-CACHED-SKILL-SIZE PIC 9(10) VALUE 0.
005102 01 WS-CACHED-POST PIC X(64000).
005103 01 WS-CACHED-POST-SIZE PIC 9(10) VALUE 0.
005104 01 WS-CACHE-ESC PIC X(128100).
005105 01 WS-CACHE-ESC-IDX PIC 9(6).
005106 01 WS-CACHE-ESC-OUT PIC 9(6).
005107 01 WS-CACHE-EVAL PIC X(128300).
005108 01 WS-CACHE-EVAL-PTR PIC 9(6).
005109*First-visit language pick, see DETECT-BROWSER-LANG.
005111 01 WS-BROWSER-LANG PIC XX.
005112*Terminal line editing: cursor position within WS-TERM-LINE, a
005122 01 WS-TERM-HIST-LIVE PIC X(80).
005123 01 WS-TERM-HIST-IDX PIC 99.
005124 01 WS-TERM-CMDS.
005125   05 WS-TERM-CMD-COUNT PIC 99 VALUE 13.
005126   05 WS-TERM-CMD-TBL OCCURS 13 TIMES.
005127     10 TCMD-NAME PIC X(10).
005128 01 WS-TERM-CMD-IDX PIC 99.
005129 01 WS-TERM-MATCHES PIC 99.
005136*Resume export: a fixed-width plain-text report built from the
005137*skill, project and contact tables in the current language and
005138*handed to the browser as a download, see BUILD-RESUME.
005139 01 WS-RESUME PIC X(32000).
005141 01 WS-RESUME-PTR PIC 9(5).
005142 01 WS-RESUME-ESC PIC X(64000).
005143 01 WS-RESUME-ESC-IDX PIC 9(5).
005144 01 WS-RESUME-ESC-OUT PIC 9(5).
005145 01 WS-RESUME-LEN PIC 9(5).
005146 01 WS-RESUME-EVAL PIC X(64400).
005147 01 WS-RESUME-EVAL-PTR PIC 9(5).
005148 01 WS-WRAP-SRC PIC X(1000).
005149 01 WS-WRAP-LEN PIC 9(4).
005157*render through an index vector instead, see BUILD-PROJ-ORDER.
005158 01 WS-PROJ-SORT PIC 9 VALUE 0.
005159 01 WS-PROJ-ORD.
005161   05 WS-PROJ-ORD-TBL OCCURS 200 TIMES.
005162     10 ORD-IDX PIC 999.
005163 01 WS-PROJ-ORD-IDX PIC 999.
005164 01 WS-PROJ-ORD-JDX PIC 999.
005165 01 WS-PROJ-ORD-JDX1 PIC 999.
005166 01 WS-PROJ-ORD-SWAP PIC 999.
005167 01 WS-PROJ-SWAP-FLG PIC 9.
005168 01 WS-PROJ-FILTER PIC X(30).
005169 01 WS-PROJ-FILTER-LEN PIC 99 VALUE 0.
005320     'hashchange', 'HASHCHANGE'.
005330   CALL 'cobdom_get_cookie' USING BY REFERENCE WS-COOKIE-ALLOWED,
005350     'allowCookies'.
005351   CALL 'cobdom_get_cookie' USING BY REFERENCE WS-CONSENT-COOKIE,
005352     'consentVer'.
005353   PERFORM CHECK-CONSENT-VERSION.
005370   CALL 'cobdom_create_element' USING 'percentCobol', 'span'.
005390   CALL 'cobdom_fetch' USING 'SETPERCENTCOBOL',
005410     '/res/percent.txt', 'GET', WS-NULL-BYTE.
005870 '.blink { animation: blink 1s step-start infinite; } @keyframes b
005890-'link { 50% { opacity: 0; } }'.
005910   PERFORM INIT-LANGUAGES.
005911   PERFORM INIT-TALK-TEXTS.
005912   PERFORM INIT-A11Y-TEXTS.
005920   PERFORM INIT-THEMES.
005925   PERFORM THEME-CHECK.
005930   PERFORM INIT-NAV-LOG.
005935   PERFORM INIT-TERM-CMDS.
005936   PERFORM INIT-STORE-KEYS.
005950   PERFORM INIT-CONTACTS.
005970   PERFORM BUILD-MENUBAR.
005990   PERFORM BUILD-CONTENT.
006578     END-IF
006590   ELSE
006610     PERFORM COOKIE-ASK
006611     IF WS-CONSENT-STALE = 1
006612       PERFORM STALE-LANG-CHECK
006613     ELSE
006630       PERFORM DETECT-BROWSER-LANG
006640     END-IF
006650     PERFORM SET-ACTIVE-FLAG
006670   END-IF.
006671*Keyboard access, focus outline and reduced motion, see
006672*A11Y-SETUP.
006673   PERFORM A11Y-SETUP.
006690*Render
006710   CALL 'SHAPEPAGE'.
006715*Deep links: honor any #section or #lang= fragment we were
007410   CALL 'cobdom_create_element' USING 'ghStatsImg', 'img'.
007430   CALL 'cobdom_style' USING 'ghStatsImg', 'height', '10rem'.
007450   CALL 'cobdom_append_child' USING 'ghStatsImg', 'ghStatsDiv'.
007451   CALL 'cobdom_add_event_listener' USING 'ghStatsImg', 'error',
007452     'GHSTATSFAIL'.
007470   PERFORM REFRESH-GHSTATS.
007490   CALL 'cobdom_set_timeout' USING 'ghStatsTimeout',
007510     'REFRESHGHSTATS', '600000'.
007606     THEME-BTN-BG OF WS-THEME-TBL(WS-THEME-IDX).
007607   CALL 'cobdom_add_event_listener' USING 'resumeBtn', 'click',
007608     'RESUMEDL'.
007609   MOVE 'resumeBtn' TO WS-A11Y-ID.
007610   PERFORM A11Y-BUTTON.
007611   CALL 'cobdom_append_child' USING 'resumeBtn', 'ghStatsDiv'.
007612*Contact section / Links / Socials
007630*Email,
007650*GitHub, LinkedIN
007670*Youtube, TikTok, Instagram,
009006     'window["projFilterBox"].placeholder="Filter..."'.
009007   CALL 'cobdom_append_child' USING 'projectContent',
009008     'projectSection'.
009009   PERFORM A11Y-PROJ-CTRLS.
009010*Project cards are added once /res/data/projects.txt is fetched,
009030*see PARSE-PROJECTS/ADD-PROJECTS.
009031*Notes section
009049*see PARSE-POSTS/ADD-POSTS. The reader replaces the card list
009051*while a note is open, see BUILD-NOTE-READER/OPEN-READER.
009052   PERFORM BUILD-NOTE-READER.
009053*Talks section, cards added once /res/data/talks.txt is
009054*fetched, see PARSE-TALKS/ADD-TALKS.
009055   PERFORM BUILD-TALKS-SECTION.
009056*Cobol section
009070   CALL 'cobdom_create_element' USING 'cobolSection', 'div'.
009090   CALL 'cobdom_style' USING 'cobolSection', 'width', '100%'.
009110*  CALL 'cobdom_style' USING 'cobolSection', 'margin', '2rem'.
009430     'span'.
009450   CALL 'cobdom_add_event_listener' USING 'cobolGithubLink',
009470     'click', 'OPENCOBOLSOURCE'.
009471   MOVE 'cobolGithubLink' TO WS-A11Y-ID.
009472   PERFORM A11Y-BUTTON.
009490   CALL 'cobdom_inner_html' USING 'cobolGithubLink',
009510     'GitHub!'.
009530   CALL 'cobdom_style' USING 'cobolGithubLink', 'textDecoration',
009599   CALL 'cobdom_append_child' USING 'diagPanel', 'contentDiv'.
009600   CALL 'cobdom_append_child' USING 'diagHeader', 'diagPanel'.
009601   CALL 'cobdom_append_child' USING 'diagContent', 'diagPanel'.
009602*Cookie settings link, reopens the cookie panel (and its forget
009603*me button) after the first answer, see COOKIESHOW.
009604   PERFORM BUILD-COOKIE-LINK.
009610*Set contentHeadersClass class styles. Must be called after elements
009630*exist as this uses getElementsByClassName. A safer option would
009650*be to make a new style element but for the sake of demnostrating
010790   MOVE 'NAVPROJECTS' TO NAV-LOG-NAME(3).
010810   MOVE 'NAVCOBOL' TO NAV-LOG-NAME(4).
010815   MOVE 'NAVNOTES' TO NAV-LOG-NAME(5).
010816   MOVE 'NAVTALKS' TO NAV-LOG-NAME(6).
010830   CALL 'cobdom_get_cookie' USING BY REFERENCE
010850     WS-NAV-LOG-COOKIE, 'navlog'.
010870   IF WS-NAV-LOG-COOKIE NOT = WS-NULL-BYTE THEN
010890     UNSTRING WS-NAV-LOG-COOKIE DELIMITED BY '|'
010910       INTO NAV-LOG-COUNT(1) NAV-LOG-COUNT(2)
010930         NAV-LOG-COUNT(3) NAV-LOG-COUNT(4)
010940         NAV-LOG-COUNT(5) NAV-LOG-COUNT(6)
010950     END-UNSTRING
010970   END-IF.
010990   CONTINUE.
011210       NAV-LOG-COUNT(4) DELIMITED BY SIZE
011215       '|' DELIMITED BY SIZE
011220       NAV-LOG-COUNT(5) DELIMITED BY SIZE
011221       '|' DELIMITED BY SIZE
011222       NAV-LOG-COUNT(6) DELIMITED BY SIZE
011230       INTO WS-NAV-LOG-COOKIE
011250     END-STRING
011270     CALL 'cobdom_set_cookie' USING WS-NAV-LOG-COOKIE, 'navlog'
013230     'max-content'.
013250   CALL 'cobdom_add_event_listener' USING 'navAbout',
013270     'click', 'NAVABOUT'.
013271   MOVE 'navAbout' TO WS-A11Y-ID.
013272   PERFORM A11Y-BUTTON.
013290   CALL 'cobdom_style' USING 'navAbout', 'position', 'relative'.
013310   CALL 'cobdom_style' USING 'navAbout', 'backgroundColor', 
013330     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
013770     'max-content'.
013790   CALL 'cobdom_add_event_listener' USING 'navContact',
013810     'click', 'NAVCONTACT'.
013811   MOVE 'navContact' TO WS-A11Y-ID.
013812   PERFORM A11Y-BUTTON.
013830   CALL 'cobdom_style' USING 'navContact', 'position', 'relative'.
013850   CALL 'cobdom_style' USING 'navContact', 'backgroundColor', 
013870     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
014310     'max-content'.
014330   CALL 'cobdom_add_event_listener' USING 'navSkills',
014350     'click', 'NAVSKILLS'.
014351   MOVE 'navSkills' TO WS-A11Y-ID.
014352   PERFORM A11Y-BUTTON.
014370   CALL 'cobdom_style' USING 'navSkills', 'position', 'relative'.
014390   CALL 'cobdom_style' USING 'navSkills', 'backgroundColor', 
014410     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
014830     'max-content'.
014850   CALL 'cobdom_add_event_listener' USING 'navProjects',
014870     'click', 'NAVPROJECTS'.
014871   MOVE 'navProjects' TO WS-A11Y-ID.
014872   PERFORM A11Y-BUTTON.
014890   CALL 'cobdom_style' USING 'navProjects', 'position', 
014910     'relative'.
014930   CALL 'cobdom_style' USING 'navProjects', 'backgroundColor', 
015270   CALL 'cobdom_append_child' USING 'navProjects', 'selectorDiv'.
015275*Notes
015280   PERFORM BUILD-NAV-NOTES.
015281*Talks
015282   PERFORM BUILD-NAV-TALKS.
015290*Cobol?
015310   CALL 'cobdom_append_child' USING 'blinkStyle', 'body'.
015330   CALL 'cobdom_create_element' USING 'navCobol', 'div'.
015410     'max-content'.
015430   CALL 'cobdom_add_event_listener' USING 'navCobol',
015450     'click', 'NAVCOBOL'.
015451   MOVE 'navCobol' TO WS-A11Y-ID.
015452   PERFORM A11Y-BUTTON.
015470   CALL 'cobdom_style' USING 'navCobol', 'position', 
015490     'relative'.
015510   CALL 'cobdom_style' USING 'navCobol', 'backgroundColor', 
015910   CALL 'cobdom_style' USING 'navCobol', 'left',
015930     WS-NAV-OFFSET-NEG.
015950   CALL 'cobdom_style' USING 'navCobol', 'transition', 
015970     'transform 0.5s ease 0.7s'.
015990   CALL 'cobdom_append_child' USING 'navCobol', 'selectorDiv'.
016010*Add main menu button
016030   CALL 'cobdom_append_child' USING 'navArea', 'topArea'.
016050   CALL 'cobdom_add_event_listener' USING 'navButton', 'click', 
016070     'MENUTOGGLE'.
016071   MOVE 'navButton' TO WS-A11Y-ID.
016072   PERFORM A11Y-BUTTON.
016090*Setup ID area
016110   CALL 'cobdom_create_element' USING 'idDiv', 'div'.
016130   CALL 'cobdom_style' USING 'idDiv', 'padding', '.5rem'.
016385     THEME-NAME OF WS-THEME-TBL(WS-THEME-IDX).
016386   CALL 'cobdom_add_event_listener' USING 'themeButton',
016388     'click', 'THEMECYCLE'.
016389   MOVE 'themeButton' TO WS-A11Y-ID.
016390   PERFORM A11Y-BUTTON.
016391*Setup language selector
016410   PERFORM VARYING WS-LANG-LOOP-IDX FROM 1 BY 1
016430     UNTIL WS-LANG-LOOP-IDX > WS-LANG-COUNT
016450     PERFORM BUILD-LANG-ICON
017150       CALL 'cobdom_add_event_listener' USING WS-ID-LANG-ICON,
017170         'click', 'LANGSEL4'
017190   END-EVALUATE.
017191   MOVE WS-ID-LANG-ICON TO WS-A11Y-ID.
017192   PERFORM A11Y-BUTTON.
017210   CONTINUE.
017230 SET-ACTIVE-FLAG.
017250   PERFORM FIND-LANG-INDEX.
017545   PERFORM RENDER-PROJECTS.
017550   PERFORM RENDER-SKILLS.
017551   PERFORM RENDER-POSTS.
017552   PERFORM RENDER-TALKS.
017553   CONTINUE.
017570 REFRESH-GHSTATS.
017590   MOVE FUNCTION CURRENT-DATE TO WS-NOW.
017610   MOVE WS-NOW(1:14) TO WS-CACHE-BUST.
017967   MOVE 'LOADFRCOBB' TO FETCH-CB OF WS-FETCH-TBL(16).
017969   MOVE '/res/text/fr/cobol/cobolB.txt'
017971     TO FETCH-URL OF WS-FETCH-TBL(16).
017973   MOVE 'LOADSKILLMAP' TO FETCH-CB OF WS-FETCH-TBL(17).
017975   MOVE '/res/data/skillmap.txt'
017977     TO FETCH-URL OF WS-FETCH-TBL(17).
017979   MOVE 'LOADTALKS' TO FETCH-CB OF WS-FETCH-TBL(18).
017981   MOVE '/res/data/talks.txt'
017983     TO FETCH-URL OF WS-FETCH-TBL(18).
018100   PERFORM VARYING WS-FETCH-IDX FROM 1 BY 1
018110     UNTIL WS-FETCH-IDX > WS-FETCH-COUNT
018120     MOVE 0 TO FETCH-STATUS OF WS-FETCH-TBL(WS-FETCH-IDX)
018130     MOVE 0 TO FETCH-TRIES OF WS-FETCH-TBL(WS-FETCH-IDX)
018140     MOVE SPACES TO FETCH-LAST-OK OF WS-FETCH-TBL(WS-FETCH-IDX)
018150     PERFORM FIRE-FETCH
018160   END-PERFORM.
018170   MOVE 0 TO WS-FETCH-ROUND.
018180   PERFORM ARM-FETCH-WATCHDOG.
018190   CONTINUE.
018230 LANG-CHECK.
018250   CALL 'cobdom_get_cookie' USING BY REFERENCE WS-LANG,
018270     'lang'.
019170     'center'.
019190   CALL 'cobdom_style' USING 'cookieDiv', 'fontSize', 
019210     '4rem'.
019230   IF WS-CONSENT-STALE = 1
019231     CALL 'cobdom_inner_html' USING 'cookieDiv','Our cookie policy
019232-' has changed since you last answered. Would you like to allow co
019233-'okies to store your preferences such as language and theme? Yes 
019234-'also sends anonymous error reports.&nbsp;'
019235   ELSE
019236     CALL 'cobdom_inner_html' USING 'cookieDiv','Would you like to
019237-' allow cookies to store your preferences such as language? Yes a
019238-'lso sends anonymous error reports.&nbsp;'
019250   END-IF.
019270   CALL 'cobdom_create_element' USING 'cookieYes', 'span'.
019290   CALL 'cobdom_set_class' USING 'cookieYes', 'cookieButton'.
019310   CALL 'cobdom_inner_html' USING 'cookieYes', 'Yes'.
019750   CALL 'cobdom_style' USING 'cookieNo', 'backgroundColor', 
019770     '#e05e59'.
019775   CALL 'cobdom_style' USING 'cookieNo', 'color', '#000000'.
019776   CALL 'cobdom_create_element' USING 'cookieForget', 'span'.
019777   CALL 'cobdom_set_class' USING 'cookieForget', 'cookieButton'.
019778   CALL 'cobdom_inner_html' USING 'cookieForget', 'Forget me'.
019779   CALL 'cobdom_style' USING 'cookieForget', 'margin', '.3rem'.
019780   CALL 'cobdom_style' USING 'cookieForget', 'padding', '.3rem'.
019781   CALL 'cobdom_style' USING 'cookieForget', 'borderRadius',
019782     '1rem'.
019783   CALL 'cobdom_style' USING 'cookieForget', 'backgroundColor',
019784     '#c0c0c0'.
019785   CALL 'cobdom_style' USING 'cookieForget', 'color', '#000000'.
019786   CALL 'cobdom_create_element' USING 'cookieForgetMsg', 'div'.
019787   CALL 'cobdom_style' USING 'cookieForgetMsg', 'fontSize',
019788     '1.5rem'.
019789   CALL 'cobdom_style' USING 'cookieForgetMsg', 'display', 'none'.
019790   CALL 'cobdom_add_event_listener' USING 'cookieYes', 'click',
019810     'COOKIEACCEPT'.
019811   MOVE 'cookieYes' TO WS-A11Y-ID.
019812   PERFORM A11Y-BUTTON.
019830   CALL 'cobdom_add_event_listener' USING 'cookieNecessary',
019850     'click', 'COOKIENECESSARY'.
019851   MOVE 'cookieNecessary' TO WS-A11Y-ID.
019852   PERFORM A11Y-BUTTON.
019870   CALL 'cobdom_add_event_listener' USING 'cookieNo', 'click',
019890     'COOKIEDENY'.
019891   MOVE 'cookieNo' TO WS-A11Y-ID.
019892   PERFORM A11Y-BUTTON.
019893   CALL 'cobdom_add_event_listener' USING 'cookieForget', 'click',
019894     'FORGETME'.
019895   MOVE 'cookieForget' TO WS-A11Y-ID.
019896   PERFORM A11Y-BUTTON.
019910   CALL 'cobdom_append_child' USING 'cookieYes', 'cookieDiv'.
019930   CALL 'cobdom_append_child' USING 'cookieNecessary', 'cookieDiv'.
019950   CALL 'cobdom_append_child' USING 'cookieNo', 'cookieDiv'.
019951   CALL 'cobdom_append_child' USING 'cookieForget', 'cookieDiv'.
019952   CALL 'cobdom_append_child' USING 'cookieForgetMsg',
019953     'cookieDiv'.
019970   CALL 'cobdom_append_child' USING 'cookieDiv', 'body'.
019990   CONTINUE.
020010 ADD-PROJECTS.
020025   MOVE 0 TO WS-NEW-PROJ-COUNT.
020026   PERFORM UPDATE-SKILL-PICK-UI.
020028   PERFORM BUILD-PROJ-ORDER.
020030   PERFORM VARYING WS-PROJ-ORD-IDX FROM 1 BY 1
020050     UNTIL WS-PROJ-ORD-IDX > WS-PROJECT-COUNT
020470   CALL 'cobdom_create_element' USING WS-ID-IMG, 'img'.
020490   CALL 'cobdom_src' USING WS-ID-IMG,
020510     PROJ-IMAGE OF WS-PROJECT-TBL(WS-PROJECT-IDX).
020511   PERFORM A11Y-PROJECT-ALT.
020530   CALL 'cobdom_style' USING WS-ID-IMG, 'width', '100%'.
020550   CALL 'cobdom_style' USING WS-ID-IMG, 'maxWidth', '40rem'.
020570   CALL 'cobdom_create_element' USING WS-ID-TITLE, 'div'.
020740   CALL 'cobdom_append_child' USING WS-ID-PROJ-STATS,
020745     WS-ID-CARD.
020750   CALL 'cobdom_append_child' USING WS-ID-BLURB, WS-ID-CARD.
020751   PERFORM BUILD-PROJ-SKILL-TAGS.
020752   IF WS-SKILL-TAGS NOT = SPACES
020753     MOVE SPACES TO WS-ID-PROJ-TAGS
020754     STRING 'projTags' WS-IDX-STR DELIMITED BY SIZE
020755       INTO WS-ID-PROJ-TAGS
020756     END-STRING
020757     CALL 'cobdom_create_element' USING WS-ID-PROJ-TAGS, 'div'
020758     CALL 'cobdom_style' USING WS-ID-PROJ-TAGS, 'opacity', '0.7'
020759     CALL 'cobdom_style' USING WS-ID-PROJ-TAGS, 'fontStyle',
020760       'italic'
020761     CALL 'cobdom_inner_html' USING WS-ID-PROJ-TAGS, WS-SKILL-TAGS
020762     CALL 'cobdom_append_child' USING WS-ID-PROJ-TAGS, WS-ID-CARD
020763   END-IF.
020770   CALL 'cobdom_append_child' USING WS-ID-CARD, 'projectContent'.
020790   PERFORM PROJ-ROW-SLOT.
020800   MOVE WS-CAT-SLOT TO WS-SEL-STR.
020805   MOVE SPACES TO WS-ID-PROJSEL.
020810   STRING 'PROJSEL' WS-SEL-STR DELIMITED BY SIZE
020830     INTO WS-ID-PROJSEL.
020850   CALL 'cobdom_add_event_listener' USING WS-ID-CARD, 'click',
020870     WS-ID-PROJSEL.
020871   MOVE WS-ID-CARD TO WS-A11Y-ID.
020872   PERFORM A11Y-BUTTON.
020890   CONTINUE.
020910 PARSE-PROJECTS.
020930   MOVE 0 TO WS-PROJECT-COUNT.
020955   MOVE 0 TO WS-PARSE-LINE-NO.
020960   MOVE 'projects.txt' TO WS-DIAG-CUR-FILE.
020965   PERFORM DROP-FILE-DIAGS.
020967   PERFORM RESET-CATALOG-ROOM.
020970   PERFORM UNTIL WS-PARSE-PTR > WS-BLOB-SIZE
021010     MOVE SPACES TO WS-PARSE-LINE
021030     UNSTRING WS-BLOB DELIMITED BY X'0A'
021050       INTO WS-PARSE-LINE
021100     ADD 1 TO WS-PARSE-LINE-NO
021110     IF FUNCTION TRIM(WS-PARSE-LINE) NOT = SPACES
021120       PERFORM VALIDATE-PROJECT-LINE
021121       IF WS-DIAG-OK = 1
021122         PERFORM CHECK-CATALOG-ROOM
021123       END-IF
021125       IF WS-DIAG-OK = 1
021130       ADD 1 TO WS-PROJECT-COUNT
021150       UNSTRING WS-PARSE-LINE DELIMITED BY '|'
021270     END-IF
021290   END-PERFORM.
021295   PERFORM CHECK-PROJECT-TWINS.
021296   PERFORM RESOLVE-SKILL-MAP.
021300   PERFORM RENDER-DIAGS.
021310   CONTINUE.
021330 ADD-SKILLS.
022390     WS-ID-SKILL-CARD.
022410   CALL 'cobdom_append_child' USING WS-ID-SKILL-CARD,
022430     'skillsContent'.
022431   PERFORM SKILL-ROW-SLOT.
022432   MOVE WS-CAT-SLOT TO WS-SEL-STR.
022433   MOVE SPACES TO WS-ID-SKILLSEL.
022434   STRING 'SKILLSEL' WS-SEL-STR DELIMITED BY SIZE
022435     INTO WS-ID-SKILLSEL.
022436   CALL 'cobdom_style' USING WS-ID-SKILL-CARD, 'cursor',
022437     'pointer'.
022438   CALL 'cobdom_add_event_listener' USING WS-ID-SKILL-CARD,
022439     'click', WS-ID-SKILLSEL.
022440   MOVE WS-ID-SKILL-CARD TO WS-A11Y-ID.
022441   PERFORM A11Y-BUTTON.
022442   IF WS-SKILL-PICK > 0 AND WS-CAT-SLOT = WS-SKILL-PICK
022443     CALL 'cobdom_style' USING WS-ID-SKILL-NAME, 'fontWeight',
022444       'bold'
022445   END-IF.
022450   CONTINUE.
022470 PARSE-SKILLS.
022490   MOVE 0 TO WS-SKILL-COUNT.
022515   MOVE 0 TO WS-PARSE-LINE-NO.
022520   MOVE 'skills.txt' TO WS-DIAG-CUR-FILE.
022525   PERFORM DROP-FILE-DIAGS.
022527   PERFORM RESET-CATALOG-ROOM.
022530   PERFORM UNTIL WS-PARSE-PTR > WS-BLOB-SIZE
022570     MOVE SPACES TO WS-PARSE-LINE
022590     UNSTRING WS-BLOB DELIMITED BY X'0A'
022610       INTO WS-PARSE-LINE
022660     ADD 1 TO WS-PARSE-LINE-NO
022670     IF FUNCTION TRIM(WS-PARSE-LINE) NOT = SPACES
022680       PERFORM VALIDATE-SKILL-LINE
022681       IF WS-DIAG-OK = 1
022682         PERFORM CHECK-CATALOG-ROOM
022683       END-IF
022685       IF WS-DIAG-OK = 1
022690       ADD 1 TO WS-SKILL-COUNT
022710       UNSTRING WS-PARSE-LINE DELIMITED BY '|'
022790     END-IF
022810   END-PERFORM.
022815   PERFORM CHECK-SKILL-TWINS.
022816   PERFORM RESOLVE-SKILL-MAP.
022820   PERFORM RENDER-DIAGS.
022830   CONTINUE.
022850 ADD-CONTACTS.
023250   CALL 'cobdom_create_element' USING WS-ID-CONTACT-IMG, 'img'.
023270   CALL 'cobdom_src' USING WS-ID-CONTACT-IMG,
023290     CONTACT-ICON OF WS-CONTACT-TBL(WS-CONTACT-IDX).
023291   MOVE WS-CONTACT-IDX TO WS-A11Y-IDX.
023292   PERFORM A11Y-CONTACT-ALT.
023310   CALL 'cobdom_style' USING WS-ID-CONTACT-IMG, 'width', '6rem'.
023330   CALL 'cobdom_style' USING WS-ID-CONTACT-IMG, 'height', '6rem'.
023350   CALL 'cobdom_create_element' USING WS-ID-CONTACT-TXT, 'div'.
023570   CONTINUE.
023590 WIRE-CONTACT-CLICK.
023610   MOVE SPACES TO WS-ID-CONTACTSEL.
023620   MOVE WS-CONTACT-IDX TO WS-SEL-STR.
023630   STRING 'CONTACTSEL' WS-SEL-STR DELIMITED BY SIZE
023650     INTO WS-ID-CONTACTSEL.
023670   CALL 'cobdom_add_event_listener' USING WS-ID-CONTACT-BOX,
023690     'click', WS-ID-CONTACTSEL.
023691   MOVE WS-ID-CONTACT-BOX TO WS-A11Y-ID.
023692   PERFORM A11Y-BUTTON.
023710   CONTINUE.
023730 UPDATETEXT SECTION.
023750 ENTRY 'UPDATETEXT'.
024092     LANG-HDR-NOTES OF WS-LANG-TBL(WS-LANG-IDX).
024093   CALL 'cobdom_inner_html' USING 'navNotes',
024094     LANG-NAV-NOTES OF WS-LANG-TBL(WS-LANG-IDX).
024095   CALL 'cobdom_inner_html' USING 'talksHeader',
024096     LANG-HDR-TALKS OF WS-LANG-TBL(WS-LANG-IDX).
024097   CALL 'cobdom_inner_html' USING 'navTalks',
024098     LANG-NAV-TALKS OF WS-LANG-TBL(WS-LANG-IDX).
024099   PERFORM A11Y-UPDATE-LABELS.
024110   CALL 'cobdom_inner_html' USING 'aboutContent',
024130     TAB OF LANG-TEXTS OF WS-LANG-TBL(WS-LANG-IDX).
024150   CALL 'cobdom_inner_html' USING 'cobolTextDiv',
025045   END-IF.
025047   MOVE SPACES TO WS-CACHED-PROJ.
025049   MOVE 0 TO WS-CACHED-PROJ-SIZE.
025051   IF LS-BLOB-SIZE > 0 AND LS-BLOB-SIZE <= 64000
025053     MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-CACHED-PROJ
025055     MOVE LS-BLOB-SIZE TO WS-CACHED-PROJ-SIZE
025057   END-IF.
025125   END-IF.
025127   MOVE SPACES TO WS-CACHED-SKILL.
025129   MOVE 0 TO WS-CACHED-SKILL-SIZE.
025131   IF LS-BLOB-SIZE > 0 AND LS-BLOB-SIZE <= 64000
025133     MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-CACHED-SKILL
025135     MOVE LS-BLOB-SIZE TO WS-CACHED-SKILL-SIZE
025137   END-IF.
025141   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
025143   PERFORM PARSE-SKILLS.
025145   PERFORM RENDER-SKILLS.
025146   PERFORM RENDER-PROJECTS.
025147   IF WS-SKILL-FALLBACK-BUILT = 1
025149     CALL 'cobdom_style' USING 'skillFallback', 'display',
025151       'none'
026210       WS-TRANSLATE-OPEN
026215    CALL 'cobdom_style' USING 'navNotes', 'transform',
026220       WS-TRANSLATE-OPEN
026221    CALL 'cobdom_style' USING 'navTalks', 'transform',
026222       WS-TRANSLATE-OPEN
026230   ELSE
026250     MOVE 0 TO WS-MENU-TOGGLE
026270     CALL 'cobdom_style' USING 'navButton', 'transform', 
026530       'translate(0rem, 0rem)'
026535    CALL 'cobdom_style' USING 'navNotes', 'transform',
026540       'translate(0rem, 0rem)'
026541    CALL 'cobdom_style' USING 'navTalks', 'transform',
026542       'translate(0rem, 0rem)'
026550   END-IF.
026551   PERFORM A11Y-NAV-STATE.
026570   GOBACK.
026590 FONTLOADED SECTION.
026610 ENTRY 'FONTLOADED'.
026950 ENTRY 'FONTTIMEOUT'.
026970   IF WS-FONTS-LOADED < 2 THEN
026990     MOVE 1 TO WS-FONT-WATCHDOG-FIRED
026991     MOVE 'font' TO WS-INC-KIND
026992     MOVE 'FONTLOADED' TO WS-INC-REF
026993     PERFORM REPORT-INCIDENT
027010   END-IF.
027030   GOBACK.
027050 WINDOWCHANGE SECTION.
027970     WS-NAV-OFFSET-NEG.
027975   CALL 'cobdom_style' USING 'navNotes', 'left',
027980     WS-NAV-OFFSET-NEG.
027981   CALL 'cobdom_style' USING 'navTalks', 'left',
027982     WS-NAV-OFFSET-NEG.
027990   IF WS-MENU-TOGGLE = 1 THEN
028010     CALL 'cobdom_style' USING 'navAbout', 'transform',
028030       WS-TRANSLATE-OPEN
028190       WS-TRANSLATE-OPEN
028195     CALL 'cobdom_style' USING 'navNotes', 'transform',
028200       WS-TRANSLATE-OPEN
028201     CALL 'cobdom_style' USING 'navTalks', 'transform',
028202       WS-TRANSLATE-OPEN
028210   END-IF.
028230   CONTINUE.
028250 COOKIEACCEPT SECTION.
028350   CALL 'cobdom_set_cookie' USING WS-LANG, 'lang'.
028355   CALL 'cobdom_set_cookie' USING
028360     THEME-CODE OF WS-THEME-TBL(WS-THEME-IDX), 'theme'.
028361   PERFORM RECORD-CONSENT.
028362*Catalogs that already landed this visit get cached now that
028364*storage is allowed.
028366   MOVE 1 TO WS-CACHE-ON.
028368   PERFORM CACHE-SAVE-ALL.
028369   PERFORM SEND-PENDING-INCIDENTS.
028370   GOBACK.
028390 COOKIENECESSARY SECTION.
028410 ENTRY 'COOKIENECESSARY'.
028490   CALL 'cobdom_set_cookie' USING WS-LANG, 'lang'.
028495   CALL 'cobdom_set_cookie' USING
028500     THEME-CODE OF WS-THEME-TBL(WS-THEME-IDX), 'theme'.
028501   PERFORM RECORD-CONSENT.
028510   GOBACK.
028530 COOKIEDENY SECTION.
028550 ENTRY 'COOKIEDENY'.
028570   CALL 'cobdom_style' USING 'cookieDiv', 'display', 'none'.
028571*A "No" also clears whatever an earlier answer left behind.
028572   PERFORM ERASE-SITE-STORAGE.
028590   MOVE 'n' TO WS-COOKIE-ALLOWED.
028610   GOBACK.
028630 SETPERCENTCOBOL SECTION.
029810 ENTRY 'LANGSEL4'.
029830   CALL 'SETLANGIDX' USING 4.
029850   GOBACK.
029860*The argument is the card's slot in the shown language.
029870 OPEN-PROJECT-LINK SECTION.
029890 ENTRY 'OPENPROJECTLINK' USING LS-PROJ-IDX-ARG.
029900   MOVE LS-PROJ-IDX-ARG TO WS-CAT-SLOT.
029905   PERFORM PROJ-SLOT-ROW.
029910   IF WS-SLOT-ROW > 0
029920     CALL 'cobdom_open_tab' USING
029930       PROJ-LINK OF WS-PROJECT-TBL(WS-SLOT-ROW)
029940   END-IF.
029950   GOBACK.
029970 PROJSEL01 SECTION.
029990 ENTRY 'PROJSEL01'.
033080           DELIMITED BY SIZE
033085           'projects, open <n>, skills, goto <x>, diag, status, '
033087           DELIMITED BY SIZE
033088           'resume, forget'
033090           DELIMITED BY SIZE INTO WS-TERM-OUT
033110         END-STRING
033130       WHEN 'nav'
033150         STRING 'sections: About Me, Contact, Skills, Proje'
033160           DELIMITED BY SIZE
033165           'cts, Notes, Talks, COBOL'
033170           DELIMITED BY SIZE INTO WS-TERM-OUT
033190         END-STRING
033210       WHEN 'percent'
033570           NAV-LOG-COUNT(4) DELIMITED BY SIZE
033575           ' notes=' DELIMITED BY SIZE
033580           NAV-LOG-COUNT(5) DELIMITED BY SIZE
033581           ' talks=' DELIMITED BY SIZE
033582           NAV-LOG-COUNT(6) DELIMITED BY SIZE
033590           INTO WS-TERM-OUT
033610         END-STRING
033612       WHEN 'projects'
033635         STRING 'resume download started' DELIMITED BY SIZE
033636           INTO WS-TERM-OUT
033637         END-STRING
033638       WHEN 'forget'
033639         PERFORM FORGET-ME
033640         MOVE WS-FORGET-MSG TO WS-TERM-OUT
033645       WHEN OTHER
033650         STRING FUNCTION TRIM(WS-TERM-LINE) DELIMITED BY SIZE
033670           ': command not found, try help' DELIMITED BY SIZE
033690           INTO WS-TERM-OUT
034843           = WS-LANG
034845       PERFORM PROJ-FILTER-MATCH
034847       IF WS-PROJ-HITS > 0
034850       PERFORM PROJ-ROW-SLOT
034860       MOVE WS-CAT-SLOT TO WS-SEL-STR
034870       STRING WS-SEL-STR DELIMITED BY SIZE
034890         '  ' DELIMITED BY SIZE
034910         FUNCTION TRIM(
034930           PROJ-TITLE OF WS-PROJECT-TBL(WS-PROJECT-IDX))
035070   CONTINUE.
035090 TERM-OPEN-PROJECT.
035110   PERFORM TERM-PARSE-ARG-NUM.
035115   MOVE 0 TO WS-SLOT-ROW.
035120   IF WS-TERM-NUM-OK = 1 AND WS-TERM-NUM >= 1
035125     MOVE WS-TERM-NUM TO WS-CAT-SLOT
035127     PERFORM PROJ-SLOT-ROW
035129   END-IF.
035130   IF WS-SLOT-ROW > 0
035170     CALL 'OPENPROJECTLINK' USING WS-TERM-NUM
035190     STRING 'opening ' DELIMITED BY SIZE
035210       FUNCTION TRIM(
035230         PROJ-TITLE OF WS-PROJECT-TBL(WS-SLOT-ROW))
035250         DELIMITED BY SIZE
035270       INTO WS-TERM-OUT
035290     END-STRING
036250       CALL 'NAVCOBOL'
036255     WHEN 'notes'
036260       CALL 'NAVNOTES'
036261     WHEN 'talks'
036262       CALL 'NAVTALKS'
036270     WHEN OTHER
036290       STRING 'usage: goto about|contact|skills|projects|'
036300         DELIMITED BY SIZE
036305         'cobol|notes|talks'
036310         DELIMITED BY SIZE INTO WS-TERM-OUT
036330       END-STRING
036350   END-EVALUATE.
036990   END-IF.
037010   IF WS-HASH(1:5) = 'lang='
037030     MOVE WS-HASH(6:2) TO WS-HASH-LANG
037050     PERFORM APPLY-HASH-LANG
037270   ELSE
037275    IF WS-HASH(1:5) = 'note='
037276      IF WS-HASH(14:6) = '&lang='
037277        MOVE WS-HASH(20:2) TO WS-HASH-LANG
037278        PERFORM APPLY-HASH-LANG
037279      END-IF
037280*Shared note URL; the post list may not have arrived yet, so
037285*LOADPOSTS re-checks WS-PENDING-NOTE once it has.
037286      MOVE WS-HASH(6:8) TO WS-PENDING-NOTE
037490         CALL 'cobdom_scroll_into_view' USING 'cobolHeader'
037495       WHEN 'notes'
037500         CALL 'cobdom_scroll_into_view' USING 'notesHeader'
037501       WHEN 'talks'
037502         CALL 'cobdom_scroll_into_view' USING 'talksHeader'
037510     END-EVALUATE
037520    END-IF
037530   END-IF.
038930     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
038935   CALL 'cobdom_style' USING 'navNotes', 'backgroundColor',
038940     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
038941   CALL 'cobdom_style' USING 'navTalks', 'backgroundColor',
038942     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
038950   CALL 'cobdom_style' USING 'navButton', 'backgroundColor',
038970     THEME-BTN-BG OF WS-THEME-TBL(WS-THEME-IDX).
038990   CALL 'cobdom_style' USING 'themeButton', 'backgroundColor',
041990     THEME-BTN-BG OF WS-THEME-TBL(WS-THEME-IDX).
042010   CALL 'cobdom_add_event_listener' USING 'guestSendBtn',
042030     'click', 'GUESTSEND'.
042031   MOVE 'guestSendBtn' TO WS-A11Y-ID.
042032   PERFORM A11Y-BUTTON.
042050   CALL 'cobdom_create_element' USING 'guestStatus', 'div'.
042070   CALL 'cobdom_style' USING 'guestStatus', 'marginTop', '.5rem'.
042090   CALL 'cobdom_append_child' USING 'guestNameBox', 'guestForm'.
042630     MOVE 0 TO WS-GUEST-SENT-FLAG
042650     CALL 'cobdom_inner_html' USING 'guestStatus',
042670 'Could not send right now - press Send again to retry.'
042671     MOVE 'guestbook' TO WS-INC-KIND
042672     MOVE 'GUESTSEND' TO WS-INC-REF
042673     PERFORM REPORT-INCIDENT
042690   END-IF.
042710   GOBACK.
042730 NAVNOTES SECTION.
043003   END-IF.
043006   MOVE SPACES TO WS-CACHED-POST.
043009   MOVE 0 TO WS-CACHED-POST-SIZE.
043012   IF LS-BLOB-SIZE > 0 AND LS-BLOB-SIZE <= 64000
043015     MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-CACHED-POST
043018     MOVE LS-BLOB-SIZE TO WS-CACHED-POST-SIZE
043021   END-IF.
043170   CALL 'cobdom_style' USING 'navNotes', 'width', 'max-content'.
043190   CALL 'cobdom_add_event_listener' USING 'navNotes',
043210     'click', 'NAVNOTES'.
043211   MOVE 'navNotes' TO WS-A11Y-ID.
043212   PERFORM A11Y-BUTTON.
043230   CALL 'cobdom_style' USING 'navNotes', 'position', 'relative'.
043250   CALL 'cobdom_style' USING 'navNotes', 'backgroundColor',
043270     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
043575   MOVE 0 TO WS-PARSE-LINE-NO.
043580   MOVE 'posts.txt' TO WS-DIAG-CUR-FILE.
043585   PERFORM DROP-FILE-DIAGS.
043587   PERFORM RESET-CATALOG-ROOM.
043590   PERFORM UNTIL WS-PARSE-PTR > WS-BLOB-SIZE
043630     MOVE SPACES TO WS-PARSE-LINE
043650     UNSTRING WS-BLOB DELIMITED BY X'0A'
043670       INTO WS-PARSE-LINE
043720     ADD 1 TO WS-PARSE-LINE-NO
043730     IF FUNCTION TRIM(WS-PARSE-LINE) NOT = SPACES
043740       PERFORM VALIDATE-POST-LINE
043741       IF WS-DIAG-OK = 1
043742         PERFORM CHECK-CATALOG-ROOM
043743       END-IF
043745       IF WS-DIAG-OK = 1
043750       ADD 1 TO WS-POST-COUNT
043770       UNSTRING WS-PARSE-LINE DELIMITED BY '|'
043915   PERFORM RENDER-DIAGS.
043930   CONTINUE.
043950*Simple exchange sort, newest (highest yyyymmdd) first. The
043970*table tops out at 200 entries so this costs next to nothing.
043990 SORT-POSTS.
044010   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
044030     UNTIL WS-POST-IDX >= WS-POST-COUNT
045350     WS-ID-POST-CARD.
045370   CALL 'cobdom_append_child' USING WS-ID-POST-CARD,
045390     'notesContent'.
045400   PERFORM POST-ROW-SLOT.
045405   MOVE WS-CAT-SLOT TO WS-SEL-STR.
045410   MOVE SPACES TO WS-ID-POSTSEL.
045430   STRING 'POSTSEL' WS-SEL-STR DELIMITED BY SIZE
045450     INTO WS-ID-POSTSEL.
045470   CALL 'cobdom_add_event_listener' USING WS-ID-POST-CARD,
045490     'click', WS-ID-POSTSEL.
045491   MOVE WS-ID-POST-CARD TO WS-A11Y-ID.
045492   PERFORM A11Y-BUTTON.
045510   CONTINUE.
045512*Opening a card reads the note on the page instead of bouncing
045515*to Medium; the Medium link lives on in the reader footer.
045517*The argument is the card's slot in the shown language.
045530 OPEN-POST-LINK SECTION.
045550 ENTRY 'OPENPOSTLINK' USING LS-POST-IDX-ARG.
045560   MOVE LS-POST-IDX-ARG TO WS-CAT-SLOT.
045565   PERFORM POST-SLOT-ROW.
045570   MOVE WS-SLOT-ROW TO WS-READER-POST-IDX.
045590   PERFORM OPEN-READER.
045610   IF WS-READER-OPEN = 1
045612     MOVE SPACES TO WS-HASH
047560*Content already on screen (usually from CACHE-PRIME) keeps
047565*its section; the fetchBadge alone carries the fault then.
047570 SHOW-FETCH-FALLBACK.
047571   MOVE 'fetch' TO WS-INC-KIND.
047572   MOVE FETCH-CB OF WS-FETCH-TBL(WS-FETCH-IDX) TO WS-INC-REF.
047573   PERFORM REPORT-INCIDENT.
047590   EVALUATE FETCH-CB OF WS-FETCH-TBL(WS-FETCH-IDX)
047610     WHEN 'LOADPROJECTS'
047620       IF WS-PROJECT-COUNT > 0
048387           'block'
048388        END-IF
048389       END-IF
048390     WHEN 'LOADSKILLMAP'
048391*      A missing skill map only costs the project skill tags;
048392*      the fetchBadge carries the fault.
048393       CONTINUE
048394     WHEN 'LOADTALKS'
048395       PERFORM SHOW-TALK-FALLBACK
048397     WHEN OTHER
048410       IF WS-TEXT-FALLBACK-BUILT = 0
048430         MOVE 1 TO WS-TEXT-FALLBACK-BUILT
048450         MOVE 'textFallback' TO WS-FB-ID
048810     'underline'.
048830   CALL 'cobdom_add_event_listener' USING WS-FB-ID, 'click',
048850     WS-FB-SEL.
048851   MOVE WS-FB-ID TO WS-A11Y-ID.
048852   PERFORM A11Y-BUTTON.
048870   CALL 'cobdom_append_child' USING WS-FB-ID, WS-FB-PARENT.
048890   CONTINUE.
048910 RETRY-FETCH.
049450 ENTRY 'RETRYTEXTS'.
049470   CALL 'cobdom_style' USING 'textFallback', 'display', 'none'.
049480*Text blobs sit at entries 1-6 (en/es) and 11-16 (de/fr); the
049485*catalogs in between and after have their own retry paths.
049490   PERFORM VARYING WS-FETCH-IDX FROM 1 BY 1
049510     UNTIL WS-FETCH-IDX > WS-FETCH-COUNT
049520     IF (WS-FETCH-IDX <= 6
049521       OR (WS-FETCH-IDX >= 11 AND WS-FETCH-IDX <= 16))
049530       AND FETCH-STATUS OF WS-FETCH-TBL(WS-FETCH-IDX) = 2
049550       MOVE 0 TO FETCH-STATUS OF WS-FETCH-TBL(WS-FETCH-IDX)
049570       MOVE 0 TO FETCH-TRIES OF WS-FETCH-TBL(WS-FETCH-IDX)
050115*Twin-language rows share a link; fetch each repo once per
050120*cycle and let PARSEGHSTATS copy the text to the twins, to
050125*stay inside GitHub's unauthenticated per-IP rate limit.
050127   MOVE 0 TO WS-GH-SLOT-COUNT.
050130   PERFORM VARYING WS-PROJECT-IDX FROM 1 BY 1
050150     UNTIL WS-PROJECT-IDX > WS-PROJECT-COUNT
050155     MOVE 0 TO WS-GH-DUP
050450     END-UNSTRING
050470   END-IF.
050490   IF WS-GH-OWNER NOT = SPACES AND WS-GH-REPO NOT = SPACES
050495     AND WS-GH-SLOT-COUNT < 50
050500     ADD 1 TO WS-GH-SLOT-COUNT
050505     MOVE WS-PROJECT-IDX
050507       TO GH-SLOT-ROW OF WS-GH-SLOT-TBL(WS-GH-SLOT-COUNT)
050510     MOVE WS-GH-SLOT-COUNT TO WS-SEL-STR
050530     MOVE SPACES TO WS-GH-CB
050550     STRING 'GHSTAT' WS-SEL-STR DELIMITED BY SIZE
050570       INTO WS-GH-CB
050590     END-STRING
050610     MOVE SPACES TO WS-GH-URL
050810   CONTINUE.
050830 PARSEGHSTATS SECTION.
050850 ENTRY 'PARSEGHSTATS' USING LS-PROJ-IDX-ARG.
050852   MOVE 0 TO WS-GH-ROW.
050854   IF LS-PROJ-IDX-ARG >= 1
050856     AND LS-PROJ-IDX-ARG <= WS-GH-SLOT-COUNT
050858     MOVE GH-SLOT-ROW OF WS-GH-SLOT-TBL(LS-PROJ-IDX-ARG)
050860       TO WS-GH-ROW
050862   END-IF.
050864   IF WS-GH-ROW = 0
050866     GOBACK
050868   END-IF.
050870   MOVE SPACES TO WS-GH-REST.
050890   MOVE SPACES TO WS-GH-STARS.
050910   MOVE SPACES TO WS-GH-DATE.
051210   END-IF.
051230   IF WS-GH-STARS NOT = SPACES
051250     MOVE SPACES
051270       TO PROJ-STATS-TXT OF WS-PROJECT-TBL(WS-GH-ROW)
051290     STRING 'Stars: ' DELIMITED BY SIZE
051310       FUNCTION TRIM(WS-GH-STARS) DELIMITED BY SIZE
051330       ' - Updated: ' DELIMITED BY SIZE
051350       WS-GH-DATE DELIMITED BY SIZE
051370       INTO PROJ-STATS-TXT OF WS-PROJECT-TBL(WS-GH-ROW)
051390     END-STRING
051392     PERFORM PARSE-GH-STARS-NUM
051394     MOVE WS-GH-STARS-NUM
051396       TO PROJ-STARS OF WS-PROJECT-TBL(WS-GH-ROW)
051400*Only one row per repo is fetched, so fan the text out to
051405*every row with the same link and repaint visible ones.
051410     PERFORM VARYING WS-PROJECT-IDX FROM 1 BY 1
051415       UNTIL WS-PROJECT-IDX > WS-PROJECT-COUNT
051420       IF PROJ-LINK OF WS-PROJECT-TBL(WS-PROJECT-IDX)
051425           = PROJ-LINK OF WS-PROJECT-TBL(WS-GH-ROW)
051430         MOVE PROJ-STATS-TXT
051435           OF WS-PROJECT-TBL(WS-GH-ROW)
051440           TO PROJ-STATS-TXT OF WS-PROJECT-TBL(WS-PROJECT-IDX)
051442         MOVE PROJ-STARS OF WS-PROJECT-TBL(WS-GH-ROW)
051444           TO PROJ-STARS OF WS-PROJECT-TBL(WS-PROJECT-IDX)
051445         IF PROJ-LANG OF WS-PROJECT-TBL(WS-PROJECT-IDX)
051450             = WS-LANG
051584     IF WS-PROJ-SORT = 2
051586       PERFORM RENDER-PROJECTS
051588     END-IF
051590   ELSE
051592     MOVE 'ghstats' TO WS-INC-KIND
051594     MOVE PROJ-LINK OF WS-PROJECT-TBL(WS-GH-ROW) TO WS-INC-REF
051596     PERFORM REPORT-INCIDENT
051598   END-IF.
051610   GOBACK.
051630 GHSTAT01 SECTION.
051650 ENTRY 'GHSTAT01' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
055710       CALL 'cobdom_add_event_listener' USING
055730         WS-ID-SEARCH-ROW, 'click', 'SEARCHSEL8'
055750   END-EVALUATE.
055751   MOVE WS-ID-SEARCH-ROW TO WS-A11Y-ID.
055752   PERFORM A11Y-BUTTON.
055770   CALL 'cobdom_append_child' USING WS-ID-SEARCH-ROW,
055790     'searchDrop'.
055810   CONTINUE.
061710   END-PERFORM.
061730   MOVE WS-DIAG-KEEP TO WS-DIAG-COUNT.
061750   CONTINUE.
061760*The last slot is kept for a marker row that says the report
061765*ran out of room, so an overflow never passes silently.
061770 RECORD-DIAG.
061790   IF WS-DIAG-COUNT < 29
061810     ADD 1 TO WS-DIAG-COUNT
061830     MOVE WS-DIAG-CUR-FILE
061850       TO DIAG-FILE OF WS-DIAG-TBL(WS-DIAG-COUNT)
061890       TO DIAG-LINE OF WS-DIAG-TBL(WS-DIAG-COUNT)
061910     MOVE WS-DIAG-REASON
061930       TO DIAG-REASON OF WS-DIAG-TBL(WS-DIAG-COUNT)
061950   ELSE
061952     IF WS-DIAG-COUNT = 29
061954       ADD 1 TO WS-DIAG-COUNT
061956       MOVE WS-DIAG-CUR-FILE
061958         TO DIAG-FILE OF WS-DIAG-TBL(WS-DIAG-COUNT)
061960       MOVE 0 TO DIAG-LINE OF WS-DIAG-TBL(WS-DIAG-COUNT)
061962       MOVE 'report full - further problems not listed'
061964         TO DIAG-REASON OF WS-DIAG-TBL(WS-DIAG-COUNT)
061966     END-IF
061968   END-IF.
061969   PERFORM REPORT-DIAG-INCIDENT.
061970   CONTINUE.
061990 VALIDATE-LANG-CODE.
062010   MOVE 0 TO WS-VAL-LANG-OK.
068430     '1rem'.
068450   CALL 'cobdom_add_event_listener' USING 'readerBack', 'click',
068470     'READERBACK'.
068471   MOVE 'readerBack' TO WS-A11Y-ID.
068472   PERFORM A11Y-BUTTON.
068490   CALL 'cobdom_create_element' USING 'readerDate', 'div'.
068510   CALL 'cobdom_style' USING 'readerDate', 'opacity', '0.7'.
068530   CALL 'cobdom_create_element' USING 'readerTitle', 'div'.
068810     '1rem'.
068830   CALL 'cobdom_add_event_listener' USING 'readerMedium',
068850     'click', 'READERMEDIUM'.
068851   MOVE 'readerMedium' TO WS-A11Y-ID.
068852   PERFORM A11Y-BUTTON.
068870   CALL 'cobdom_append_child' USING 'readerDiv', 'notesSection'.
068890   CALL 'cobdom_append_child' USING 'readerBack', 'readerDiv'.
068910   CALL 'cobdom_append_child' USING 'readerDate', 'readerDiv'.
070950 'Could not load this note right now - go back and try again.'
070970   END-IF.
070990   GOBACK.
071010*Guestbook wall. guestbook.txt comes from src/gbimport.cob's
071020*moderated import of the exported GUESTSEND submissions and is
071030*published like any other catalog; the wall
071050*renders it newest first with simple prev/next paging once it
071070*outgrows one screenful.
071090 BUILD-GUEST-WALL.
071590   CALL 'cobdom_style' USING 'guestPgPrev', 'margin', '.5rem'.
071610   CALL 'cobdom_add_event_listener' USING 'guestPgPrev',
071630     'click', 'GUESTPGPREV'.
071631   MOVE 'guestPgPrev' TO WS-A11Y-ID.
071632   PERFORM A11Y-BUTTON.
071650   CALL 'cobdom_create_element' USING 'guestPgInfo', 'span'.
071670   CALL 'cobdom_style' USING 'guestPgInfo', 'margin', '.5rem'.
071690   CALL 'cobdom_create_element' USING 'guestPgNext', 'span'.
071790   CALL 'cobdom_style' USING 'guestPgNext', 'margin', '.5rem'.
071810   CALL 'cobdom_add_event_listener' USING 'guestPgNext',
071830     'click', 'GUESTPGNEXT'.
071831   MOVE 'guestPgNext' TO WS-A11Y-ID.
071832   PERFORM A11Y-BUTTON.
071850   CALL 'cobdom_append_child' USING 'guestWall',
071870     'contactContent'.
071890   CALL 'cobdom_append_child' USING 'guestWallTitle',
076590     'fetch fault - click to retry'.
076610   CALL 'cobdom_add_event_listener' USING 'fetchBadge', 'click',
076630     'FETCHBADGE'.
076631   MOVE 'fetchBadge' TO WS-A11Y-ID.
076632   PERFORM A11Y-BUTTON.
076650   CALL 'cobdom_append_child' USING 'fetchBadge', 'body'.
076670   CONTINUE.
076690 UPDATE-FETCH-BADGE.
078350   ELSE
078370     CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE,
078390       WS-BLOB, 'localStorage.getItem("ccProjects")||""'
078410     IF WS-BLOB-SIZE > 0 AND WS-BLOB-SIZE <= 64000
078430       MOVE WS-BLOB(1:WS-BLOB-SIZE) TO WS-CACHED-PROJ
078450       MOVE WS-BLOB-SIZE TO WS-CACHED-PROJ-SIZE
078470       PERFORM PARSE-PROJECTS
078510     END-IF
078530     CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE,
078550       WS-BLOB, 'localStorage.getItem("ccSkills")||""'
078570     IF WS-BLOB-SIZE > 0 AND WS-BLOB-SIZE <= 64000
078590       MOVE WS-BLOB(1:WS-BLOB-SIZE) TO WS-CACHED-SKILL
078610       MOVE WS-BLOB-SIZE TO WS-CACHED-SKILL-SIZE
078630       PERFORM PARSE-SKILLS
078670     END-IF
078690     CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE,
078710       WS-BLOB, 'localStorage.getItem("ccPosts")||""'
078730     IF WS-BLOB-SIZE > 0 AND WS-BLOB-SIZE <= 64000
078750       MOVE WS-BLOB(1:WS-BLOB-SIZE) TO WS-CACHED-POST
078770       MOVE WS-BLOB-SIZE TO WS-CACHED-POST-SIZE
078790       PERFORM PARSE-POSTS
080750   MOVE 'diag' TO TCMD-NAME OF WS-TERM-CMD-TBL(10).
080770   MOVE 'status' TO TCMD-NAME OF WS-TERM-CMD-TBL(11).
080780   MOVE 'resume' TO TCMD-NAME OF WS-TERM-CMD-TBL(12).
080785   MOVE 'forget' TO TCMD-NAME OF WS-TERM-CMD-TBL(13).
080790   CONTINUE.
080810 TERM-PUSH-HISTORY.
080830   IF FUNCTION TRIM(WS-TERM-LINE) NOT = SPACES
089270   END-IF.
089290   CONTINUE.
089310*Quick filter in the SEARCH-MATCH mold over title and blurb.
089311*A picked skill (see PICK-SKILL) narrows the hits further.
089330 PROJ-FILTER-MATCH.
089350   IF WS-PROJ-FILTER-LEN = 0
089370     MOVE 1 TO WS-PROJ-HITS
089610     INSPECT WS-PROJ-HAY TALLYING WS-PROJ-HITS
089630       FOR ALL WS-PROJ-FILTER(1:WS-PROJ-FILTER-LEN)
089650   END-IF.
089651   IF WS-PROJ-HITS > 0 AND WS-SKILL-PICK > 0
089652     PERFORM PROJ-SKILL-MATCH
089653   END-IF.
089670   CONTINUE.
089690 UPDATE-PROJ-SORT-UI.
089710   IF WS-PROJ-SORT = 1
092910     CALL 'cobdom_style' USING 'visitorDiv', 'display', 'block'
092930   END-IF.
092950   CONTINUE.
092970*Catalog room, see WS-CAT-ROOM. Each PARSE-* starts with empty
092990*per-language counters; a row past the 50th for its language is
093010*dropped and the first drop per language leaves an overflow row
093030*in the diagnostics report.
093050 RESET-CATALOG-ROOM.
093070   PERFORM VARYING WS-CAT-LANG-IDX FROM 1 BY 1
093090     UNTIL WS-CAT-LANG-IDX > WS-LANG-COUNT
093110     MOVE 0 TO CAT-LANG-ROWS OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX)
093130     MOVE 0 TO CAT-LANG-FULL OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX)
093150   END-PERFORM.
093170   CONTINUE.
093190 CHECK-CATALOG-ROOM.
093210   MOVE 0 TO WS-CAT-SLOT.
093230   PERFORM VARYING WS-CAT-LANG-IDX FROM 1 BY 1
093250     UNTIL WS-CAT-LANG-IDX > WS-LANG-COUNT
093270     IF LANG-CODE OF WS-LANG-TBL(WS-CAT-LANG-IDX) = WS-VAL-LANG
093290       IF CAT-LANG-ROWS OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX)
093310           < WS-CAT-PER-LANG
093330         ADD 1
093350           TO CAT-LANG-ROWS OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX)
093370         MOVE CAT-LANG-ROWS OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX)
093390           TO WS-CAT-SLOT
093410       ELSE
093430         MOVE 0 TO WS-DIAG-OK
093450         IF CAT-LANG-FULL OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX) = 0
093470           MOVE 1
093490             TO CAT-LANG-FULL OF WS-CAT-LANG-TBL(WS-CAT-LANG-IDX)
093510           MOVE SPACES TO WS-DIAG-REASON
093530           STRING 'over ' DELIMITED BY SIZE
093550             WS-CAT-PER-LANG DELIMITED BY SIZE
093570             ' ' DELIMITED BY SIZE
093590             WS-VAL-LANG DELIMITED BY SIZE
093610             ' rows - this and later ' DELIMITED BY SIZE
093630             WS-VAL-LANG DELIMITED BY SIZE
093650             ' rows dropped' DELIMITED BY SIZE
093670             INTO WS-DIAG-REASON
093690           END-STRING
093710           PERFORM RECORD-DIAG
093730         END-IF
093750       END-IF
093770     END-IF
093790   END-PERFORM.
093810   CONTINUE.
093830*Slot <-> row. A card's slot is its position among the rows of
093850*its own language; the reverse lookup works in the shown language.
093870 PROJ-ROW-SLOT.
093890   MOVE 0 TO WS-CAT-SLOT.
093910   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
093930     UNTIL WS-SLOT-SCAN > WS-PROJECT-IDX
093950     IF PROJ-LANG OF WS-PROJECT-TBL(WS-SLOT-SCAN)
093970         = PROJ-LANG OF WS-PROJECT-TBL(WS-PROJECT-IDX)
093990       ADD 1 TO WS-CAT-SLOT
094010     END-IF
094030   END-PERFORM.
094050   CONTINUE.
094070 PROJ-SLOT-ROW.
094090   MOVE 0 TO WS-SLOT-CNT.
094110   MOVE 0 TO WS-SLOT-ROW.
094130   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
094150     UNTIL WS-SLOT-SCAN > WS-PROJECT-COUNT
094170     OR WS-SLOT-ROW > 0
094190     IF PROJ-LANG OF WS-PROJECT-TBL(WS-SLOT-SCAN) = WS-LANG
094210       ADD 1 TO WS-SLOT-CNT
094230       IF WS-SLOT-CNT = WS-CAT-SLOT
094250         MOVE WS-SLOT-SCAN TO WS-SLOT-ROW
094270       END-IF
094290     END-IF
094310   END-PERFORM.
094330   CONTINUE.
094350 POST-ROW-SLOT.
094370   MOVE 0 TO WS-CAT-SLOT.
094390   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
094410     UNTIL WS-SLOT-SCAN > WS-POST-IDX
094430     IF POST-LANG OF WS-POST-TBL(WS-SLOT-SCAN)
094450         = POST-LANG OF WS-POST-TBL(WS-POST-IDX)
094470       ADD 1 TO WS-CAT-SLOT
094490     END-IF
094510   END-PERFORM.
094530   CONTINUE.
094550 POST-SLOT-ROW.
094570   MOVE 0 TO WS-SLOT-CNT.
094590   MOVE 0 TO WS-SLOT-ROW.
094610   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
094630     UNTIL WS-SLOT-SCAN > WS-POST-COUNT
094650     OR WS-SLOT-ROW > 0
094670     IF POST-LANG OF WS-POST-TBL(WS-SLOT-SCAN) = WS-LANG
094690       ADD 1 TO WS-SLOT-CNT
094710       IF WS-SLOT-CNT = WS-CAT-SLOT
094730         MOVE WS-SLOT-SCAN TO WS-SLOT-ROW
094750       END-IF
094770     END-IF
094790   END-PERFORM.
094810   CONTINUE.
094830 PROJSEL21 SECTION.
094850 ENTRY 'PROJSEL21'.
094870   CALL 'OPENPROJECTLINK' USING 21.
094890   GOBACK.
094910 PROJSEL22 SECTION.
094930 ENTRY 'PROJSEL22'.
094950   CALL 'OPENPROJECTLINK' USING 22.
094970   GOBACK.
094990 PROJSEL23 SECTION.
095010 ENTRY 'PROJSEL23'.
095030   CALL 'OPENPROJECTLINK' USING 23.
095050   GOBACK.
095070 PROJSEL24 SECTION.
095090 ENTRY 'PROJSEL24'.
095110   CALL 'OPENPROJECTLINK' USING 24.
095130   GOBACK.
095150 PROJSEL25 SECTION.
095170 ENTRY 'PROJSEL25'.
095190   CALL 'OPENPROJECTLINK' USING 25.
095210   GOBACK.
095230 PROJSEL26 SECTION.
095250 ENTRY 'PROJSEL26'.
095270   CALL 'OPENPROJECTLINK' USING 26.
095290   GOBACK.
095310 PROJSEL27 SECTION.
095330 ENTRY 'PROJSEL27'.
095350   CALL 'OPENPROJECTLINK' USING 27.
095370   GOBACK.
095390 PROJSEL28 SECTION.
095410 ENTRY 'PROJSEL28'.
095430   CALL 'OPENPROJECTLINK' USING 28.
095450   GOBACK.
095470 PROJSEL29 SECTION.
095490 ENTRY 'PROJSEL29'.
095510   CALL 'OPENPROJECTLINK' USING 29.
095530   GOBACK.
095550 PROJSEL30 SECTION.
095570 ENTRY 'PROJSEL30'.
095590   CALL 'OPENPROJECTLINK' USING 30.
095610   GOBACK.
095630 PROJSEL31 SECTION.
095650 ENTRY 'PROJSEL31'.
095670   CALL 'OPENPROJECTLINK' USING 31.
095690   GOBACK.
095710 PROJSEL32 SECTION.
095730 ENTRY 'PROJSEL32'.
095750   CALL 'OPENPROJECTLINK' USING 32.
095770   GOBACK.
095790 PROJSEL33 SECTION.
095810 ENTRY 'PROJSEL33'.
095830   CALL 'OPENPROJECTLINK' USING 33.
095850   GOBACK.
095870 PROJSEL34 SECTION.
095890 ENTRY 'PROJSEL34'.
095910   CALL 'OPENPROJECTLINK' USING 34.
095930   GOBACK.
095950 PROJSEL35 SECTION.
095970 ENTRY 'PROJSEL35'.
095990   CALL 'OPENPROJECTLINK' USING 35.
096010   GOBACK.
096030 PROJSEL36 SECTION.
096050 ENTRY 'PROJSEL36'.
096070   CALL 'OPENPROJECTLINK' USING 36.
096090   GOBACK.
096110 PROJSEL37 SECTION.
096130 ENTRY 'PROJSEL37'.
096150   CALL 'OPENPROJECTLINK' USING 37.
096170   GOBACK.
096190 PROJSEL38 SECTION.
096210 ENTRY 'PROJSEL38'.
096230   CALL 'OPENPROJECTLINK' USING 38.
096250   GOBACK.
096270 PROJSEL39 SECTION.
096290 ENTRY 'PROJSEL39'.
096310   CALL 'OPENPROJECTLINK' USING 39.
096330   GOBACK.
096350 PROJSEL40 SECTION.
096370 ENTRY 'PROJSEL40'.
096390   CALL 'OPENPROJECTLINK' USING 40.
096410   GOBACK.
096430 PROJSEL41 SECTION.
096450 ENTRY 'PROJSEL41'.
096470   CALL 'OPENPROJECTLINK' USING 41.
096490   GOBACK.
096510 PROJSEL42 SECTION.
096530 ENTRY 'PROJSEL42'.
096550   CALL 'OPENPROJECTLINK' USING 42.
096570   GOBACK.
096590 PROJSEL43 SECTION.
096610 ENTRY 'PROJSEL43'.
096630   CALL 'OPENPROJECTLINK' USING 43.
096650   GOBACK.
096670 PROJSEL44 SECTION.
096690 ENTRY 'PROJSEL44'.
096710   CALL 'OPENPROJECTLINK' USING 44.
096730   GOBACK.
096750 PROJSEL45 SECTION.
096770 ENTRY 'PROJSEL45'.
096790   CALL 'OPENPROJECTLINK' USING 45.
096810   GOBACK.
096830 PROJSEL46 SECTION.
096850 ENTRY 'PROJSEL46'.
096870   CALL 'OPENPROJECTLINK' USING 46.
096890   GOBACK.
096910 PROJSEL47 SECTION.
096930 ENTRY 'PROJSEL47'.
096950   CALL 'OPENPROJECTLINK' USING 47.
096970   GOBACK.
096990 PROJSEL48 SECTION.
097010 ENTRY 'PROJSEL48'.
097030   CALL 'OPENPROJECTLINK' USING 48.
097050   GOBACK.
097070 PROJSEL49 SECTION.
097090 ENTRY 'PROJSEL49'.
097110   CALL 'OPENPROJECTLINK' USING 49.
097130   GOBACK.
097150 PROJSEL50 SECTION.
097170 ENTRY 'PROJSEL50'.
097190   CALL 'OPENPROJECTLINK' USING 50.
097210   GOBACK.
097230 POSTSEL21 SECTION.
097250 ENTRY 'POSTSEL21'.
097270   CALL 'OPENPOSTLINK' USING 21.
097290   GOBACK.
097310 POSTSEL22 SECTION.
097330 ENTRY 'POSTSEL22'.
097350   CALL 'OPENPOSTLINK' USING 22.
097370   GOBACK.
097390 POSTSEL23 SECTION.
097410 ENTRY 'POSTSEL23'.
097430   CALL 'OPENPOSTLINK' USING 23.
097450   GOBACK.
097470 POSTSEL24 SECTION.
097490 ENTRY 'POSTSEL24'.
097510   CALL 'OPENPOSTLINK' USING 24.
097530   GOBACK.
097550 POSTSEL25 SECTION.
097570 ENTRY 'POSTSEL25'.
097590   CALL 'OPENPOSTLINK' USING 25.
097610   GOBACK.
097630 POSTSEL26 SECTION.
097650 ENTRY 'POSTSEL26'.
097670   CALL 'OPENPOSTLINK' USING 26.
097690   GOBACK.
097710 POSTSEL27 SECTION.
097730 ENTRY 'POSTSEL27'.
097750   CALL 'OPENPOSTLINK' USING 27.
097770   GOBACK.
097790 POSTSEL28 SECTION.
097810 ENTRY 'POSTSEL28'.
097830   CALL 'OPENPOSTLINK' USING 28.
097850   GOBACK.
097870 POSTSEL29 SECTION.
097890 ENTRY 'POSTSEL29'.
097910   CALL 'OPENPOSTLINK' USING 29.
097930   GOBACK.
097950 POSTSEL30 SECTION.
097970 ENTRY 'POSTSEL30'.
097990   CALL 'OPENPOSTLINK' USING 30.
098010   GOBACK.
098030 POSTSEL31 SECTION.
098050 ENTRY 'POSTSEL31'.
098070   CALL 'OPENPOSTLINK' USING 31.
098090   GOBACK.
098110 POSTSEL32 SECTION.
098130 ENTRY 'POSTSEL32'.
098150   CALL 'OPENPOSTLINK' USING 32.
098170   GOBACK.
098190 POSTSEL33 SECTION.
098210 ENTRY 'POSTSEL33'.
098230   CALL 'OPENPOSTLINK' USING 33.
098250   GOBACK.
098270 POSTSEL34 SECTION.
098290 ENTRY 'POSTSEL34'.
098310   CALL 'OPENPOSTLINK' USING 34.
098330   GOBACK.
098350 POSTSEL35 SECTION.
098370 ENTRY 'POSTSEL35'.
098390   CALL 'OPENPOSTLINK' USING 35.
098410   GOBACK.
098430 POSTSEL36 SECTION.
098450 ENTRY 'POSTSEL36'.
098470   CALL 'OPENPOSTLINK' USING 36.
098490   GOBACK.
098510 POSTSEL37 SECTION.
098530 ENTRY 'POSTSEL37'.
098550   CALL 'OPENPOSTLINK' USING 37.
098570   GOBACK.
098590 POSTSEL38 SECTION.
098610 ENTRY 'POSTSEL38'.
098630   CALL 'OPENPOSTLINK' USING 38.
098650   GOBACK.
098670 POSTSEL39 SECTION.
098690 ENTRY 'POSTSEL39'.
098710   CALL 'OPENPOSTLINK' USING 39.
098730   GOBACK.
098750 POSTSEL40 SECTION.
098770 ENTRY 'POSTSEL40'.
098790   CALL 'OPENPOSTLINK' USING 40.
098810   GOBACK.
098830 POSTSEL41 SECTION.
098850 ENTRY 'POSTSEL41'.
098870   CALL 'OPENPOSTLINK' USING 41.
098890   GOBACK.
098910 POSTSEL42 SECTION.
098930 ENTRY 'POSTSEL42'.
098950   CALL 'OPENPOSTLINK' USING 42.
098970   GOBACK.
098990 POSTSEL43 SECTION.
099010 ENTRY 'POSTSEL43'.
099030   CALL 'OPENPOSTLINK' USING 43.
099050   GOBACK.
099070 POSTSEL44 SECTION.
099090 ENTRY 'POSTSEL44'.
099110   CALL 'OPENPOSTLINK' USING 44.
099130   GOBACK.
099150 POSTSEL45 SECTION.
099170 ENTRY 'POSTSEL45'.
099190   CALL 'OPENPOSTLINK' USING 45.
099210   GOBACK.
099230 POSTSEL46 SECTION.
099250 ENTRY 'POSTSEL46'.
099270   CALL 'OPENPOSTLINK' USING 46.
099290   GOBACK.
099310 POSTSEL47 SECTION.
099330 ENTRY 'POSTSEL47'.
099350   CALL 'OPENPOSTLINK' USING 47.
099370   GOBACK.
099390 POSTSEL48 SECTION.
099410 ENTRY 'POSTSEL48'.
099430   CALL 'OPENPOSTLINK' USING 48.
099450   GOBACK.
099470 POSTSEL49 SECTION.
099490 ENTRY 'POSTSEL49'.
099510   CALL 'OPENPOSTLINK' USING 49.
099530   GOBACK.
099550 POSTSEL50 SECTION.
099570 ENTRY 'POSTSEL50'.
099590   CALL 'OPENPOSTLINK' USING 50.
099610   GOBACK.
099630 GHSTAT21 SECTION.
099650 ENTRY 'GHSTAT21' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
099670   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
099690   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
099710   CALL 'PARSEGHSTATS' USING 21.
099730   GOBACK.
099750 GHSTAT22 SECTION.
099770 ENTRY 'GHSTAT22' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
099790   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
099810   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
099830   CALL 'PARSEGHSTATS' USING 22.
099850   GOBACK.
099870 GHSTAT23 SECTION.
099890 ENTRY 'GHSTAT23' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
099910   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
099930   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
099950   CALL 'PARSEGHSTATS' USING 23.
099970   GOBACK.
099990 GHSTAT24 SECTION.
100010 ENTRY 'GHSTAT24' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100030   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100050   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100070   CALL 'PARSEGHSTATS' USING 24.
100090   GOBACK.
100110 GHSTAT25 SECTION.
100130 ENTRY 'GHSTAT25' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100150   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100170   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100190   CALL 'PARSEGHSTATS' USING 25.
100210   GOBACK.
100230 GHSTAT26 SECTION.
100250 ENTRY 'GHSTAT26' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100270   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100290   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100310   CALL 'PARSEGHSTATS' USING 26.
100330   GOBACK.
100350 GHSTAT27 SECTION.
100370 ENTRY 'GHSTAT27' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100390   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100410   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100430   CALL 'PARSEGHSTATS' USING 27.
100450   GOBACK.
100470 GHSTAT28 SECTION.
100490 ENTRY 'GHSTAT28' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100510   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100530   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100550   CALL 'PARSEGHSTATS' USING 28.
100570   GOBACK.
100590 GHSTAT29 SECTION.
100610 ENTRY 'GHSTAT29' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100630   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100650   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100670   CALL 'PARSEGHSTATS' USING 29.
100690   GOBACK.
100710 GHSTAT30 SECTION.
100730 ENTRY 'GHSTAT30' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100750   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100770   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100790   CALL 'PARSEGHSTATS' USING 30.
100810   GOBACK.
100830 GHSTAT31 SECTION.
100850 ENTRY 'GHSTAT31' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100870   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
100890   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
100910   CALL 'PARSEGHSTATS' USING 31.
100930   GOBACK.
100950 GHSTAT32 SECTION.
100970 ENTRY 'GHSTAT32' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
100990   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101010   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101030   CALL 'PARSEGHSTATS' USING 32.
101050   GOBACK.
101070 GHSTAT33 SECTION.
101090 ENTRY 'GHSTAT33' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101110   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101130   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101150   CALL 'PARSEGHSTATS' USING 33.
101170   GOBACK.
101190 GHSTAT34 SECTION.
101210 ENTRY 'GHSTAT34' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101230   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101250   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101270   CALL 'PARSEGHSTATS' USING 34.
101290   GOBACK.
101310 GHSTAT35 SECTION.
101330 ENTRY 'GHSTAT35' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101350   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101370   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101390   CALL 'PARSEGHSTATS' USING 35.
101410   GOBACK.
101430 GHSTAT36 SECTION.
101450 ENTRY 'GHSTAT36' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101470   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101490   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101510   CALL 'PARSEGHSTATS' USING 36.
101530   GOBACK.
101550 GHSTAT37 SECTION.
101570 ENTRY 'GHSTAT37' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101590   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101610   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101630   CALL 'PARSEGHSTATS' USING 37.
101650   GOBACK.
101670 GHSTAT38 SECTION.
101690 ENTRY 'GHSTAT38' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101710   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101730   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101750   CALL 'PARSEGHSTATS' USING 38.
101770   GOBACK.
101790 GHSTAT39 SECTION.
101810 ENTRY 'GHSTAT39' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101830   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101850   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101870   CALL 'PARSEGHSTATS' USING 39.
101890   GOBACK.
101910 GHSTAT40 SECTION.
101930 ENTRY 'GHSTAT40' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
101950   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
101970   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
101990   CALL 'PARSEGHSTATS' USING 40.
102010   GOBACK.
102030 GHSTAT41 SECTION.
102050 ENTRY 'GHSTAT41' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102070   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102090   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102110   CALL 'PARSEGHSTATS' USING 41.
102130   GOBACK.
102150 GHSTAT42 SECTION.
102170 ENTRY 'GHSTAT42' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102190   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102210   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102230   CALL 'PARSEGHSTATS' USING 42.
102250   GOBACK.
102270 GHSTAT43 SECTION.
102290 ENTRY 'GHSTAT43' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102310   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102330   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102350   CALL 'PARSEGHSTATS' USING 43.
102370   GOBACK.
102390 GHSTAT44 SECTION.
102410 ENTRY 'GHSTAT44' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102430   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102450   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102470   CALL 'PARSEGHSTATS' USING 44.
102490   GOBACK.
102510 GHSTAT45 SECTION.
102530 ENTRY 'GHSTAT45' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102550   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102570   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102590   CALL 'PARSEGHSTATS' USING 45.
102610   GOBACK.
102630 GHSTAT46 SECTION.
102650 ENTRY 'GHSTAT46' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102670   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102690   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102710   CALL 'PARSEGHSTATS' USING 46.
102730   GOBACK.
102750 GHSTAT47 SECTION.
102770 ENTRY 'GHSTAT47' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102790   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102810   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102830   CALL 'PARSEGHSTATS' USING 47.
102850   GOBACK.
102870 GHSTAT48 SECTION.
102890 ENTRY 'GHSTAT48' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
102910   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
102930   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
102950   CALL 'PARSEGHSTATS' USING 48.
102970   GOBACK.
102990 GHSTAT49 SECTION.
103010 ENTRY 'GHSTAT49' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
103030   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
103050   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
103070   CALL 'PARSEGHSTATS' USING 49.
103090   GOBACK.
103110 GHSTAT50 SECTION.
103130 ENTRY 'GHSTAT50' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
103150   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
103170   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
103190   CALL 'PARSEGHSTATS' USING 50.
103210   GOBACK.
103230*Skill map. /res/data/skillmap.txt pairs base-language skill
103250*names with base-language project titles; RESOLVE-SKILL-MAP turns
103270*each pair into a skill position and a project image+date, and
103290*re-runs whenever skills.txt or projects.txt is parsed again, so
103310*arrival order does not matter. A name that matches nothing is
103330*reported under skillmap.txt once the catalog it names is in.
103350 LOADSKILLMAP SECTION.
103370 ENTRY 'LOADSKILLMAP' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
103390   MOVE 'LOADSKILLMAP' TO WS-FETCH-CB-KEY.
103410   PERFORM FIND-FETCH-BY-KEY.
103430   IF FETCH-STATUS OF WS-FETCH-TBL(WS-FETCH-IDX) = 1
103450     GOBACK
103470   END-IF.
103490   PERFORM MARK-FETCH-DONE.
103510   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
103530   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
103550   PERFORM PARSE-SKILL-MAP.
103570   PERFORM RESOLVE-SKILL-MAP.
103590   PERFORM RENDER-DIAGS.
103610   PERFORM RENDER-PROJECTS.
103630   GOBACK.
103650 PARSE-SKILL-MAP.
103670   MOVE 0 TO WS-XREF-COUNT.
103690   MOVE 0 TO WS-XREF-FULL.
103710   MOVE 1 TO WS-PARSE-PTR.
103730   MOVE 0 TO WS-PARSE-LINE-NO.
103750   PERFORM UNTIL WS-PARSE-PTR > WS-BLOB-SIZE
103770       OR WS-XREF-FULL = 1
103790     MOVE SPACES TO WS-PARSE-LINE
103810     UNSTRING WS-BLOB DELIMITED BY X'0A'
103830       INTO WS-PARSE-LINE
103850       WITH POINTER WS-PARSE-PTR
103870     END-UNSTRING
103890     ADD 1 TO WS-PARSE-LINE-NO
103910     IF FUNCTION TRIM(WS-PARSE-LINE) NOT = SPACES
103930       IF WS-XREF-COUNT >= 200
103950         MOVE 1 TO WS-XREF-FULL
103970       ELSE
103990         ADD 1 TO WS-XREF-COUNT
104010         PERFORM LOAD-XREF-ROW
104030       END-IF
104050     END-IF
104070   END-PERFORM.
104090   CONTINUE.
104110 LOAD-XREF-ROW.
104130   MOVE WS-PARSE-LINE-NO
104150     TO XREF-LINE OF WS-XREF-TBL(WS-XREF-COUNT).
104170   MOVE SPACES TO XREF-SKILL OF WS-XREF-TBL(WS-XREF-COUNT).
104190   MOVE SPACES TO XREF-PROJ OF WS-XREF-TBL(WS-XREF-COUNT).
104210   MOVE 0 TO WS-DIAG-BARS.
104230   INSPECT WS-PARSE-LINE TALLYING WS-DIAG-BARS FOR ALL '|'.
104250   UNSTRING WS-PARSE-LINE DELIMITED BY '|'
104270     INTO XREF-SKILL OF WS-XREF-TBL(WS-XREF-COUNT)
104290          XREF-PROJ OF WS-XREF-TBL(WS-XREF-COUNT)
104310   END-UNSTRING.
104330   IF WS-DIAG-BARS = 1
104350     AND XREF-SKILL OF WS-XREF-TBL(WS-XREF-COUNT) NOT = SPACES
104370     AND XREF-PROJ OF WS-XREF-TBL(WS-XREF-COUNT) NOT = SPACES
104390     MOVE 1 TO XREF-FORM-OK OF WS-XREF-TBL(WS-XREF-COUNT)
104410   ELSE
104430     MOVE 0 TO XREF-FORM-OK OF WS-XREF-TBL(WS-XREF-COUNT)
104450   END-IF.
104470   CONTINUE.
104490 RESOLVE-SKILL-MAP.
104510   MOVE 'skillmap.txt' TO WS-DIAG-CUR-FILE.
104530   PERFORM DROP-FILE-DIAGS.
104550   PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
104570     UNTIL WS-XREF-IDX > WS-XREF-COUNT
104590     MOVE XREF-LINE OF WS-XREF-TBL(WS-XREF-IDX)
104610       TO WS-PARSE-LINE-NO
104630     MOVE 0 TO XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX)
104650     MOVE SPACES TO XREF-PROJ-IMAGE OF WS-XREF-TBL(WS-XREF-IDX)
104670     MOVE SPACES TO XREF-PROJ-ADDED OF WS-XREF-TBL(WS-XREF-IDX)
104690     IF XREF-FORM-OK OF WS-XREF-TBL(WS-XREF-IDX) = 0
104710       MOVE 'expected skill|project' TO WS-DIAG-REASON
104730       PERFORM RECORD-DIAG
104750     ELSE
104770       PERFORM RESOLVE-XREF-SKILL
104790       PERFORM RESOLVE-XREF-PROJ
104810     END-IF
104830   END-PERFORM.
104850   IF WS-XREF-FULL = 1
104870     MOVE 0 TO WS-PARSE-LINE-NO
104890     MOVE 'over 200 rows - later rows dropped' TO WS-DIAG-REASON
104910     PERFORM RECORD-DIAG
104930   END-IF.
104950   CONTINUE.
104970 RESOLVE-XREF-SKILL.
104990   MOVE 0 TO WS-SKILL-ORD.
105010   PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
105030     UNTIL WS-SKILL-IDX > WS-SKILL-COUNT
105050     OR XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX) > 0
105070     IF SKILL-LANG OF WS-SKILL-TBL(WS-SKILL-IDX)
105090         = LANG-CODE OF WS-LANG-TBL(1)
105110       ADD 1 TO WS-SKILL-ORD
105130       IF SKILL-NAME OF WS-SKILL-TBL(WS-SKILL-IDX)
105150           = XREF-SKILL OF WS-XREF-TBL(WS-XREF-IDX)
105170         MOVE WS-SKILL-ORD
105190           TO XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX)
105210       END-IF
105230     END-IF
105250   END-PERFORM.
105270   IF XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX) = 0
105290     AND WS-SKILL-COUNT > 0
105310     MOVE SPACES TO WS-DIAG-REASON
105330     STRING 'unknown skill: ' DELIMITED BY SIZE
105350       FUNCTION TRIM(XREF-SKILL OF WS-XREF-TBL(WS-XREF-IDX))
105370         DELIMITED BY SIZE
105390       INTO WS-DIAG-REASON
105410     END-STRING
105430     PERFORM RECORD-DIAG
105450   END-IF.
105470   CONTINUE.
105490 RESOLVE-XREF-PROJ.
105510   MOVE 0 TO WS-DIAG-TWIN.
105530   PERFORM VARYING WS-PROJ-JDX FROM 1 BY 1
105550     UNTIL WS-PROJ-JDX > WS-PROJECT-COUNT
105570     OR WS-DIAG-TWIN = 1
105590     IF PROJ-LANG OF WS-PROJECT-TBL(WS-PROJ-JDX)
105610         = LANG-CODE OF WS-LANG-TBL(1)
105630       AND PROJ-TITLE OF WS-PROJECT-TBL(WS-PROJ-JDX)
105650         = XREF-PROJ OF WS-XREF-TBL(WS-XREF-IDX)
105670       MOVE 1 TO WS-DIAG-TWIN
105690       MOVE PROJ-IMAGE OF WS-PROJECT-TBL(WS-PROJ-JDX)
105710         TO XREF-PROJ-IMAGE OF WS-XREF-TBL(WS-XREF-IDX)
105730       MOVE PROJ-ADDED OF WS-PROJECT-TBL(WS-PROJ-JDX)
105750         TO XREF-PROJ-ADDED OF WS-XREF-TBL(WS-XREF-IDX)
105770     END-IF
105790   END-PERFORM.
105810   IF WS-DIAG-TWIN = 0 AND WS-PROJECT-COUNT > 0
105830     MOVE SPACES TO WS-DIAG-REASON
105850     STRING 'unknown project: ' DELIMITED BY SIZE
105870       FUNCTION TRIM(XREF-PROJ OF WS-XREF-TBL(WS-XREF-IDX))
105890         DELIMITED BY SIZE
105910       INTO WS-DIAG-REASON
105930     END-STRING
105950     PERFORM RECORD-DIAG
105970   END-IF.
105990   CONTINUE.
106010*Skill cards follow the catalog slot scheme too: a skill's slot
106030*is its position among its language's rows, which is also what
106050*ties the translations of one skill together.
106070 SKILL-ROW-SLOT.
106090   MOVE 0 TO WS-CAT-SLOT.
106110   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
106130     UNTIL WS-SLOT-SCAN > WS-SKILL-IDX
106150     IF SKILL-LANG OF WS-SKILL-TBL(WS-SLOT-SCAN)
106170         = SKILL-LANG OF WS-SKILL-TBL(WS-SKILL-IDX)
106190       ADD 1 TO WS-CAT-SLOT
106210     END-IF
106230   END-PERFORM.
106250   CONTINUE.
106270 SKILL-SLOT-ROW.
106290   MOVE 0 TO WS-SLOT-CNT.
106310   MOVE 0 TO WS-SLOT-ROW.
106330   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
106350     UNTIL WS-SLOT-SCAN > WS-SKILL-COUNT
106370     OR WS-SLOT-ROW > 0
106390     IF SKILL-LANG OF WS-SKILL-TBL(WS-SLOT-SCAN) = WS-LANG
106410       ADD 1 TO WS-SLOT-CNT
106430       IF WS-SLOT-CNT = WS-CAT-SLOT
106450         MOVE WS-SLOT-SCAN TO WS-SLOT-ROW
106470       END-IF
106490     END-IF
106510   END-PERFORM.
106530   CONTINUE.
106550*Skill tags for the card at WS-PROJECT-IDX, in the shown language.
106570 BUILD-PROJ-SKILL-TAGS.
106590   MOVE SPACES TO WS-SKILL-TAGS.
106610   MOVE 1 TO WS-SKILL-TAG-PTR.
106630   PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
106650     UNTIL WS-XREF-IDX > WS-XREF-COUNT
106670     IF XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX) > 0
106690       AND XREF-PROJ-IMAGE OF WS-XREF-TBL(WS-XREF-IDX)
106710         = PROJ-IMAGE OF WS-PROJECT-TBL(WS-PROJECT-IDX)
106730       AND XREF-PROJ-ADDED OF WS-XREF-TBL(WS-XREF-IDX)
106750         = PROJ-ADDED OF WS-PROJECT-TBL(WS-PROJECT-IDX)
106770       MOVE XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX)
106790         TO WS-CAT-SLOT
106810       PERFORM SKILL-SLOT-ROW
106830       IF WS-SLOT-ROW > 0
106850         IF WS-SKILL-TAG-PTR > 1
106870           STRING ', ' DELIMITED BY SIZE
106890             INTO WS-SKILL-TAGS
106910             WITH POINTER WS-SKILL-TAG-PTR
106930           END-STRING
106950         END-IF
106970         STRING FUNCTION TRIM(
106990             SKILL-NAME OF WS-SKILL-TBL(WS-SLOT-ROW))
107010             DELIMITED BY SIZE
107030           INTO WS-SKILL-TAGS
107050           WITH POINTER WS-SKILL-TAG-PTR
107070         END-STRING
107090       END-IF
107110     END-IF
107130   END-PERFORM.
107150   CONTINUE.
107170 PROJ-SKILL-MATCH.
107190   MOVE 0 TO WS-PROJ-HITS.
107210   PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
107230     UNTIL WS-XREF-IDX > WS-XREF-COUNT
107250     OR WS-PROJ-HITS > 0
107270     IF XREF-SKILL-ORD OF WS-XREF-TBL(WS-XREF-IDX) = WS-SKILL-PICK
107290       AND XREF-PROJ-IMAGE OF WS-XREF-TBL(WS-XREF-IDX)
107310         = PROJ-IMAGE OF WS-PROJECT-TBL(WS-PROJECT-IDX)
107330       AND XREF-PROJ-ADDED OF WS-XREF-TBL(WS-XREF-IDX)
107350         = PROJ-ADDED OF WS-PROJECT-TBL(WS-PROJECT-IDX)
107370       MOVE 1 TO WS-PROJ-HITS
107390     END-IF
107410   END-PERFORM.
107430   CONTINUE.
107450*The chip on projCtrls names the picked skill and clears it.
107470*Built on first use; ADD-PROJECTS refreshes it so it follows
107490*the language switch.
107510 UPDATE-SKILL-PICK-UI.
107530   IF WS-SKILL-PICK > 0 AND WS-SKILL-CHIP-BUILT = 0
107550     MOVE 1 TO WS-SKILL-CHIP-BUILT
107570     CALL 'cobdom_create_element' USING 'projSkillChip', 'span'
107590     CALL 'cobdom_style' USING 'projSkillChip', 'cursor',
107610       'pointer'
107630     CALL 'cobdom_style' USING 'projSkillChip', 'textDecoration',
107650       'underline'
107670     CALL 'cobdom_style' USING 'projSkillChip', 'margin', '.5rem'
107690     CALL 'cobdom_add_event_listener' USING 'projSkillChip',
107710       'click', 'SKILLCLEAR'
107711     MOVE 'projSkillChip' TO WS-A11Y-ID
107712     PERFORM A11Y-BUTTON
107730     CALL 'cobdom_append_child' USING 'projSkillChip', 'projCtrls'
107750   END-IF.
107770   IF WS-SKILL-CHIP-BUILT = 1
107790     IF WS-SKILL-PICK = 0
107810       CALL 'cobdom_style' USING 'projSkillChip', 'display',
107830         'none'
107850     ELSE
107870       MOVE WS-SKILL-PICK TO WS-CAT-SLOT
107890       PERFORM SKILL-SLOT-ROW
107910       MOVE SPACES TO WS-SKILL-CHIP-TXT
107930       IF WS-SLOT-ROW > 0
107950         STRING '&times; ' DELIMITED BY SIZE
107970           FUNCTION TRIM(SKILL-NAME OF WS-SKILL-TBL(WS-SLOT-ROW))
107990             DELIMITED BY SIZE
108010           INTO WS-SKILL-CHIP-TXT
108030         END-STRING
108050       ELSE
108070         MOVE '&times; skill' TO WS-SKILL-CHIP-TXT
108090       END-IF
108110       CALL 'cobdom_inner_html' USING 'projSkillChip',
108130         WS-SKILL-CHIP-TXT
108150       CALL 'cobdom_style' USING 'projSkillChip', 'display',
108170         'inline'
108190     END-IF
108210   END-IF.
108230   CONTINUE.
108250*Clicking a skill card narrows Projects to that skill; clicking
108270*the same card again, or the chip, lifts the filter.
108290 PICK-SKILL.
108310   IF WS-SKILL-PICK = WS-SKILL-SEL
108330     MOVE 0 TO WS-SKILL-PICK
108350   ELSE
108370     MOVE WS-SKILL-SEL TO WS-SKILL-PICK
108390   END-IF.
108410   PERFORM RENDER-SKILLS.
108430   PERFORM RENDER-PROJECTS.
108450   IF WS-SKILL-PICK > 0
108470     CALL 'cobdom_scroll_into_view' USING 'projectHeader'
108490   END-IF.
108510   CONTINUE.
108530 SKILLCLEAR SECTION.
108550 ENTRY 'SKILLCLEAR'.
108570   MOVE 0 TO WS-SKILL-PICK.
108590   PERFORM RENDER-SKILLS.
108610   PERFORM RENDER-PROJECTS.
108630   GOBACK.
108650 SKILLSEL01 SECTION.
108670 ENTRY 'SKILLSEL01'.
108690   MOVE 1 TO WS-SKILL-SEL.
108710   PERFORM PICK-SKILL.
108730   GOBACK.
108750 SKILLSEL02 SECTION.
108770 ENTRY 'SKILLSEL02'.
108790   MOVE 2 TO WS-SKILL-SEL.
108810   PERFORM PICK-SKILL.
108830   GOBACK.
108850 SKILLSEL03 SECTION.
108870 ENTRY 'SKILLSEL03'.
108890   MOVE 3 TO WS-SKILL-SEL.
108910   PERFORM PICK-SKILL.
108930   GOBACK.
108950 SKILLSEL04 SECTION.
108970 ENTRY 'SKILLSEL04'.
108990   MOVE 4 TO WS-SKILL-SEL.
109010   PERFORM PICK-SKILL.
109030   GOBACK.
109050 SKILLSEL05 SECTION.
109070 ENTRY 'SKILLSEL05'.
109090   MOVE 5 TO WS-SKILL-SEL.
109110   PERFORM PICK-SKILL.
109130   GOBACK.
109150 SKILLSEL06 SECTION.
109170 ENTRY 'SKILLSEL06'.
109190   MOVE 6 TO WS-SKILL-SEL.
109210   PERFORM PICK-SKILL.
109230   GOBACK.
109250 SKILLSEL07 SECTION.
109270 ENTRY 'SKILLSEL07'.
109290   MOVE 7 TO WS-SKILL-SEL.
109310   PERFORM PICK-SKILL.
109330   GOBACK.
109350 SKILLSEL08 SECTION.
109370 ENTRY 'SKILLSEL08'.
109390   MOVE 8 TO WS-SKILL-SEL.
109410   PERFORM PICK-SKILL.
109430   GOBACK.
109450 SKILLSEL09 SECTION.
109470 ENTRY 'SKILLSEL09'.
109490   MOVE 9 TO WS-SKILL-SEL.
109510   PERFORM PICK-SKILL.
109530   GOBACK.
109550 SKILLSEL10 SECTION.
109570 ENTRY 'SKILLSEL10'.
109590   MOVE 10 TO WS-SKILL-SEL.
109610   PERFORM PICK-SKILL.
109630   GOBACK.
109650 SKILLSEL11 SECTION.
109670 ENTRY 'SKILLSEL11'.
109690   MOVE 11 TO WS-SKILL-SEL.
109710   PERFORM PICK-SKILL.
109730   GOBACK.
109750 SKILLSEL12 SECTION.
109770 ENTRY 'SKILLSEL12'.
109790   MOVE 12 TO WS-SKILL-SEL.
109810   PERFORM PICK-SKILL.
109830   GOBACK.
109850 SKILLSEL13 SECTION.
109870 ENTRY 'SKILLSEL13'.
109890   MOVE 13 TO WS-SKILL-SEL.
109910   PERFORM PICK-SKILL.
109930   GOBACK.
109950 SKILLSEL14 SECTION.
109970 ENTRY 'SKILLSEL14'.
109990   MOVE 14 TO WS-SKILL-SEL.
110010   PERFORM PICK-SKILL.
110030   GOBACK.
110050 SKILLSEL15 SECTION.
110070 ENTRY 'SKILLSEL15'.
110090   MOVE 15 TO WS-SKILL-SEL.
110110   PERFORM PICK-SKILL.
110130   GOBACK.
110150 SKILLSEL16 SECTION.
110170 ENTRY 'SKILLSEL16'.
110190   MOVE 16 TO WS-SKILL-SEL.
110210   PERFORM PICK-SKILL.
110230   GOBACK.
110250 SKILLSEL17 SECTION.
110270 ENTRY 'SKILLSEL17'.
110290   MOVE 17 TO WS-SKILL-SEL.
110310   PERFORM PICK-SKILL.
110330   GOBACK.
110350 SKILLSEL18 SECTION.
110370 ENTRY 'SKILLSEL18'.
110390   MOVE 18 TO WS-SKILL-SEL.
110410   PERFORM PICK-SKILL.
110430   GOBACK.
110450 SKILLSEL19 SECTION.
110470 ENTRY 'SKILLSEL19'.
110490   MOVE 19 TO WS-SKILL-SEL.
110510   PERFORM PICK-SKILL.
110530   GOBACK.
110550 SKILLSEL20 SECTION.
110570 ENTRY 'SKILLSEL20'.
110590   MOVE 20 TO WS-SKILL-SEL.
110610   PERFORM PICK-SKILL.
110630   GOBACK.
110650 SKILLSEL21 SECTION.
110670 ENTRY 'SKILLSEL21'.
110690   MOVE 21 TO WS-SKILL-SEL.
110710   PERFORM PICK-SKILL.
110730   GOBACK.
110750 SKILLSEL22 SECTION.
110770 ENTRY 'SKILLSEL22'.
110790   MOVE 22 TO WS-SKILL-SEL.
110810   PERFORM PICK-SKILL.
110830   GOBACK.
110850 SKILLSEL23 SECTION.
110870 ENTRY 'SKILLSEL23'.
110890   MOVE 23 TO WS-SKILL-SEL.
110910   PERFORM PICK-SKILL.
110930   GOBACK.
110950 SKILLSEL24 SECTION.
110970 ENTRY 'SKILLSEL24'.
110990   MOVE 24 TO WS-SKILL-SEL.
111010   PERFORM PICK-SKILL.
111030   GOBACK.
111050 SKILLSEL25 SECTION.
111070 ENTRY 'SKILLSEL25'.
111090   MOVE 25 TO WS-SKILL-SEL.
111110   PERFORM PICK-SKILL.
111130   GOBACK.
111150 SKILLSEL26 SECTION.
111170 ENTRY 'SKILLSEL26'.
111190   MOVE 26 TO WS-SKILL-SEL.
111210   PERFORM PICK-SKILL.
111230   GOBACK.
111250 SKILLSEL27 SECTION.
111270 ENTRY 'SKILLSEL27'.
111290   MOVE 27 TO WS-SKILL-SEL.
111310   PERFORM PICK-SKILL.
111330   GOBACK.
111350 SKILLSEL28 SECTION.
111370 ENTRY 'SKILLSEL28'.
111390   MOVE 28 TO WS-SKILL-SEL.
111410   PERFORM PICK-SKILL.
111430   GOBACK.
111450 SKILLSEL29 SECTION.
111470 ENTRY 'SKILLSEL29'.
111490   MOVE 29 TO WS-SKILL-SEL.
111510   PERFORM PICK-SKILL.
111530   GOBACK.
111550 SKILLSEL30 SECTION.
111570 ENTRY 'SKILLSEL30'.
111590   MOVE 30 TO WS-SKILL-SEL.
111610   PERFORM PICK-SKILL.
111630   GOBACK.
111650 SKILLSEL31 SECTION.
111670 ENTRY 'SKILLSEL31'.
111690   MOVE 31 TO WS-SKILL-SEL.
111710   PERFORM PICK-SKILL.
111730   GOBACK.
111750 SKILLSEL32 SECTION.
111770 ENTRY 'SKILLSEL32'.
111790   MOVE 32 TO WS-SKILL-SEL.
111810   PERFORM PICK-SKILL.
111830   GOBACK.
111850 SKILLSEL33 SECTION.
111870 ENTRY 'SKILLSEL33'.
111890   MOVE 33 TO WS-SKILL-SEL.
111910   PERFORM PICK-SKILL.
111930   GOBACK.
111950 SKILLSEL34 SECTION.
111970 ENTRY 'SKILLSEL34'.
111990   MOVE 34 TO WS-SKILL-SEL.
112010   PERFORM PICK-SKILL.
112030   GOBACK.
112050 SKILLSEL35 SECTION.
112070 ENTRY 'SKILLSEL35'.
112090   MOVE 35 TO WS-SKILL-SEL.
112110   PERFORM PICK-SKILL.
112130   GOBACK.
112150 SKILLSEL36 SECTION.
112170 ENTRY 'SKILLSEL36'.
112190   MOVE 36 TO WS-SKILL-SEL.
112210   PERFORM PICK-SKILL.
112230   GOBACK.
112250 SKILLSEL37 SECTION.
112270 ENTRY 'SKILLSEL37'.
112290   MOVE 37 TO WS-SKILL-SEL.
112310   PERFORM PICK-SKILL.
112330   GOBACK.
112350 SKILLSEL38 SECTION.
112370 ENTRY 'SKILLSEL38'.
112390   MOVE 38 TO WS-SKILL-SEL.
112410   PERFORM PICK-SKILL.
112430   GOBACK.
112450 SKILLSEL39 SECTION.
112470 ENTRY 'SKILLSEL39'.
112490   MOVE 39 TO WS-SKILL-SEL.
112510   PERFORM PICK-SKILL.
112530   GOBACK.
112550 SKILLSEL40 SECTION.
112570 ENTRY 'SKILLSEL40'.
112590   MOVE 40 TO WS-SKILL-SEL.
112610   PERFORM PICK-SKILL.
112630   GOBACK.
112650 SKILLSEL41 SECTION.
112670 ENTRY 'SKILLSEL41'.
112690   MOVE 41 TO WS-SKILL-SEL.
112710   PERFORM PICK-SKILL.
112730   GOBACK.
112750 SKILLSEL42 SECTION.
112770 ENTRY 'SKILLSEL42'.
112790   MOVE 42 TO WS-SKILL-SEL.
112810   PERFORM PICK-SKILL.
112830   GOBACK.
112850 SKILLSEL43 SECTION.
112870 ENTRY 'SKILLSEL43'.
112890   MOVE 43 TO WS-SKILL-SEL.
112910   PERFORM PICK-SKILL.
112930   GOBACK.
112950 SKILLSEL44 SECTION.
112970 ENTRY 'SKILLSEL44'.
112990   MOVE 44 TO WS-SKILL-SEL.
113010   PERFORM PICK-SKILL.
113030   GOBACK.
113050 SKILLSEL45 SECTION.
113070 ENTRY 'SKILLSEL45'.
113090   MOVE 45 TO WS-SKILL-SEL.
113110   PERFORM PICK-SKILL.
113130   GOBACK.
113150 SKILLSEL46 SECTION.
113170 ENTRY 'SKILLSEL46'.
113190   MOVE 46 TO WS-SKILL-SEL.
113210   PERFORM PICK-SKILL.
113230   GOBACK.
113250 SKILLSEL47 SECTION.
113270 ENTRY 'SKILLSEL47'.
113290   MOVE 47 TO WS-SKILL-SEL.
113310   PERFORM PICK-SKILL.
113330   GOBACK.
113350 SKILLSEL48 SECTION.
113370 ENTRY 'SKILLSEL48'.
113390   MOVE 48 TO WS-SKILL-SEL.
113410   PERFORM PICK-SKILL.
113430   GOBACK.
113450 SKILLSEL49 SECTION.
113470 ENTRY 'SKILLSEL49'.
113490   MOVE 49 TO WS-SKILL-SEL.
113510   PERFORM PICK-SKILL.
113530   GOBACK.
113550 SKILLSEL50 SECTION.
113570 ENTRY 'SKILLSEL50'.
113590   MOVE 50 TO WS-SKILL-SEL.
113610   PERFORM PICK-SKILL.
113630   GOBACK.
113650*Talks and appearances. /res/data/talks.txt carries one row per
113670*talk and language, date|city|title|link|lang; rows are kept in
113690*date order and ADD-TALKS splits them on today's date, upcoming
113710*soonest first, then past newest first. Upcoming cards offer an
113730*iCalendar download, see BUILD-TALK-ICS.
113750 BUILD-TALKS-SECTION.
113770   CALL 'cobdom_create_element' USING 'talksSection', 'div'.
113790   CALL 'cobdom_style' USING 'talksSection', 'width', '100%'.
113810   CALL 'cobdom_create_element' USING 'talksHeader', 'div'.
113830   CALL 'cobdom_set_class' USING 'talksHeader',
113850     'contentHeadersClass'.
113870   CALL 'cobdom_inner_html' USING 'talksHeader', 'Talks:'.
113890   CALL 'cobdom_create_element' USING 'talksContent', 'div'.
113910   CALL 'cobdom_style' USING 'talksContent', 'textAlign',
113930     'center'.
113950   CALL 'cobdom_append_child' USING 'talksSection',
113970     'contentDiv'.
113990   CALL 'cobdom_append_child' USING 'talksHeader',
114010     'talksSection'.
114030   CALL 'cobdom_append_child' USING 'talksContent',
114050     'talksSection'.
114070   CONTINUE.
114090 BUILD-NAV-TALKS.
114110   CALL 'cobdom_create_element' USING 'navTalks', 'div'.
114130   CALL 'cobdom_style' USING 'navTalks', 'fontSize', '4rem'.
114150   CALL 'cobdom_style' USING 'navTalks', 'pointerEvents', 'all'.
114170   CALL 'cobdom_style' USING 'navTalks', 'width', 'max-content'.
114190   CALL 'cobdom_add_event_listener' USING 'navTalks',
114210     'click', 'NAVTALKS'.
114211   MOVE 'navTalks' TO WS-A11Y-ID.
114212   PERFORM A11Y-BUTTON.
114230   CALL 'cobdom_style' USING 'navTalks', 'position', 'relative'.
114250   CALL 'cobdom_style' USING 'navTalks', 'backgroundColor',
114270     THEME-BAR-BG OF WS-THEME-TBL(WS-THEME-IDX).
114290   CALL 'cobdom_style' USING 'navTalks',
114310     'borderBottomRightRadius', '0.5rem'.
114330   CALL 'cobdom_style' USING 'navTalks',
114350     'borderTopRightRadius', '0.5rem'.
114370   CALL 'cobdom_inner_html' USING 'navTalks', 'Talks'.
114390   CALL 'cobdom_style' USING 'navTalks', 'padding', '.3rem'.
114410   CALL 'cobdom_style' USING 'navTalks', 'left',
114430     WS-NAV-OFFSET-NEG.
114450   CALL 'cobdom_style' USING 'navTalks', 'transition',
114470     'transform 0.5s ease 0.6s'.
114490   CALL 'cobdom_append_child' USING 'navTalks', 'selectorDiv'.
114510   CONTINUE.
114530 INIT-TALK-TEXTS.
114550   MOVE 'Talks' TO LANG-HDR-TALKS OF WS-LANG-TBL(1).
114570   MOVE 'Talks' TO LANG-NAV-TALKS OF WS-LANG-TBL(1).
114590   MOVE 'Upcoming' TO LANG-TALK-UPCOMING OF WS-LANG-TBL(1).
114610   MOVE 'Past' TO LANG-TALK-PAST OF WS-LANG-TBL(1).
114630   MOVE 'Add to calendar (.ics)'
114650     TO LANG-TALK-ICS OF WS-LANG-TBL(1).
114670   MOVE 'Nothing scheduled right now.'
114690     TO LANG-TALK-NONE OF WS-LANG-TBL(1).
114710   MOVE 'Charlas' TO LANG-HDR-TALKS OF WS-LANG-TBL(2).
114730   MOVE 'Charlas' TO LANG-NAV-TALKS OF WS-LANG-TBL(2).
114750   MOVE 'Proximas' TO LANG-TALK-UPCOMING OF WS-LANG-TBL(2).
114770   MOVE 'Anteriores' TO LANG-TALK-PAST OF WS-LANG-TBL(2).
114790   MOVE 'Agregar al calendario (.ics)'
114810     TO LANG-TALK-ICS OF WS-LANG-TBL(2).
114830   MOVE 'Nada programado por ahora.'
114850     TO LANG-TALK-NONE OF WS-LANG-TBL(2).
114870   MOVE 'Vortraege' TO LANG-HDR-TALKS OF WS-LANG-TBL(3).
114890   MOVE 'Vortraege' TO LANG-NAV-TALKS OF WS-LANG-TBL(3).
114910   MOVE 'Demnaechst' TO LANG-TALK-UPCOMING OF WS-LANG-TBL(3).
114930   MOVE 'Vergangen' TO LANG-TALK-PAST OF WS-LANG-TBL(3).
114950   MOVE 'Zum Kalender hinzufuegen (.ics)'
114970     TO LANG-TALK-ICS OF WS-LANG-TBL(3).
114990   MOVE 'Derzeit nichts geplant.'
115010     TO LANG-TALK-NONE OF WS-LANG-TBL(3).
115030   MOVE 'Conferences' TO LANG-HDR-TALKS OF WS-LANG-TBL(4).
115050   MOVE 'Conferences' TO LANG-NAV-TALKS OF WS-LANG-TBL(4).
115070   MOVE 'A venir' TO LANG-TALK-UPCOMING OF WS-LANG-TBL(4).
115090   MOVE 'Passees' TO LANG-TALK-PAST OF WS-LANG-TBL(4).
115110   MOVE 'Ajouter au calendrier (.ics)'
115130     TO LANG-TALK-ICS OF WS-LANG-TBL(4).
115150   MOVE 'Rien de prevu pour le moment.'
115170     TO LANG-TALK-NONE OF WS-LANG-TBL(4).
115190   CONTINUE.
115210 NAVTALKS SECTION.
115230 ENTRY 'NAVTALKS'.
115250   MOVE 6 TO WS-NAV-LOG-IDX.
115270   PERFORM LOG-NAV-CLICK.
115290   MOVE 'talks' TO WS-HASH.
115310   PERFORM SET-HASH.
115330   CALL 'cobdom_scroll_into_view' USING 'talksHeader'.
115350   GOBACK.
115370 LOADTALKS SECTION.
115390 ENTRY 'LOADTALKS' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
115410   MOVE 'LOADTALKS' TO WS-FETCH-CB-KEY.
115430   PERFORM FIND-FETCH-BY-KEY.
115450   IF FETCH-STATUS OF WS-FETCH-TBL(WS-FETCH-IDX) = 1
115470     GOBACK
115490   END-IF.
115510   PERFORM MARK-FETCH-DONE.
115530   MOVE LS-BLOB(1:LS-BLOB-SIZE) TO WS-BLOB.
115550   MOVE LS-BLOB-SIZE TO WS-BLOB-SIZE.
115570   PERFORM PARSE-TALKS.
115590   PERFORM SORT-TALKS.
115610   PERFORM RENDER-TALKS.
115630   IF WS-TALK-FALLBACK-BUILT = 1
115650     CALL 'cobdom_style' USING 'talkFallback', 'display', 'none'
115670   END-IF.
115690   GOBACK.
115710 PARSE-TALKS.
115730   MOVE 0 TO WS-TALK-COUNT.
115750   MOVE 1 TO WS-PARSE-PTR.
115770   MOVE 0 TO WS-PARSE-LINE-NO.
115790   MOVE 'talks.txt' TO WS-DIAG-CUR-FILE.
115810   PERFORM DROP-FILE-DIAGS.
115830   PERFORM RESET-CATALOG-ROOM.
115850   PERFORM UNTIL WS-PARSE-PTR > WS-BLOB-SIZE
115890     MOVE SPACES TO WS-PARSE-LINE
115910     UNSTRING WS-BLOB DELIMITED BY X'0A'
115930       INTO WS-PARSE-LINE
115950       WITH POINTER WS-PARSE-PTR
115970     END-UNSTRING
115990     ADD 1 TO WS-PARSE-LINE-NO
116010     IF FUNCTION TRIM(WS-PARSE-LINE) NOT = SPACES
116030       PERFORM VALIDATE-TALK-LINE
116050       IF WS-DIAG-OK = 1
116070         PERFORM CHECK-CATALOG-ROOM
116090       END-IF
116110       IF WS-DIAG-OK = 1
116130       ADD 1 TO WS-TALK-COUNT
116150       UNSTRING WS-PARSE-LINE DELIMITED BY '|'
116170         INTO TALK-DATE OF WS-TALK-TBL(WS-TALK-COUNT)
116190              TALK-CITY OF WS-TALK-TBL(WS-TALK-COUNT)
116210              TALK-TITLE OF WS-TALK-TBL(WS-TALK-COUNT)
116230              TALK-LINK OF WS-TALK-TBL(WS-TALK-COUNT)
116250              TALK-LANG OF WS-TALK-TBL(WS-TALK-COUNT)
116270       END-UNSTRING
116290       END-IF
116310     END-IF
116330   END-PERFORM.
116350   PERFORM CHECK-TALK-TWINS.
116370   PERFORM RENDER-DIAGS.
116390   CONTINUE.
116410 VALIDATE-TALK-LINE.
116430   MOVE 1 TO WS-DIAG-OK.
116450   MOVE SPACES TO WS-DIAG-REASON.
116470   MOVE 0 TO WS-DIAG-BARS.
116490   INSPECT WS-PARSE-LINE TALLYING WS-DIAG-BARS FOR ALL '|'.
116510   MOVE SPACES TO WS-VAL-LANG.
116530   MOVE SPACES TO WS-VAL-DATE.
116550   MOVE SPACES TO WS-VAL-TITLE.
116570   MOVE SPACES TO WS-VAL-TEXT.
116590   MOVE SPACES TO WS-VAL-LINK.
116610   UNSTRING WS-PARSE-LINE DELIMITED BY '|'
116630     INTO WS-VAL-DATE WS-VAL-TEXT WS-VAL-TITLE WS-VAL-LINK
116650          WS-VAL-LANG
116670   END-UNSTRING.
116690   IF WS-DIAG-BARS NOT = 4
116710     MOVE 'expected 5 fields' TO WS-DIAG-REASON
116730   END-IF.
116750   IF WS-DIAG-REASON = SPACES
116770     PERFORM VALIDATE-LANG-CODE
116790     IF WS-VAL-LANG-OK = 0
116810       MOVE 'unknown lang code' TO WS-DIAG-REASON
116830     END-IF
116850   END-IF.
116870   IF WS-DIAG-REASON = SPACES
116890     PERFORM VALIDATE-DATE-FIELD
116910     IF WS-VAL-DATE-OK = 0
116930       MOVE 'bad date (want yyyymmdd)' TO WS-DIAG-REASON
116950     END-IF
116970   END-IF.
116990   IF WS-DIAG-REASON = SPACES
117010     AND FUNCTION TRIM(WS-VAL-TEXT) = SPACES
117030     MOVE 'blank city' TO WS-DIAG-REASON
117050   END-IF.
117070   IF WS-DIAG-REASON = SPACES
117090     AND FUNCTION TRIM(WS-VAL-TITLE) = SPACES
117110     MOVE 'blank title' TO WS-DIAG-REASON
117130   END-IF.
117150   IF WS-DIAG-REASON = SPACES
117170     AND WS-VAL-LINK NOT = SPACES
117190     AND WS-VAL-LINK(1:7) NOT = 'http://'
117210     AND WS-VAL-LINK(1:8) NOT = 'https://'
117230     MOVE 'bad link URL' TO WS-DIAG-REASON
117250   END-IF.
117270   IF WS-DIAG-REASON NOT = SPACES
117290     MOVE 0 TO WS-DIAG-OK
117310     PERFORM RECORD-DIAG
117330   END-IF.
117350   CONTINUE.
117370*Talks pair across languages on date, as posts do.
117390 CHECK-TALK-TWINS.
117410   MOVE 0 TO WS-PARSE-LINE-NO.
117430   PERFORM VARYING WS-TALK-IDX FROM 1 BY 1
117450     UNTIL WS-TALK-IDX > WS-TALK-COUNT
117470     IF TALK-LANG OF WS-TALK-TBL(WS-TALK-IDX)
117490         = LANG-CODE OF WS-LANG-TBL(1)
117510       PERFORM VARYING WS-LANG-LOOP-IDX FROM 2 BY 1
117530         UNTIL WS-LANG-LOOP-IDX > WS-LANG-COUNT
117550         MOVE 0 TO WS-DIAG-TWIN
117570         PERFORM VARYING WS-TALK-JDX FROM 1 BY 1
117590           UNTIL WS-TALK-JDX > WS-TALK-COUNT
117610           IF TALK-LANG OF WS-TALK-TBL(WS-TALK-JDX)
117630               = LANG-CODE OF WS-LANG-TBL(WS-LANG-LOOP-IDX)
117650             AND TALK-DATE OF WS-TALK-TBL(WS-TALK-JDX)
117670               = TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX)
117690             MOVE 1 TO WS-DIAG-TWIN
117710           END-IF
117730         END-PERFORM
117750         IF WS-DIAG-TWIN = 0
117770           MOVE SPACES TO WS-DIAG-REASON
117790           STRING 'no ' DELIMITED BY SIZE
117810             LANG-CODE OF WS-LANG-TBL(WS-LANG-LOOP-IDX)
117830               DELIMITED BY SIZE
117850             ' twin: ' DELIMITED BY SIZE
117870             FUNCTION TRIM(TALK-TITLE
117890               OF WS-TALK-TBL(WS-TALK-IDX))
117910               DELIMITED BY SIZE
117930             INTO WS-DIAG-REASON
117950           END-STRING
117970           PERFORM RECORD-DIAG
117990         END-IF
118010       END-PERFORM
118030     END-IF
118050   END-PERFORM.
118070   CONTINUE.
118090*Exchange sort, oldest (lowest yyyymmdd) first.
118110 SORT-TALKS.
118130   PERFORM VARYING WS-TALK-IDX FROM 1 BY 1
118150     UNTIL WS-TALK-IDX >= WS-TALK-COUNT
118170     PERFORM VARYING WS-TALK-JDX FROM 1 BY 1
118190       UNTIL WS-TALK-JDX >= WS-TALK-COUNT
118210       COMPUTE WS-TALK-JDX1 = WS-TALK-JDX + 1
118230       IF TALK-DATE OF WS-TALK-TBL(WS-TALK-JDX)
118250           > TALK-DATE OF WS-TALK-TBL(WS-TALK-JDX1)
118270         MOVE WS-TALK-TBL(WS-TALK-JDX) TO WS-TALK-SWAP
118290         MOVE WS-TALK-TBL(WS-TALK-JDX1)
118310           TO WS-TALK-TBL(WS-TALK-JDX)
118330         MOVE WS-TALK-SWAP TO WS-TALK-TBL(WS-TALK-JDX1)
118350       END-IF
118370     END-PERFORM
118390   END-PERFORM.
118410   CONTINUE.
118430 RENDER-TALKS.
118450   IF WS-TALK-COUNT > 0
118470     CALL 'cobdom_inner_html' USING 'talksContent', ' '
118490     PERFORM ADD-TALKS
118510   END-IF.
118530   CONTINUE.
118550 ADD-TALKS.
118570   PERFORM FIND-LANG-INDEX.
118590   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TALK-TODAY.
118610   MOVE 0 TO WS-TALK-UP-CNT.
118630   MOVE 0 TO WS-TALK-PAST-CNT.
118650   CALL 'cobdom_create_element' USING 'talkUpHdr', 'div'.
118670   CALL 'cobdom_style' USING 'talkUpHdr', 'fontSize', '1.5rem'.
118690   CALL 'cobdom_style' USING 'talkUpHdr', 'marginBottom', '1rem'.
118710   CALL 'cobdom_inner_html' USING 'talkUpHdr',
118730     LANG-TALK-UPCOMING OF WS-LANG-TBL(WS-LANG-IDX).
118750   CALL 'cobdom_append_child' USING 'talkUpHdr', 'talksContent'.
118770   PERFORM VARYING WS-TALK-IDX FROM 1 BY 1
118790     UNTIL WS-TALK-IDX > WS-TALK-COUNT
118810     IF TALK-LANG OF WS-TALK-TBL(WS-TALK-IDX) = WS-LANG
118830       AND TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX) >= WS-TALK-TODAY
118850       ADD 1 TO WS-TALK-UP-CNT
118870       PERFORM BUILD-TALK-CARD
118890     END-IF
118910   END-PERFORM.
118930   IF WS-TALK-UP-CNT = 0
118950     CALL 'cobdom_create_element' USING 'talkUpNone', 'div'
118970     CALL 'cobdom_style' USING 'talkUpNone', 'opacity', '0.7'
118990     CALL 'cobdom_style' USING 'talkUpNone', 'marginBottom',
119010       '2rem'
119030     CALL 'cobdom_inner_html' USING 'talkUpNone',
119050       LANG-TALK-NONE OF WS-LANG-TBL(WS-LANG-IDX)
119070     CALL 'cobdom_append_child' USING 'talkUpNone', 'talksContent'
119090   END-IF.
119110   PERFORM VARYING WS-TALK-IDX FROM WS-TALK-COUNT BY -1
119130     UNTIL WS-TALK-IDX < 1
119150     IF TALK-LANG OF WS-TALK-TBL(WS-TALK-IDX) = WS-LANG
119170       AND TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX) < WS-TALK-TODAY
119190       IF WS-TALK-PAST-CNT = 0
119210         CALL 'cobdom_create_element' USING 'talkPastHdr', 'div'
119230         CALL 'cobdom_style' USING 'talkPastHdr', 'fontSize',
119250           '1.5rem'
119270         CALL 'cobdom_style' USING 'talkPastHdr', 'marginBottom',
119290           '1rem'
119310         CALL 'cobdom_inner_html' USING 'talkPastHdr',
119330           LANG-TALK-PAST OF WS-LANG-TBL(WS-LANG-IDX)
119350         CALL 'cobdom_append_child' USING 'talkPastHdr',
119370           'talksContent'
119390       END-IF
119410       ADD 1 TO WS-TALK-PAST-CNT
119430       PERFORM BUILD-TALK-CARD
119450     END-IF
119470   END-PERFORM.
119490   CONTINUE.
119510 BUILD-TALK-CARD.
119530   MOVE WS-TALK-IDX TO WS-IDX-STR.
119550   MOVE SPACES TO WS-ID-TALK-CARD.
119570   STRING 'talkCard' WS-IDX-STR DELIMITED BY SIZE
119590     INTO WS-ID-TALK-CARD.
119610   MOVE SPACES TO WS-ID-TALK-WHEN.
119630   STRING 'talkWhen' WS-IDX-STR DELIMITED BY SIZE
119650     INTO WS-ID-TALK-WHEN.
119670   MOVE SPACES TO WS-ID-TALK-TITLE.
119690   STRING 'talkTitle' WS-IDX-STR DELIMITED BY SIZE
119710     INTO WS-ID-TALK-TITLE.
119730   MOVE SPACES TO WS-ID-TALK-ICS.
119750   STRING 'talkIcs' WS-IDX-STR DELIMITED BY SIZE
119770     INTO WS-ID-TALK-ICS.
119790   PERFORM TALK-ROW-SLOT.
119810   MOVE WS-CAT-SLOT TO WS-SEL-STR.
119830   CALL 'cobdom_create_element' USING WS-ID-TALK-CARD, 'div'.
119850   CALL 'cobdom_style' USING WS-ID-TALK-CARD, 'marginBottom',
119870     '2rem'.
119890   CALL 'cobdom_create_element' USING WS-ID-TALK-WHEN, 'div'.
119910   MOVE SPACES TO WS-TALK-WHEN.
119930   STRING TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX) (1:4)
119950       DELIMITED BY SIZE
119970     '-' DELIMITED BY SIZE
119990     TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX) (5:2)
120010       DELIMITED BY SIZE
120030     '-' DELIMITED BY SIZE
120050     TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX) (7:2)
120070       DELIMITED BY SIZE
120090     ' &middot; ' DELIMITED BY SIZE
120110     FUNCTION TRIM(TALK-CITY OF WS-TALK-TBL(WS-TALK-IDX))
120130       DELIMITED BY SIZE
120150     INTO WS-TALK-WHEN.
120170   CALL 'cobdom_inner_html' USING WS-ID-TALK-WHEN, WS-TALK-WHEN.
120190   CALL 'cobdom_style' USING WS-ID-TALK-WHEN, 'opacity', '0.7'.
120210   CALL 'cobdom_create_element' USING WS-ID-TALK-TITLE, 'div'.
120230   CALL 'cobdom_style' USING WS-ID-TALK-TITLE, 'fontWeight',
120250     'bold'.
120270   CALL 'cobdom_inner_html' USING WS-ID-TALK-TITLE,
120290     TALK-TITLE OF WS-TALK-TBL(WS-TALK-IDX).
120310   IF TALK-LINK OF WS-TALK-TBL(WS-TALK-IDX) NOT = SPACES
120330     CALL 'cobdom_style' USING WS-ID-TALK-TITLE, 'cursor',
120350       'pointer'
120370     MOVE SPACES TO WS-ID-TALKSEL
120390     STRING 'TALKSEL' WS-SEL-STR DELIMITED BY SIZE
120410       INTO WS-ID-TALKSEL
120430     END-STRING
120450     CALL 'cobdom_add_event_listener' USING WS-ID-TALK-TITLE,
120470       'click', WS-ID-TALKSEL
120471     MOVE WS-ID-TALK-TITLE TO WS-A11Y-ID
120472     PERFORM A11Y-BUTTON
120490   END-IF.
120510   CALL 'cobdom_append_child' USING WS-ID-TALK-WHEN,
120530     WS-ID-TALK-CARD.
120550   CALL 'cobdom_append_child' USING WS-ID-TALK-TITLE,
120570     WS-ID-TALK-CARD.
120590   IF TALK-DATE OF WS-TALK-TBL(WS-TALK-IDX) >= WS-TALK-TODAY
120610     CALL 'cobdom_create_element' USING WS-ID-TALK-ICS, 'div'
120630     CALL 'cobdom_inner_html' USING WS-ID-TALK-ICS,
120650       LANG-TALK-ICS OF WS-LANG-TBL(WS-LANG-IDX)
120670     CALL 'cobdom_style' USING WS-ID-TALK-ICS, 'cursor',
120690       'pointer'
120710     CALL 'cobdom_style' USING WS-ID-TALK-ICS, 'textDecoration',
120730       'underline'
120750     CALL 'cobdom_style' USING WS-ID-TALK-ICS, 'fontSize',
120770       '0.9rem'
120790     MOVE SPACES TO WS-ID-TALKICS
120810     STRING 'TALKICS' WS-SEL-STR DELIMITED BY SIZE
120830       INTO WS-ID-TALKICS
120850     END-STRING
120870     CALL 'cobdom_add_event_listener' USING WS-ID-TALK-ICS,
120890       'click', WS-ID-TALKICS
120891     MOVE WS-ID-TALK-ICS TO WS-A11Y-ID
120892     PERFORM A11Y-BUTTON
120910     CALL 'cobdom_append_child' USING WS-ID-TALK-ICS,
120930       WS-ID-TALK-CARD
120950   END-IF.
120970   CALL 'cobdom_append_child' USING WS-ID-TALK-CARD,
120990     'talksContent'.
121010   CONTINUE.
121030 TALK-ROW-SLOT.
121050   MOVE 0 TO WS-CAT-SLOT.
121070   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
121090     UNTIL WS-SLOT-SCAN > WS-TALK-IDX
121110     IF TALK-LANG OF WS-TALK-TBL(WS-SLOT-SCAN)
121130         = TALK-LANG OF WS-TALK-TBL(WS-TALK-IDX)
121150       ADD 1 TO WS-CAT-SLOT
121170     END-IF
121190   END-PERFORM.
121210   CONTINUE.
121230 TALK-SLOT-ROW.
121250   MOVE 0 TO WS-SLOT-CNT.
121270   MOVE 0 TO WS-SLOT-ROW.
121290   PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
121310     UNTIL WS-SLOT-SCAN > WS-TALK-COUNT
121330     OR WS-SLOT-ROW > 0
121350     IF TALK-LANG OF WS-TALK-TBL(WS-SLOT-SCAN) = WS-LANG
121370       ADD 1 TO WS-SLOT-CNT
121390       IF WS-SLOT-CNT = WS-CAT-SLOT
121410         MOVE WS-SLOT-SCAN TO WS-SLOT-ROW
121430       END-IF
121450     END-IF
121470   END-PERFORM.
121490   CONTINUE.
121510 OPEN-TALK-LINK.
121530   MOVE WS-TALK-SEL TO WS-CAT-SLOT.
121550   PERFORM TALK-SLOT-ROW.
121570   IF WS-SLOT-ROW > 0
121590     IF TALK-LINK OF WS-TALK-TBL(WS-SLOT-ROW) NOT = SPACES
121610       CALL 'cobdom_open_tab' USING
121630         TALK-LINK OF WS-TALK-TBL(WS-SLOT-ROW)
121650     END-IF
121670   END-IF.
121690   CONTINUE.
121710 DOWNLOAD-TALK-ICS.
121730   MOVE WS-TALK-SEL TO WS-CAT-SLOT.
121750   PERFORM TALK-SLOT-ROW.
121770   IF WS-SLOT-ROW > 0
121790     PERFORM BUILD-TALK-ICS
121810     PERFORM ICS-DOWNLOAD
121830   END-IF.
121850   CONTINUE.
121870*One all-day VEVENT per file; text values are escaped and long
121890*lines folded at 75 columns as iCalendar expects.
121910 BUILD-TALK-ICS.
121930   MOVE FUNCTION CURRENT-DATE TO WS-ICS-STAMP.
121950   MOVE SPACES TO WS-ICS.
121970   MOVE 1 TO WS-ICS-PTR.
121990   MOVE 'BEGIN:VCALENDAR' TO WS-ICS-LINE.
122010   PERFORM ICS-PUT-FIXED.
122030   MOVE 'VERSION:2.0' TO WS-ICS-LINE.
122050   PERFORM ICS-PUT-FIXED.
122070   MOVE 'PRODID:-//BalakeKarbon.github.io//Talks//EN'
122090     TO WS-ICS-LINE.
122110   PERFORM ICS-PUT-FIXED.
122130   MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
122150   PERFORM ICS-PUT-FIXED.
122170   MOVE SPACES TO WS-ICS-LINE.
122190   STRING 'UID:talk-' DELIMITED BY SIZE
122210     TALK-DATE OF WS-TALK-TBL(WS-SLOT-ROW) DELIMITED BY SIZE
122230     '-' DELIMITED BY SIZE
122250     WS-TALK-SEL DELIMITED BY SIZE
122270     '@balakekarbon.github.io' DELIMITED BY SIZE
122290     INTO WS-ICS-LINE
122310   END-STRING.
122330   PERFORM ICS-PUT-FIXED.
122350   MOVE SPACES TO WS-ICS-LINE.
122370   STRING 'DTSTAMP:' DELIMITED BY SIZE
122390     WS-ICS-STAMP(1:8) DELIMITED BY SIZE
122410     'T' DELIMITED BY SIZE
122430     WS-ICS-STAMP(9:6) DELIMITED BY SIZE
122450     INTO WS-ICS-LINE
122470   END-STRING.
122490   PERFORM ICS-PUT-FIXED.
122510   MOVE SPACES TO WS-ICS-LINE.
122530   STRING 'DTSTART;VALUE=DATE:' DELIMITED BY SIZE
122550     TALK-DATE OF WS-TALK-TBL(WS-SLOT-ROW) DELIMITED BY SIZE
122570     INTO WS-ICS-LINE
122590   END-STRING.
122610   PERFORM ICS-PUT-FIXED.
122630   MOVE 'SUMMARY:' TO WS-ICS-LINE.
122650   MOVE 8 TO WS-ICS-LINE-LEN.
122670   MOVE TALK-TITLE OF WS-TALK-TBL(WS-SLOT-ROW) TO WS-ICS-TEXT.
122690   PERFORM ICS-ADD-TEXT.
122710   PERFORM ICS-PUT-LINE.
122730   MOVE 'LOCATION:' TO WS-ICS-LINE.
122750   MOVE 9 TO WS-ICS-LINE-LEN.
122770   MOVE TALK-CITY OF WS-TALK-TBL(WS-SLOT-ROW) TO WS-ICS-TEXT.
122790   PERFORM ICS-ADD-TEXT.
122810   PERFORM ICS-PUT-LINE.
122830   IF TALK-LINK OF WS-TALK-TBL(WS-SLOT-ROW) NOT = SPACES
122850     MOVE SPACES TO WS-ICS-LINE
122870     STRING 'URL:' DELIMITED BY SIZE
122890       FUNCTION TRIM(TALK-LINK OF WS-TALK-TBL(WS-SLOT-ROW))
122910         DELIMITED BY SIZE
122930       INTO WS-ICS-LINE
122950     END-STRING
122970     PERFORM ICS-PUT-FIXED
122990   END-IF.
123010   MOVE 'END:VEVENT' TO WS-ICS-LINE.
123030   PERFORM ICS-PUT-FIXED.
123050   MOVE 'END:VCALENDAR' TO WS-ICS-LINE.
123070   PERFORM ICS-PUT-FIXED.
123090   CONTINUE.
123110*Append WS-ICS-TEXT to WS-ICS-LINE with ',' ';' and '\' escaped.
123130 ICS-ADD-TEXT.
123150   IF WS-ICS-TEXT NOT = SPACES
123170     COMPUTE WS-ICS-TEXT-LEN =
123190       FUNCTION LENGTH(FUNCTION TRIM(WS-ICS-TEXT TRAILING))
123210     PERFORM VARYING WS-ICS-TEXT-IDX FROM 1 BY 1
123230       UNTIL WS-ICS-TEXT-IDX > WS-ICS-TEXT-LEN
123250       IF WS-ICS-TEXT(WS-ICS-TEXT-IDX:1) = ',' OR ';' OR '\'
123270         ADD 1 TO WS-ICS-LINE-LEN
123290         MOVE '\' TO WS-ICS-LINE(WS-ICS-LINE-LEN:1)
123310       END-IF
123330       ADD 1 TO WS-ICS-LINE-LEN
123350       MOVE WS-ICS-TEXT(WS-ICS-TEXT-IDX:1)
123370         TO WS-ICS-LINE(WS-ICS-LINE-LEN:1)
123390     END-PERFORM
123410   END-IF.
123430   CONTINUE.
123450 ICS-PUT-FIXED.
123470   COMPUTE WS-ICS-LINE-LEN =
123490     FUNCTION LENGTH(FUNCTION TRIM(WS-ICS-LINE TRAILING)).
123510   PERFORM ICS-PUT-LINE.
123530   CONTINUE.
123550 ICS-PUT-LINE.
123570   MOVE 0 TO WS-ICS-COL.
123590   PERFORM VARYING WS-ICS-LINE-IDX FROM 1 BY 1
123610     UNTIL WS-ICS-LINE-IDX > WS-ICS-LINE-LEN
123630     IF WS-ICS-COL = 75
123650       STRING X'0D0A' ' ' DELIMITED BY SIZE
123670         INTO WS-ICS WITH POINTER WS-ICS-PTR
123690       END-STRING
123710       MOVE 1 TO WS-ICS-COL
123730     END-IF
123750     MOVE WS-ICS-LINE(WS-ICS-LINE-IDX:1) TO WS-ICS(WS-ICS-PTR:1)
123770     ADD 1 TO WS-ICS-PTR
123790     ADD 1 TO WS-ICS-COL
123810   END-PERFORM.
123830   STRING X'0D0A' DELIMITED BY SIZE
123850     INTO WS-ICS WITH POINTER WS-ICS-PTR
123870   END-STRING.
123890   CONTINUE.
123910*Hand the calendar text to the browser the same way
123930*RESUME-DOWNLOAD does, keeping the CRLF line ends intact.
123950 ICS-DOWNLOAD.
123970   MOVE SPACES TO WS-ICS-ESC.
123990   MOVE 0 TO WS-ICS-ESC-OUT.
124010   PERFORM VARYING WS-ICS-ESC-IDX FROM 1 BY 1
124030     UNTIL WS-ICS-ESC-IDX >= WS-ICS-PTR
124050     EVALUATE WS-ICS(WS-ICS-ESC-IDX:1)
124070       WHEN '"'
124090         ADD 1 TO WS-ICS-ESC-OUT
124110         MOVE '\' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124130         ADD 1 TO WS-ICS-ESC-OUT
124150         MOVE '"' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124170       WHEN '\'
124190         ADD 1 TO WS-ICS-ESC-OUT
124210         MOVE '\' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124230         ADD 1 TO WS-ICS-ESC-OUT
124250         MOVE '\' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124270       WHEN X'0D'
124290         ADD 1 TO WS-ICS-ESC-OUT
124310         MOVE '\' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124330         ADD 1 TO WS-ICS-ESC-OUT
124350         MOVE 'r' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124370       WHEN X'0A'
124390         ADD 1 TO WS-ICS-ESC-OUT
124410         MOVE '\' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124430         ADD 1 TO WS-ICS-ESC-OUT
124450         MOVE 'n' TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124470       WHEN OTHER
124490         ADD 1 TO WS-ICS-ESC-OUT
124510         MOVE WS-ICS(WS-ICS-ESC-IDX:1)
124530           TO WS-ICS-ESC(WS-ICS-ESC-OUT:1)
124550     END-EVALUATE
124570   END-PERFORM.
124590   MOVE SPACES TO WS-ICS-EVAL.
124610   MOVE 1 TO WS-ICS-EVAL-PTR.
124630   STRING '(function(){var a=document.createElement("a");'
124650       DELIMITED BY SIZE
124670     'a.href="data:text/calendar;charset=utf-8,"'
124690       DELIMITED BY SIZE
124710     '+encodeURIComponent("' DELIMITED BY SIZE
124730     INTO WS-ICS-EVAL
124750     WITH POINTER WS-ICS-EVAL-PTR
124770   END-STRING.
124790   IF WS-ICS-ESC-OUT > 0
124810     STRING WS-ICS-ESC(1:WS-ICS-ESC-OUT)
124830       DELIMITED BY SIZE
124850       INTO WS-ICS-EVAL
124870       WITH POINTER WS-ICS-EVAL-PTR
124890     END-STRING
124910   END-IF.
124930   STRING '");a.download="talk-' DELIMITED BY SIZE
124950     TALK-DATE OF WS-TALK-TBL(WS-SLOT-ROW) DELIMITED BY SIZE
124970     '.ics";' DELIMITED BY SIZE
124990     'document.body.appendChild(a);a.click();'
125010       DELIMITED BY SIZE
125030     'document.body.removeChild(a);})()' DELIMITED BY SIZE
125050     INTO WS-ICS-EVAL
125070     WITH POINTER WS-ICS-EVAL-PTR
125090   END-STRING.
125110   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
125130     WS-ICS-EVAL.
125150   CONTINUE.
125170 SHOW-TALK-FALLBACK.
125190   IF WS-TALK-COUNT = 0
125210     IF WS-TALK-FALLBACK-BUILT = 0
125230       MOVE 1 TO WS-TALK-FALLBACK-BUILT
125250       MOVE 'talkFallback' TO WS-FB-ID
125270       MOVE 'Talks unavailable - click to retry.'
125290         TO WS-FB-MSG
125310       MOVE 'RETRYTALKS' TO WS-FB-SEL
125330       MOVE 'talksContent' TO WS-FB-PARENT
125350       PERFORM BUILD-FALLBACK-CARD
125370     ELSE
125390       CALL 'cobdom_style' USING 'talkFallback', 'display',
125410         'block'
125430     END-IF
125450   END-IF.
125470   CONTINUE.
125490 RETRYTALKS SECTION.
125510 ENTRY 'RETRYTALKS'.
125530   CALL 'cobdom_style' USING 'talkFallback', 'display', 'none'.
125550   MOVE 'LOADTALKS' TO WS-FETCH-CB-KEY.
125570   PERFORM RETRY-FETCH.
125590   GOBACK.
125610 TALKSEL01 SECTION.
125630 ENTRY 'TALKSEL01'.
125650   MOVE 1 TO WS-TALK-SEL.
125670   PERFORM OPEN-TALK-LINK.
125690   GOBACK.
125710 TALKSEL02 SECTION.
125730 ENTRY 'TALKSEL02'.
125750   MOVE 2 TO WS-TALK-SEL.
125770   PERFORM OPEN-TALK-LINK.
125790   GOBACK.
125810 TALKSEL03 SECTION.
125830 ENTRY 'TALKSEL03'.
125850   MOVE 3 TO WS-TALK-SEL.
125870   PERFORM OPEN-TALK-LINK.
125890   GOBACK.
125910 TALKSEL04 SECTION.
125930 ENTRY 'TALKSEL04'.
125950   MOVE 4 TO WS-TALK-SEL.
125970   PERFORM OPEN-TALK-LINK.
125990   GOBACK.
126010 TALKSEL05 SECTION.
126030 ENTRY 'TALKSEL05'.
126050   MOVE 5 TO WS-TALK-SEL.
126070   PERFORM OPEN-TALK-LINK.
126090   GOBACK.
126110 TALKSEL06 SECTION.
126130 ENTRY 'TALKSEL06'.
126150   MOVE 6 TO WS-TALK-SEL.
126170   PERFORM OPEN-TALK-LINK.
126190   GOBACK.
126210 TALKSEL07 SECTION.
126230 ENTRY 'TALKSEL07'.
126250   MOVE 7 TO WS-TALK-SEL.
126270   PERFORM OPEN-TALK-LINK.
126290   GOBACK.
126310 TALKSEL08 SECTION.
126330 ENTRY 'TALKSEL08'.
126350   MOVE 8 TO WS-TALK-SEL.
126370   PERFORM OPEN-TALK-LINK.
126390   GOBACK.
126410 TALKSEL09 SECTION.
126430 ENTRY 'TALKSEL09'.
126450   MOVE 9 TO WS-TALK-SEL.
126470   PERFORM OPEN-TALK-LINK.
126490   GOBACK.
126510 TALKSEL10 SECTION.
126530 ENTRY 'TALKSEL10'.
126550   MOVE 10 TO WS-TALK-SEL.
126570   PERFORM OPEN-TALK-LINK.
126590   GOBACK.
126610 TALKSEL11 SECTION.
126630 ENTRY 'TALKSEL11'.
126650   MOVE 11 TO WS-TALK-SEL.
126670   PERFORM OPEN-TALK-LINK.
126690   GOBACK.
126710 TALKSEL12 SECTION.
126730 ENTRY 'TALKSEL12'.
126750   MOVE 12 TO WS-TALK-SEL.
126770   PERFORM OPEN-TALK-LINK.
126790   GOBACK.
126810 TALKSEL13 SECTION.
126830 ENTRY 'TALKSEL13'.
126850   MOVE 13 TO WS-TALK-SEL.
126870   PERFORM OPEN-TALK-LINK.
126890   GOBACK.
126910 TALKSEL14 SECTION.
126930 ENTRY 'TALKSEL14'.
126950   MOVE 14 TO WS-TALK-SEL.
126970   PERFORM OPEN-TALK-LINK.
126990   GOBACK.
127010 TALKSEL15 SECTION.
127030 ENTRY 'TALKSEL15'.
127050   MOVE 15 TO WS-TALK-SEL.
127070   PERFORM OPEN-TALK-LINK.
127090   GOBACK.
127110 TALKSEL16 SECTION.
127130 ENTRY 'TALKSEL16'.
127150   MOVE 16 TO WS-TALK-SEL.
127170   PERFORM OPEN-TALK-LINK.
127190   GOBACK.
127210 TALKSEL17 SECTION.
127230 ENTRY 'TALKSEL17'.
127250   MOVE 17 TO WS-TALK-SEL.
127270   PERFORM OPEN-TALK-LINK.
127290   GOBACK.
127310 TALKSEL18 SECTION.
127330 ENTRY 'TALKSEL18'.
127350   MOVE 18 TO WS-TALK-SEL.
127370   PERFORM OPEN-TALK-LINK.
127390   GOBACK.
127410 TALKSEL19 SECTION.
127430 ENTRY 'TALKSEL19'.
127450   MOVE 19 TO WS-TALK-SEL.
127470   PERFORM OPEN-TALK-LINK.
127490   GOBACK.
127510 TALKSEL20 SECTION.
127530 ENTRY 'TALKSEL20'.
127550   MOVE 20 TO WS-TALK-SEL.
127570   PERFORM OPEN-TALK-LINK.
127590   GOBACK.
127610 TALKSEL21 SECTION.
127630 ENTRY 'TALKSEL21'.
127650   MOVE 21 TO WS-TALK-SEL.
127670   PERFORM OPEN-TALK-LINK.
127690   GOBACK.
127710 TALKSEL22 SECTION.
127730 ENTRY 'TALKSEL22'.
127750   MOVE 22 TO WS-TALK-SEL.
127770   PERFORM OPEN-TALK-LINK.
127790   GOBACK.
127810 TALKSEL23 SECTION.
127830 ENTRY 'TALKSEL23'.
127850   MOVE 23 TO WS-TALK-SEL.
127870   PERFORM OPEN-TALK-LINK.
127890   GOBACK.
127910 TALKSEL24 SECTION.
127930 ENTRY 'TALKSEL24'.
127950   MOVE 24 TO WS-TALK-SEL.
127970   PERFORM OPEN-TALK-LINK.
127990   GOBACK.
128010 TALKSEL25 SECTION.
128030 ENTRY 'TALKSEL25'.
128050   MOVE 25 TO WS-TALK-SEL.
128070   PERFORM OPEN-TALK-LINK.
128090   GOBACK.
128110 TALKSEL26 SECTION.
128130 ENTRY 'TALKSEL26'.
128150   MOVE 26 TO WS-TALK-SEL.
128170   PERFORM OPEN-TALK-LINK.
128190   GOBACK.
128210 TALKSEL27 SECTION.
128230 ENTRY 'TALKSEL27'.
128250   MOVE 27 TO WS-TALK-SEL.
128270   PERFORM OPEN-TALK-LINK.
128290   GOBACK.
128310 TALKSEL28 SECTION.
128330 ENTRY 'TALKSEL28'.
128350   MOVE 28 TO WS-TALK-SEL.
128370   PERFORM OPEN-TALK-LINK.
128390   GOBACK.
128410 TALKSEL29 SECTION.
128430 ENTRY 'TALKSEL29'.
128450   MOVE 29 TO WS-TALK-SEL.
128470   PERFORM OPEN-TALK-LINK.
128490   GOBACK.
128510 TALKSEL30 SECTION.
128530 ENTRY 'TALKSEL30'.
128550   MOVE 30 TO WS-TALK-SEL.
128570   PERFORM OPEN-TALK-LINK.
128590   GOBACK.
128610 TALKSEL31 SECTION.
128630 ENTRY 'TALKSEL31'.
128650   MOVE 31 TO WS-TALK-SEL.
128670   PERFORM OPEN-TALK-LINK.
128690   GOBACK.
128710 TALKSEL32 SECTION.
128730 ENTRY 'TALKSEL32'.
128750   MOVE 32 TO WS-TALK-SEL.
128770   PERFORM OPEN-TALK-LINK.
128790   GOBACK.
128810 TALKSEL33 SECTION.
128830 ENTRY 'TALKSEL33'.
128850   MOVE 33 TO WS-TALK-SEL.
128870   PERFORM OPEN-TALK-LINK.
128890   GOBACK.
128910 TALKSEL34 SECTION.
128930 ENTRY 'TALKSEL34'.
128950   MOVE 34 TO WS-TALK-SEL.
128970   PERFORM OPEN-TALK-LINK.
128990   GOBACK.
129010 TALKSEL35 SECTION.
129030 ENTRY 'TALKSEL35'.
129050   MOVE 35 TO WS-TALK-SEL.
129070   PERFORM OPEN-TALK-LINK.
129090   GOBACK.
129110 TALKSEL36 SECTION.
129130 ENTRY 'TALKSEL36'.
129150   MOVE 36 TO WS-TALK-SEL.
129170   PERFORM OPEN-TALK-LINK.
129190   GOBACK.
129210 TALKSEL37 SECTION.
129230 ENTRY 'TALKSEL37'.
129250   MOVE 37 TO WS-TALK-SEL.
129270   PERFORM OPEN-TALK-LINK.
129290   GOBACK.
129310 TALKSEL38 SECTION.
129330 ENTRY 'TALKSEL38'.
129350   MOVE 38 TO WS-TALK-SEL.
129370   PERFORM OPEN-TALK-LINK.
129390   GOBACK.
129410 TALKSEL39 SECTION.
129430 ENTRY 'TALKSEL39'.
129450   MOVE 39 TO WS-TALK-SEL.
129470   PERFORM OPEN-TALK-LINK.
129490   GOBACK.
129510 TALKSEL40 SECTION.
129530 ENTRY 'TALKSEL40'.
129550   MOVE 40 TO WS-TALK-SEL.
129570   PERFORM OPEN-TALK-LINK.
129590   GOBACK.
129610 TALKSEL41 SECTION.
129630 ENTRY 'TALKSEL41'.
129650   MOVE 41 TO WS-TALK-SEL.
129670   PERFORM OPEN-TALK-LINK.
129690   GOBACK.
129710 TALKSEL42 SECTION.
129730 ENTRY 'TALKSEL42'.
129750   MOVE 42 TO WS-TALK-SEL.
129770   PERFORM OPEN-TALK-LINK.
129790   GOBACK.
129810 TALKSEL43 SECTION.
129830 ENTRY 'TALKSEL43'.
129850   MOVE 43 TO WS-TALK-SEL.
129870   PERFORM OPEN-TALK-LINK.
129890   GOBACK.
129910 TALKSEL44 SECTION.
129930 ENTRY 'TALKSEL44'.
129950   MOVE 44 TO WS-TALK-SEL.
129970   PERFORM OPEN-TALK-LINK.
129990   GOBACK.
130010 TALKSEL45 SECTION.
130030 ENTRY 'TALKSEL45'.
130050   MOVE 45 TO WS-TALK-SEL.
130070   PERFORM OPEN-TALK-LINK.
130090   GOBACK.
130110 TALKSEL46 SECTION.
130130 ENTRY 'TALKSEL46'.
130150   MOVE 46 TO WS-TALK-SEL.
130170   PERFORM OPEN-TALK-LINK.
130190   GOBACK.
130210 TALKSEL47 SECTION.
130230 ENTRY 'TALKSEL47'.
130250   MOVE 47 TO WS-TALK-SEL.
130270   PERFORM OPEN-TALK-LINK.
130290   GOBACK.
130310 TALKSEL48 SECTION.
130330 ENTRY 'TALKSEL48'.
130350   MOVE 48 TO WS-TALK-SEL.
130370   PERFORM OPEN-TALK-LINK.
130390   GOBACK.
130410 TALKSEL49 SECTION.
130430 ENTRY 'TALKSEL49'.
130450   MOVE 49 TO WS-TALK-SEL.
130470   PERFORM OPEN-TALK-LINK.
130490   GOBACK.
130510 TALKSEL50 SECTION.
130530 ENTRY 'TALKSEL50'.
130550   MOVE 50 TO WS-TALK-SEL.
130570   PERFORM OPEN-TALK-LINK.
130590   GOBACK.
130610 TALKICS01 SECTION.
130630 ENTRY 'TALKICS01'.
130650   MOVE 1 TO WS-TALK-SEL.
130670   PERFORM DOWNLOAD-TALK-ICS.
130690   GOBACK.
130710 TALKICS02 SECTION.
130730 ENTRY 'TALKICS02'.
130750   MOVE 2 TO WS-TALK-SEL.
130770   PERFORM DOWNLOAD-TALK-ICS.
130790   GOBACK.
130810 TALKICS03 SECTION.
130830 ENTRY 'TALKICS03'.
130850   MOVE 3 TO WS-TALK-SEL.
130870   PERFORM DOWNLOAD-TALK-ICS.
130890   GOBACK.
130910 TALKICS04 SECTION.
130930 ENTRY 'TALKICS04'.
130950   MOVE 4 TO WS-TALK-SEL.
130970   PERFORM DOWNLOAD-TALK-ICS.
130990   GOBACK.
131010 TALKICS05 SECTION.
131030 ENTRY 'TALKICS05'.
131050   MOVE 5 TO WS-TALK-SEL.
131070   PERFORM DOWNLOAD-TALK-ICS.
131090   GOBACK.
131110 TALKICS06 SECTION.
131130 ENTRY 'TALKICS06'.
131150   MOVE 6 TO WS-TALK-SEL.
131170   PERFORM DOWNLOAD-TALK-ICS.
131190   GOBACK.
131210 TALKICS07 SECTION.
131230 ENTRY 'TALKICS07'.
131250   MOVE 7 TO WS-TALK-SEL.
131270   PERFORM DOWNLOAD-TALK-ICS.
131290   GOBACK.
131310 TALKICS08 SECTION.
131330 ENTRY 'TALKICS08'.
131350   MOVE 8 TO WS-TALK-SEL.
131370   PERFORM DOWNLOAD-TALK-ICS.
131390   GOBACK.
131410 TALKICS09 SECTION.
131430 ENTRY 'TALKICS09'.
131450   MOVE 9 TO WS-TALK-SEL.
131470   PERFORM DOWNLOAD-TALK-ICS.
131490   GOBACK.
131510 TALKICS10 SECTION.
131530 ENTRY 'TALKICS10'.
131550   MOVE 10 TO WS-TALK-SEL.
131570   PERFORM DOWNLOAD-TALK-ICS.
131590   GOBACK.
131610 TALKICS11 SECTION.
131630 ENTRY 'TALKICS11'.
131650   MOVE 11 TO WS-TALK-SEL.
131670   PERFORM DOWNLOAD-TALK-ICS.
131690   GOBACK.
131710 TALKICS12 SECTION.
131730 ENTRY 'TALKICS12'.
131750   MOVE 12 TO WS-TALK-SEL.
131770   PERFORM DOWNLOAD-TALK-ICS.
131790   GOBACK.
131810 TALKICS13 SECTION.
131830 ENTRY 'TALKICS13'.
131850   MOVE 13 TO WS-TALK-SEL.
131870   PERFORM DOWNLOAD-TALK-ICS.
131890   GOBACK.
131910 TALKICS14 SECTION.
131930 ENTRY 'TALKICS14'.
131950   MOVE 14 TO WS-TALK-SEL.
131970   PERFORM DOWNLOAD-TALK-ICS.
131990   GOBACK.
132010 TALKICS15 SECTION.
132030 ENTRY 'TALKICS15'.
132050   MOVE 15 TO WS-TALK-SEL.
132070   PERFORM DOWNLOAD-TALK-ICS.
132090   GOBACK.
132110 TALKICS16 SECTION.
132130 ENTRY 'TALKICS16'.
132150   MOVE 16 TO WS-TALK-SEL.
132170   PERFORM DOWNLOAD-TALK-ICS.
132190   GOBACK.
132210 TALKICS17 SECTION.
132230 ENTRY 'TALKICS17'.
132250   MOVE 17 TO WS-TALK-SEL.
132270   PERFORM DOWNLOAD-TALK-ICS.
132290   GOBACK.
132310 TALKICS18 SECTION.
132330 ENTRY 'TALKICS18'.
132350   MOVE 18 TO WS-TALK-SEL.
132370   PERFORM DOWNLOAD-TALK-ICS.
132390   GOBACK.
132410 TALKICS19 SECTION.
132430 ENTRY 'TALKICS19'.
132450   MOVE 19 TO WS-TALK-SEL.
132470   PERFORM DOWNLOAD-TALK-ICS.
132490   GOBACK.
132510 TALKICS20 SECTION.
132530 ENTRY 'TALKICS20'.
132550   MOVE 20 TO WS-TALK-SEL.
132570   PERFORM DOWNLOAD-TALK-ICS.
132590   GOBACK.
132610 TALKICS21 SECTION.
132630 ENTRY 'TALKICS21'.
132650   MOVE 21 TO WS-TALK-SEL.
132670   PERFORM DOWNLOAD-TALK-ICS.
132690   GOBACK.
132710 TALKICS22 SECTION.
132730 ENTRY 'TALKICS22'.
132750   MOVE 22 TO WS-TALK-SEL.
132770   PERFORM DOWNLOAD-TALK-ICS.
132790   GOBACK.
132810 TALKICS23 SECTION.
132830 ENTRY 'TALKICS23'.
132850   MOVE 23 TO WS-TALK-SEL.
132870   PERFORM DOWNLOAD-TALK-ICS.
132890   GOBACK.
132910 TALKICS24 SECTION.
132930 ENTRY 'TALKICS24'.
132950   MOVE 24 TO WS-TALK-SEL.
132970   PERFORM DOWNLOAD-TALK-ICS.
132990   GOBACK.
133010 TALKICS25 SECTION.
133030 ENTRY 'TALKICS25'.
133050   MOVE 25 TO WS-TALK-SEL.
133070   PERFORM DOWNLOAD-TALK-ICS.
133090   GOBACK.
133110 TALKICS26 SECTION.
133130 ENTRY 'TALKICS26'.
133150   MOVE 26 TO WS-TALK-SEL.
133170   PERFORM DOWNLOAD-TALK-ICS.
133190   GOBACK.
133210 TALKICS27 SECTION.
133230 ENTRY 'TALKICS27'.
133250   MOVE 27 TO WS-TALK-SEL.
133270   PERFORM DOWNLOAD-TALK-ICS.
133290   GOBACK.
133310 TALKICS28 SECTION.
133330 ENTRY 'TALKICS28'.
133350   MOVE 28 TO WS-TALK-SEL.
133370   PERFORM DOWNLOAD-TALK-ICS.
133390   GOBACK.
133410 TALKICS29 SECTION.
133430 ENTRY 'TALKICS29'.
133450   MOVE 29 TO WS-TALK-SEL.
133470   PERFORM DOWNLOAD-TALK-ICS.
133490   GOBACK.
133510 TALKICS30 SECTION.
133530 ENTRY 'TALKICS30'.
133550   MOVE 30 TO WS-TALK-SEL.
133570   PERFORM DOWNLOAD-TALK-ICS.
133590   GOBACK.
133610 TALKICS31 SECTION.
133630 ENTRY 'TALKICS31'.
133650   MOVE 31 TO WS-TALK-SEL.
133670   PERFORM DOWNLOAD-TALK-ICS.
133690   GOBACK.
133710 TALKICS32 SECTION.
133730 ENTRY 'TALKICS32'.
133750   MOVE 32 TO WS-TALK-SEL.
133770   PERFORM DOWNLOAD-TALK-ICS.
133790   GOBACK.
133810 TALKICS33 SECTION.
133830 ENTRY 'TALKICS33'.
133850   MOVE 33 TO WS-TALK-SEL.
133870   PERFORM DOWNLOAD-TALK-ICS.
133890   GOBACK.
133910 TALKICS34 SECTION.
133930 ENTRY 'TALKICS34'.
133950   MOVE 34 TO WS-TALK-SEL.
133970   PERFORM DOWNLOAD-TALK-ICS.
133990   GOBACK.
134010 TALKICS35 SECTION.
134030 ENTRY 'TALKICS35'.
134050   MOVE 35 TO WS-TALK-SEL.
134070   PERFORM DOWNLOAD-TALK-ICS.
134090   GOBACK.
134110 TALKICS36 SECTION.
134130 ENTRY 'TALKICS36'.
134150   MOVE 36 TO WS-TALK-SEL.
134170   PERFORM DOWNLOAD-TALK-ICS.
134190   GOBACK.
134210 TALKICS37 SECTION.
134230 ENTRY 'TALKICS37'.
134250   MOVE 37 TO WS-TALK-SEL.
134270   PERFORM DOWNLOAD-TALK-ICS.
134290   GOBACK.
134310 TALKICS38 SECTION.
134330 ENTRY 'TALKICS38'.
134350   MOVE 38 TO WS-TALK-SEL.
134370   PERFORM DOWNLOAD-TALK-ICS.
134390   GOBACK.
134410 TALKICS39 SECTION.
134430 ENTRY 'TALKICS39'.
134450   MOVE 39 TO WS-TALK-SEL.
134470   PERFORM DOWNLOAD-TALK-ICS.
134490   GOBACK.
134510 TALKICS40 SECTION.
134530 ENTRY 'TALKICS40'.
134550   MOVE 40 TO WS-TALK-SEL.
134570   PERFORM DOWNLOAD-TALK-ICS.
134590   GOBACK.
134610 TALKICS41 SECTION.
134630 ENTRY 'TALKICS41'.
134650   MOVE 41 TO WS-TALK-SEL.
134670   PERFORM DOWNLOAD-TALK-ICS.
134690   GOBACK.
134710 TALKICS42 SECTION.
134730 ENTRY 'TALKICS42'.
134750   MOVE 42 TO WS-TALK-SEL.
134770   PERFORM DOWNLOAD-TALK-ICS.
134790   GOBACK.
134810 TALKICS43 SECTION.
134830 ENTRY 'TALKICS43'.
134850   MOVE 43 TO WS-TALK-SEL.
134870   PERFORM DOWNLOAD-TALK-ICS.
134890   GOBACK.
134910 TALKICS44 SECTION.
134930 ENTRY 'TALKICS44'.
134950   MOVE 44 TO WS-TALK-SEL.
134970   PERFORM DOWNLOAD-TALK-ICS.
134990   GOBACK.
135010 TALKICS45 SECTION.
135030 ENTRY 'TALKICS45'.
135050   MOVE 45 TO WS-TALK-SEL.
135070   PERFORM DOWNLOAD-TALK-ICS.
135090   GOBACK.
135110 TALKICS46 SECTION.
135130 ENTRY 'TALKICS46'.
135150   MOVE 46 TO WS-TALK-SEL.
135170   PERFORM DOWNLOAD-TALK-ICS.
135190   GOBACK.
135210 TALKICS47 SECTION.
135230 ENTRY 'TALKICS47'.
135250   MOVE 47 TO WS-TALK-SEL.
135270   PERFORM DOWNLOAD-TALK-ICS.
135290   GOBACK.
135310 TALKICS48 SECTION.
135330 ENTRY 'TALKICS48'.
135350   MOVE 48 TO WS-TALK-SEL.
135370   PERFORM DOWNLOAD-TALK-ICS.
135390   GOBACK.
135410 TALKICS49 SECTION.
135430 ENTRY 'TALKICS49'.
135450   MOVE 49 TO WS-TALK-SEL.
135470   PERFORM DOWNLOAD-TALK-ICS.
135490   GOBACK.
135510 TALKICS50 SECTION.
135530 ENTRY 'TALKICS50'.
135550   MOVE 50 TO WS-TALK-SEL.
135570   PERFORM DOWNLOAD-TALK-ICS.
135590   GOBACK.
135610*Consent versioning. An allowCookies answer given under an older
135630*WS-CONSENT-VERSION counts as no answer: the panel comes back and
135650*only the language chosen back then is honoured until the visitor
135670*decides again, see STALE-LANG-CHECK.
135690 CHECK-CONSENT-VERSION.
135710   MOVE 0 TO WS-CONSENT-SEEN.
135730   MOVE 0 TO WS-CONSENT-STALE.
135750   IF WS-CONSENT-COOKIE(1:2) IS NUMERIC
135770     MOVE WS-CONSENT-COOKIE(1:2) TO WS-CONSENT-SEEN
135790   END-IF.
135810   IF (WS-COOKIE-ALLOWED = 'y' OR WS-COOKIE-ALLOWED = 'p')
135830       AND WS-CONSENT-SEEN < WS-CONSENT-VERSION
135850     MOVE 1 TO WS-CONSENT-STALE
135870     MOVE WS-NULL-BYTE TO WS-COOKIE-ALLOWED
135890   END-IF.
135910   CONTINUE.
135930 STALE-LANG-CHECK.
135950   CALL 'cobdom_get_cookie' USING BY REFERENCE WS-LANG,
135970     'lang'.
135990   IF WS-LANG = WS-NULL-BYTE THEN
136010     PERFORM DETECT-BROWSER-LANG
136030   END-IF.
136050   CONTINUE.
136070 RECORD-CONSENT.
136090   MOVE WS-CONSENT-VERSION TO WS-CONSENT-COOKIE.
136110   CALL 'cobdom_set_cookie' USING WS-CONSENT-COOKIE, 'consentVer'.
136130   MOVE 0 TO WS-CONSENT-STALE.
136150   CONTINUE.
136170 INIT-STORE-KEYS.
136190   MOVE 'c' TO STORE-KIND OF WS-STORE-TBL(1).
136210   MOVE 'allowCookies' TO STORE-KEY OF WS-STORE-TBL(1).
136230   MOVE 'c' TO STORE-KIND OF WS-STORE-TBL(2).
136250   MOVE 'consentVer' TO STORE-KEY OF WS-STORE-TBL(2).
136270   MOVE 'c' TO STORE-KIND OF WS-STORE-TBL(3).
136290   MOVE 'lang' TO STORE-KEY OF WS-STORE-TBL(3).
136310   MOVE 'c' TO STORE-KIND OF WS-STORE-TBL(4).
136330   MOVE 'theme' TO STORE-KEY OF WS-STORE-TBL(4).
136350   MOVE 'c' TO STORE-KIND OF WS-STORE-TBL(5).
136370   MOVE 'navlog' TO STORE-KEY OF WS-STORE-TBL(5).
136390   MOVE 'c' TO STORE-KIND OF WS-STORE-TBL(6).
136410   MOVE 'lastVisit' TO STORE-KEY OF WS-STORE-TBL(6).
136430   MOVE 'l' TO STORE-KIND OF WS-STORE-TBL(7).
136450   MOVE 'ccVer' TO STORE-KEY OF WS-STORE-TBL(7).
136470   MOVE 'l' TO STORE-KIND OF WS-STORE-TBL(8).
136490   MOVE 'ccProjects' TO STORE-KEY OF WS-STORE-TBL(8).
136510   MOVE 'l' TO STORE-KIND OF WS-STORE-TBL(9).
136530   MOVE 'ccSkills' TO STORE-KEY OF WS-STORE-TBL(9).
136550   MOVE 'l' TO STORE-KIND OF WS-STORE-TBL(10).
136570   MOVE 'ccPosts' TO STORE-KEY OF WS-STORE-TBL(10).
136590   CONTINUE.
136610*Remove every cookie and localStorage key in WS-STORE-TBL that is
136630*actually present. Cookies are expired both with and without
136650*path=/ so either way of setting them is covered. The eval hands
136670*back the removed names joined with ", " in WS-FORGET-LIST.
136690 ERASE-SITE-STORAGE.
136710   MOVE SPACES TO WS-FORGET-CKS.
136730   MOVE 1 TO WS-FORGET-CK-PTR.
136750   MOVE SPACES TO WS-FORGET-LSS.
136770   MOVE 1 TO WS-FORGET-LS-PTR.
136790   PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
136810     UNTIL WS-STORE-IDX > WS-STORE-COUNT
136830     IF STORE-KIND OF WS-STORE-TBL(WS-STORE-IDX) = 'c'
136850       STRING '"' DELIMITED BY SIZE
136870         FUNCTION TRIM(STORE-KEY OF WS-STORE-TBL(WS-STORE-IDX))
136890           DELIMITED BY SIZE
136910         '",' DELIMITED BY SIZE
136930         INTO WS-FORGET-CKS
136950         WITH POINTER WS-FORGET-CK-PTR
136970       END-STRING
136990     ELSE
137010       STRING '"' DELIMITED BY SIZE
137030         FUNCTION TRIM(STORE-KEY OF WS-STORE-TBL(WS-STORE-IDX))
137050           DELIMITED BY SIZE
137070         '",' DELIMITED BY SIZE
137090         INTO WS-FORGET-LSS
137110         WITH POINTER WS-FORGET-LS-PTR
137130       END-STRING
137150     END-IF
137170   END-PERFORM.
137190   MOVE SPACES TO WS-FORGET-JS.
137210   MOVE 1 TO WS-FORGET-PTR.
137230   STRING '(function(){var r=[],d="=; expires=Thu, 01 Jan 1970 '
137250     DELIMITED BY SIZE
137270     '00:00:00 GMT",c=[' DELIMITED BY SIZE
137290     WS-FORGET-CKS(1:WS-FORGET-CK-PTR - 1) DELIMITED BY SIZE
137310     '],l=[' DELIMITED BY SIZE
137330     WS-FORGET-LSS(1:WS-FORGET-LS-PTR - 1) DELIMITED BY SIZE
137350     '];c.forEach(function(k){if((" "+document.cookie).indexOf('
137370     DELIMITED BY SIZE
137390     '" "+k+"=")>=0){document.cookie=k+d+"; path=/";document.coo'
137410     DELIMITED BY SIZE
137430     'kie=k+d;r.push(k)}});try{l.forEach(function(k){if(localSt'
137450     DELIMITED BY SIZE
137470     'orage.getItem(k)!==null){localStorage.removeItem(k);r.push'
137490     DELIMITED BY SIZE
137510     '(k)}})}catch(e){}return r.join(", ")})()' DELIMITED BY SIZE
137530     INTO WS-FORGET-JS
137550     WITH POINTER WS-FORGET-PTR
137570   END-STRING.
137590   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
137610     WS-FORGET-JS.
137630   MOVE SPACES TO WS-FORGET-LIST.
137650   IF WS-BLOB-SIZE > 0 AND WS-BLOB-SIZE <= 200
137670     MOVE WS-BLOB(1:WS-BLOB-SIZE) TO WS-FORGET-LIST
137690   END-IF.
137710   PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
137730     UNTIL WS-STORE-IDX > 6
137750     MOVE 0 TO NAV-LOG-COUNT(WS-STORE-IDX)
137770   END-PERFORM.
137790   MOVE 0 TO WS-VISIT-COUNT.
137810   MOVE SPACES TO WS-LAST-VISIT-TS.
137830   MOVE SPACES TO WS-PREV-VISIT-TS.
137850   MOVE 0 TO WS-CACHE-ON.
137870   MOVE 0 TO WS-CONSENT-STALE.
137890   MOVE WS-NULL-BYTE TO WS-COOKIE-ALLOWED.
137910   CONTINUE.
137930*Forget me, from the cookie panel or the terminal 'forget'
137950*command. Clears the device, then leaves the panel open with a
137970*note of what went so the visitor can answer afresh.
137990 FORGET-ME.
138010   PERFORM ERASE-SITE-STORAGE.
138030   MOVE SPACES TO WS-FORGET-MSG.
138050   IF WS-FORGET-LIST = SPACES
138070     STRING 'Nothing was stored on this device. Nav log and visit'
138090       DELIMITED BY SIZE
138110       ' count reset.' DELIMITED BY SIZE
138130       INTO WS-FORGET-MSG
138150     END-STRING
138170   ELSE
138190     STRING 'Removed: ' DELIMITED BY SIZE
138210       FUNCTION TRIM(WS-FORGET-LIST) DELIMITED BY SIZE
138230       '. Nav log and visit count reset.' DELIMITED BY SIZE
138250       INTO WS-FORGET-MSG
138270     END-STRING
138290   END-IF.
138310   PERFORM SHOW-COOKIE-PANEL.
138330   CALL 'cobdom_inner_html' USING 'cookieForgetMsg',
138350     WS-FORGET-MSG.
138370   CALL 'cobdom_style' USING 'cookieForgetMsg', 'display',
138390     'block'.
138410   CONTINUE.
138430 SHOW-COOKIE-PANEL.
138450   IF WS-COOKIE-DIV-BUILT = 0
138470     PERFORM COOKIE-ASK
138490   ELSE
138510     CALL 'cobdom_style' USING 'cookieDiv', 'display', 'block'
138530     CALL 'cobdom_style' USING 'cookieForgetMsg', 'display',
138550       'none'
138570   END-IF.
138590   CONTINUE.
138610 BUILD-COOKIE-LINK.
138630   CALL 'cobdom_create_element' USING 'cookieLink', 'div'.
138650   CALL 'cobdom_style' USING 'cookieLink', 'width', '100%'.
138670   CALL 'cobdom_style' USING 'cookieLink', 'textAlign', 'center'.
138690   CALL 'cobdom_style' USING 'cookieLink', 'marginTop', '1rem'.
138710   CALL 'cobdom_style' USING 'cookieLink', 'fontSize', '1.5rem'.
138730   CALL 'cobdom_style' USING 'cookieLink', 'textDecoration',
138750     'underline'.
138770   CALL 'cobdom_style' USING 'cookieLink', 'cursor', 'pointer'.
138790   CALL 'cobdom_inner_html' USING 'cookieLink', 'Cookie settings'.
138810   CALL 'cobdom_add_event_listener' USING 'cookieLink', 'click',
138830     'COOKIESHOW'.
138831   MOVE 'cookieLink' TO WS-A11Y-ID.
138832   PERFORM A11Y-BUTTON.
138850   CALL 'cobdom_append_child' USING 'cookieLink', 'contentDiv'.
138870   CONTINUE.
138890 COOKIESHOW SECTION.
138910 ENTRY 'COOKIESHOW'.
138930   PERFORM SHOW-COOKIE-PANEL.
138950   GOBACK.
138970 FORGETME SECTION.
138990 ENTRY 'FORGETME'.
139010   PERFORM FORGET-ME.
139030   GOBACK.
139050*Anonymous incident reports. Fetch fallbacks, catalog rejects,
139070*the font watchdog, failed GitHub stats and guestbook timeouts
139090*each post one small record (date, language, kind and the fetch
139110*key or file:line) to the collection form. A kind and reference
139130*already raised this visit is not sent again, and nothing leaves
139150*the page without full cookie consent. Caller sets WS-INC-KIND
139170*and WS-INC-REF.
139190 REPORT-INCIDENT.
139210   MOVE 0 TO WS-INC-FOUND.
139230   PERFORM VARYING WS-INC-IDX FROM 1 BY 1
139250     UNTIL WS-INC-IDX > WS-INC-COUNT
139270     IF INC-KIND OF WS-INC-TBL(WS-INC-IDX) = WS-INC-KIND
139290         AND INC-REF OF WS-INC-TBL(WS-INC-IDX) = WS-INC-REF
139310       MOVE WS-INC-IDX TO WS-INC-FOUND
139330     END-IF
139350   END-PERFORM.
139370   IF WS-INC-FOUND = 0 AND WS-INC-COUNT < 40
139390     ADD 1 TO WS-INC-COUNT
139410     MOVE FUNCTION CURRENT-DATE TO WS-INC-NOW
139430     MOVE WS-INC-NOW(1:8) TO INC-DATE OF WS-INC-TBL(WS-INC-COUNT)
139450     MOVE WS-LANG TO INC-LANG OF WS-INC-TBL(WS-INC-COUNT)
139470     MOVE WS-INC-KIND TO INC-KIND OF WS-INC-TBL(WS-INC-COUNT)
139490     MOVE WS-INC-REF TO INC-REF OF WS-INC-TBL(WS-INC-COUNT)
139510     MOVE 0 TO INC-SENT OF WS-INC-TBL(WS-INC-COUNT)
139530     MOVE WS-INC-COUNT TO WS-INC-IDX
139550     PERFORM SEND-INCIDENT
139570   END-IF.
139590   CONTINUE.
139610 REPORT-DIAG-INCIDENT.
139630   MOVE 'reject' TO WS-INC-KIND.
139650   MOVE WS-PARSE-LINE-NO TO WS-INC-LINE-STR.
139670   MOVE SPACES TO WS-INC-REF.
139690   STRING FUNCTION TRIM(WS-DIAG-CUR-FILE) DELIMITED BY SIZE
139710     ':' DELIMITED BY SIZE
139730     FUNCTION TRIM(WS-INC-LINE-STR) DELIMITED BY SIZE
139750     INTO WS-INC-REF
139770   END-STRING.
139790   PERFORM REPORT-INCIDENT.
139810   CONTINUE.
139830*Placeholder form id - replace with the live collection form id
139850*before deploying, as with the guestbook.
139870 SEND-INCIDENT.
139890   IF WS-COOKIE-ALLOWED = 'y'
139910       AND INC-SENT OF WS-INC-TBL(WS-INC-IDX) = 0
139930     MOVE 1 TO INC-SENT OF WS-INC-TBL(WS-INC-IDX)
139950     MOVE INC-REF OF WS-INC-TBL(WS-INC-IDX) TO WS-GUEST-RAW
139970     PERFORM GUEST-ESCAPE
139990     MOVE SPACES TO WS-INC-BODY
140010     MOVE 1 TO WS-INC-BODY-PTR
140030     STRING '{"date":"' DELIMITED BY SIZE
140050       INC-DATE OF WS-INC-TBL(WS-INC-IDX) DELIMITED BY SIZE
140070       '","lang":"' DELIMITED BY SIZE
140090       INC-LANG OF WS-INC-TBL(WS-INC-IDX) DELIMITED BY SIZE
140110       '","kind":"' DELIMITED BY SIZE
140130       FUNCTION TRIM(INC-KIND OF WS-INC-TBL(WS-INC-IDX))
140150         DELIMITED BY SIZE
140170       '","ref":"' DELIMITED BY SIZE
140190       FUNCTION TRIM(WS-GUEST-ESC) DELIMITED BY SIZE
140210       '"}' DELIMITED BY SIZE
140230       X'00' DELIMITED BY SIZE
140250       INTO WS-INC-BODY
140270       WITH POINTER WS-INC-BODY-PTR
140290     END-STRING
140310     CALL 'cobdom_fetch' USING 'INCIDENTSENT',
140330       'https://formspree.io/f/xincdrpt', 'POST',
140350       WS-INC-BODY
140370   END-IF.
140390   CONTINUE.
140410*Incidents raised before the visitor said yes, see COOKIEACCEPT.
140430 SEND-PENDING-INCIDENTS.
140450   PERFORM VARYING WS-INC-IDX FROM 1 BY 1
140470     UNTIL WS-INC-IDX > WS-INC-COUNT
140490     PERFORM SEND-INCIDENT
140510   END-PERFORM.
140530   CONTINUE.
140550 INCIDENTSENT SECTION.
140570 ENTRY 'INCIDENTSENT' USING BY REFERENCE LS-BLOB-SIZE,LS-BLOB.
140590   GOBACK.
140610*The top-languages card is a plain img, so its failure shows up
140630*as an error event rather than a fetch answer.
140650 GHSTATSFAIL SECTION.
140670 ENTRY 'GHSTATSFAIL'.
140690   MOVE 'ghstats' TO WS-INC-KIND.
140710   MOVE 'top-langs card' TO WS-INC-REF.
140730   PERFORM REPORT-INCIDENT.
140750   GOBACK.
140770*Keyboard and screen reader access. Every clickable element is
140790*made a focusable role=button through A11Y-BUTTON; one capturing
140810*keydown listener turns Enter/Space on such an element into a
140830*click and lets Escape leave the terminal, which otherwise keeps
140850*Tab for completion. The style block adds a visible focus ring and
140870*drops animations and transitions when the browser asks for
140890*reduced motion.
140910 A11Y-SETUP.
140930   MOVE SPACES TO WS-A11Y-JS.
140950   MOVE 1 TO WS-A11Y-PTR.
140970   STRING '[role=button]:focus-visible,input:focus-visible,'
140990     DELIMITED BY SIZE
141010     'textarea:focus-visible{outline:.3rem solid currentColor;'
141030     DELIMITED BY SIZE
141050     'outline-offset:.2rem} @media (prefers-reduced-motion: re'
141070     DELIMITED BY SIZE
141090     'duce){*,*::before,*::after{animation:none !important;tra'
141110     DELIMITED BY SIZE
141130     'nsition:none !important;scroll-behavior:auto !important}}'
141150     DELIMITED BY SIZE
141170     INTO WS-A11Y-JS
141190     WITH POINTER WS-A11Y-PTR
141210   END-STRING.
141230   CALL 'cobdom_create_element' USING 'a11yStyle', 'style'.
141250   CALL 'cobdom_inner_html' USING 'a11yStyle', WS-A11Y-JS.
141270   CALL 'cobdom_append_child' USING 'a11yStyle', 'body'.
141290   MOVE SPACES TO WS-A11Y-JS.
141310   MOVE 1 TO WS-A11Y-PTR.
141330   STRING '(function(){document.addEventListener("keydown",funct'
141350     DELIMITED BY SIZE
141370     'ion(v){var t=v.target;if(!t||!t.getAttribute)return;if((v'
141390     DELIMITED BY SIZE
141410     '.key=="Enter"||v.key==" ")&&t.getAttribute("role")=="butt'
141430     DELIMITED BY SIZE
141450     'on"){v.preventDefault();t.click()}else if(v.key=="Escape"'
141470     DELIMITED BY SIZE
141490     '&&window["terminalDiv"]&&window["terminalDiv"].contains(t'
141510     DELIMITED BY SIZE
141530     ')){t.blur()}},true);try{window["term"].options.screenRead'
141550     DELIMITED BY SIZE
141570     'erMode=true}catch(e){}return ""})()' DELIMITED BY SIZE
141590     INTO WS-A11Y-JS
141610     WITH POINTER WS-A11Y-PTR
141630   END-STRING.
141650   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
141670     WS-A11Y-JS.
141690   PERFORM A11Y-NAV-STATE.
141710   CONTINUE.
141730 A11Y-BUTTON.
141750   MOVE SPACES TO WS-A11Y-JS.
141770   MOVE 1 TO WS-A11Y-PTR.
141790   STRING '(function(e){if(e){e.tabIndex=0;e.setAttribute("role",'
141810     DELIMITED BY SIZE
141830     '"button")}return ""})(window["' DELIMITED BY SIZE
141850     FUNCTION TRIM(WS-A11Y-ID) DELIMITED BY SIZE
141870     '"])' DELIMITED BY SIZE
141890     INTO WS-A11Y-JS
141910     WITH POINTER WS-A11Y-PTR
141930   END-STRING.
141950   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
141970     WS-A11Y-JS.
141990   CONTINUE.
142010 A11Y-ATTR.
142030   MOVE WS-A11Y-TEXT TO WS-GUEST-RAW.
142050   PERFORM GUEST-ESCAPE.
142070   MOVE SPACES TO WS-A11Y-JS.
142090   MOVE 1 TO WS-A11Y-PTR.
142110   STRING '(function(e){if(e){e.setAttribute("' DELIMITED BY SIZE
142130     FUNCTION TRIM(WS-A11Y-ATTR) DELIMITED BY SIZE
142150     '","' DELIMITED BY SIZE
142170     FUNCTION TRIM(WS-GUEST-ESC) DELIMITED BY SIZE
142190     '")}return ""})(window["' DELIMITED BY SIZE
142210     FUNCTION TRIM(WS-A11Y-ID) DELIMITED BY SIZE
142230     '"])' DELIMITED BY SIZE
142250     INTO WS-A11Y-JS
142270     WITH POINTER WS-A11Y-PTR
142290   END-STRING.
142310   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
142330     WS-A11Y-JS.
142350   CONTINUE.
142370*The nav entries sit off screen while the menu is shut, so they
142390*leave the tab order and the accessibility tree until MENUTOGGLE
142410*slides them in; navButton reports the state as aria-expanded.
142430 A11Y-NAV-STATE.
142450   MOVE SPACES TO WS-A11Y-JS.
142470   MOVE 1 TO WS-A11Y-PTR.
142490   STRING '(function(o){["navAbout","navContact","navSkills","na'
142510     DELIMITED BY SIZE
142530     'vProjects","navCobol","navNotes","navTalks"].forEach(func'
142550     DELIMITED BY SIZE
142570     'tion(k){var e=window[k];if(e){e.tabIndex=o?0:-1;e.setAttr'
142590     DELIMITED BY SIZE
142610     'ibute("aria-hidden",o?"false":"true")}});var b=window["na'
142630     DELIMITED BY SIZE
142650     'vButton"];if(b){b.setAttribute("aria-expanded",o?"true":"'
142670     DELIMITED BY SIZE
142690     'false")}return ""})(' DELIMITED BY SIZE
142710     WS-MENU-TOGGLE DELIMITED BY SIZE
142730     ')' DELIMITED BY SIZE
142750     INTO WS-A11Y-JS
142770     WITH POINTER WS-A11Y-PTR
142790   END-STRING.
142810   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
142830     WS-A11Y-JS.
142850   CONTINUE.
142870 A11Y-PROJ-CTRLS.
142890   MOVE 'projSortNew' TO WS-A11Y-ID.
142910   PERFORM A11Y-BUTTON.
142930   MOVE 'projSortStars' TO WS-A11Y-ID.
142950   PERFORM A11Y-BUTTON.
142970   MOVE 'projSortAz' TO WS-A11Y-ID.
142990   PERFORM A11Y-BUTTON.
143010   CONTINUE.
143030*Project cards are rebuilt on a language switch, so the alt text
143050*follows the shown language along with the title.
143070 A11Y-PROJECT-ALT.
143090   PERFORM FIND-LANG-INDEX.
143110   MOVE SPACES TO WS-A11Y-TEXT.
143130   STRING FUNCTION TRIM(
143150       LANG-A11Y-SHOT OF WS-LANG-TBL(WS-LANG-IDX))
143170       DELIMITED BY SIZE
143190     ' ' DELIMITED BY SIZE
143210     FUNCTION TRIM(PROJ-TITLE OF WS-PROJECT-TBL(WS-PROJECT-IDX))
143230       DELIMITED BY SIZE
143250     INTO WS-A11Y-TEXT
143270   END-STRING.
143290   MOVE WS-ID-IMG TO WS-A11Y-ID.
143310   MOVE 'alt' TO WS-A11Y-ATTR.
143330   PERFORM A11Y-ATTR.
143350   CONTINUE.
143370*Contact icon WS-A11Y-IDX.
143390 A11Y-CONTACT-ALT.
143410   PERFORM FIND-LANG-INDEX.
143430   MOVE WS-A11Y-IDX TO WS-A11Y-IDX-STR.
143450   MOVE SPACES TO WS-A11Y-ID.
143470   STRING 'contactImg' WS-A11Y-IDX-STR DELIMITED BY SIZE
143490     INTO WS-A11Y-ID
143510   END-STRING.
143530   MOVE SPACES TO WS-A11Y-TEXT.
143550   STRING FUNCTION TRIM(
143570       LANG-A11Y-ICON OF WS-LANG-TBL(WS-LANG-IDX))
143590       DELIMITED BY SIZE
143610     ' ' DELIMITED BY SIZE
143630     FUNCTION TRIM(CONTACT-LABEL OF WS-CONTACT-TBL(WS-A11Y-IDX))
143650       DELIMITED BY SIZE
143670     INTO WS-A11Y-TEXT
143690   END-STRING.
143710   MOVE 'alt' TO WS-A11Y-ATTR.
143730   PERFORM A11Y-ATTR.
143750   CONTINUE.
143770*Labels that do not live on rebuilt cards, refreshed from
143790*UPDATETEXT on every language change. Flags carry their own
143810*language's name, which is what a visitor looks for.
143830 A11Y-UPDATE-LABELS.
143850   MOVE SPACES TO WS-A11Y-JS.
143870   MOVE 1 TO WS-A11Y-PTR.
143890   STRING 'document.documentElement.lang="' DELIMITED BY SIZE
143910     INTO WS-A11Y-JS
143930     WITH POINTER WS-A11Y-PTR
143950   END-STRING.
143970   IF WS-LANG = 'us'
143990     STRING 'en' DELIMITED BY SIZE
144010       INTO WS-A11Y-JS
144030       WITH POINTER WS-A11Y-PTR
144050     END-STRING
144070   ELSE
144090     STRING WS-LANG DELIMITED BY SIZE
144110       INTO WS-A11Y-JS
144130       WITH POINTER WS-A11Y-PTR
144150     END-STRING
144170   END-IF.
144190   STRING '"' DELIMITED BY SIZE
144210     INTO WS-A11Y-JS
144230     WITH POINTER WS-A11Y-PTR
144250   END-STRING.
144270   CALL 'cobdom_eval' USING BY REFERENCE WS-BLOB-SIZE, WS-BLOB,
144290     WS-A11Y-JS.
144310   MOVE 'alt' TO WS-A11Y-ATTR.
144330   MOVE 'navButton' TO WS-A11Y-ID.
144350   MOVE LANG-A11Y-MENU OF WS-LANG-TBL(WS-LANG-IDX)
144370     TO WS-A11Y-TEXT.
144390   PERFORM A11Y-ATTR.
144410   MOVE 'ghStatsImg' TO WS-A11Y-ID.
144430   MOVE LANG-A11Y-GHSTATS OF WS-LANG-TBL(WS-LANG-IDX)
144450     TO WS-A11Y-TEXT.
144470   PERFORM A11Y-ATTR.
144490   PERFORM VARYING WS-A11Y-IDX FROM 1 BY 1
144510     UNTIL WS-A11Y-IDX > WS-LANG-COUNT
144530     MOVE WS-A11Y-IDX TO WS-A11Y-IDX-STR
144550     MOVE SPACES TO WS-A11Y-ID
144570     STRING 'langIcon' WS-A11Y-IDX-STR(3:1) DELIMITED BY SIZE
144590       INTO WS-A11Y-ID
144610     END-STRING
144630     MOVE LANG-A11Y-NAME OF WS-LANG-TBL(WS-A11Y-IDX)
144650       TO WS-A11Y-TEXT
144670     MOVE 'alt' TO WS-A11Y-ATTR
144690     PERFORM A11Y-ATTR
144710   END-PERFORM.
144730   PERFORM VARYING WS-A11Y-IDX FROM 1 BY 1
144750     UNTIL WS-A11Y-IDX > WS-CONTACT-COUNT
144770     PERFORM A11Y-CONTACT-ALT
144790   END-PERFORM.
144810   CONTINUE.
144830 INIT-A11Y-TEXTS.
144850   MOVE 'English' TO LANG-A11Y-NAME OF WS-LANG-TBL(1).
144870   MOVE 'Menu' TO LANG-A11Y-MENU OF WS-LANG-TBL(1).
144890   MOVE 'GitHub top languages chart'
144910     TO LANG-A11Y-GHSTATS OF WS-LANG-TBL(1).
144930   MOVE 'Project image:' TO LANG-A11Y-SHOT OF WS-LANG-TBL(1).
144950   MOVE 'Icon:' TO LANG-A11Y-ICON OF WS-LANG-TBL(1).
144970   MOVE 'Espanol' TO LANG-A11Y-NAME OF WS-LANG-TBL(2).
144990   MOVE 'Menu' TO LANG-A11Y-MENU OF WS-LANG-TBL(2).
145010   MOVE 'Grafico de lenguajes principales en GitHub'
145030     TO LANG-A11Y-GHSTATS OF WS-LANG-TBL(2).
145050   MOVE 'Imagen del proyecto:'
145070     TO LANG-A11Y-SHOT OF WS-LANG-TBL(2).
145090   MOVE 'Icono:' TO LANG-A11Y-ICON OF WS-LANG-TBL(2).
145110   MOVE 'Deutsch' TO LANG-A11Y-NAME OF WS-LANG-TBL(3).
145130   MOVE 'Menue' TO LANG-A11Y-MENU OF WS-LANG-TBL(3).
145150   MOVE 'Diagramm der meistgenutzten Sprachen auf GitHub'
145170     TO LANG-A11Y-GHSTATS OF WS-LANG-TBL(3).
145190   MOVE 'Projektbild:' TO LANG-A11Y-SHOT OF WS-LANG-TBL(3).
145210   MOVE 'Symbol:' TO LANG-A11Y-ICON OF WS-LANG-TBL(3).
145230   MOVE 'Francais' TO LANG-A11Y-NAME OF WS-LANG-TBL(4).
145250   MOVE 'Menu' TO LANG-A11Y-MENU OF WS-LANG-TBL(4).
145270   MOVE 'Graphique des langages principaux sur GitHub'
145290     TO LANG-A11Y-GHSTATS OF WS-LANG-TBL(4).
145310   MOVE 'Image du projet :' TO LANG-A11Y-SHOT OF WS-LANG-TBL(4).
145330   MOVE 'Icone :' TO LANG-A11Y-ICON OF WS-LANG-TBL(4).
145350   CONTINUE.
145360*Language from a lang= fragment, or the &lang= a feed item puts
145370*after note=yyyymmdd so the note opens in the feed's language.
145380 APPLY-HASH-LANG.
145390   PERFORM VARYING WS-LANG-LOOP-IDX FROM 1 BY 1
145400     UNTIL WS-LANG-LOOP-IDX > WS-LANG-COUNT
145410     IF LANG-CODE OF WS-LANG-TBL(WS-LANG-LOOP-IDX)
145420         = WS-HASH-LANG
145430       AND WS-HASH-LANG NOT = WS-LANG
145440       MOVE WS-HASH-LANG TO WS-LANG
145450       IF WS-COOKIE-ALLOWED = 'y' OR WS-COOKIE-ALLOWED = 'p'
145460         CALL 'cobdom_set_cookie' USING WS-LANG, 'lang'
145470       END-IF
145480       PERFORM SET-ACTIVE-FLAG
145490     END-IF
145500   END-PERFORM.
145510   CONTINUE.
