           SELECT ARCHIVE-FILE         ASSIGN TO DYNAMIC WS-ARC-PATH
                                       FILE STATUS IS WS-ARC-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Days ARCRESTORE has loaded back from their archives, one
      * YYYYMMDD per line. Their archive already holds every record,
      * so the purge drops them again without writing them twice.
           SELECT RESTORED-DAYS-FILE   ASSIGN TO "STATUSLINE-COB.RST"
                                       FILE STATUS IS WS-RST-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Alert commands that exited nonzero (a webhook post on the
      * train, say) wait here with their original timestamp and the
      * assembled command line, retried on a backoff schedule by
           SELECT HEARTBEAT-FILE       ASSIGN TO "STATUSLINE-COB.HBT"
                                       FILE STATUS IS WS-HB-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Per-cycle status drop for the fleet console, from a FLEET
      * config line -- written under a scratch name and renamed
      * over <dir>/<host>.FLT so FLEETDASH never reads half a file.
           SELECT FLEET-FEED-FILE      ASSIGN TO DYNAMIC
                                       WS-FLEET-TMP-PATH
                                       FILE STATUS IS WS-FLEET-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Answer file for STATCTL -- rewritten per command: a "get"
      * gets the module's cache, typed value and fail count, every
      * other verb an OK or the reason it was not carried out.
           SELECT RESPONSE-FILE        ASSIGN TO "STATUSLINE-COB.RSP"
                                       FILE STATUS IS WS-RSP-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Control audit trail -- one line per STATCTL command taken
      * off the fifo: when, who, the verb and its arguments, and
      * whether it was carried out or refused. Appended for the life
      * of the install, like the alert trail.
           SELECT CTL-AUDIT-FILE       ASSIGN TO "STATUSLINE-COB.CTL"
                                       FILE STATUS IS WS-CTL-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Who may use which control verbs -- "USER VERB VERB ..." per
      * line, ALL for any user or every verb, "*" comment lines.
      * Read afresh for each command, so an edit takes effect at
      * once. No file means no restriction, as before it existed.
           SELECT CTL-ALLOW-FILE       ASSIGN TO "STATUSLINE-COB.ALW"
                                       FILE STATUS IS WS-ALW-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Prometheus textfile-collector target from a METRICS config
      * line -- rewritten whole once per cycle.
           SELECT METRICS-FILE         ASSIGN TO DYNAMIC
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS HIST-KEY.
      * Records held back while the history store was locked by a
      * report or the purge -- same record image as the keyed store,
      * appended in cycle order, and loaded into the store by the
      * next cycle that gets the lock. Per instance, like the store.
           SELECT PENDING-FILE         ASSIGN TO DYNAMIC WS-PND-PATH
                                       FILE STATUS IS WS-PND-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Per-module, per-hour learned band distilled from the history
      * store by the BASELINE batch program -- median and spread per
      * hour-of-day cell. Loaded at startup and on SIGHUP; absent is
           SELECT BASE-FILE            ASSIGN TO "STATUSLINE-COB.BAS"
                                       FILE STATUS IS WS-BASE-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * Error budget for each SLO line -- the period it is counting
      * and that period's good and bad polls, rewritten whenever a
      * poll of a measured module lands, so a restart picks the
      * month up where it left off. DSLOHOOK reads it for the block.
           SELECT SLO-FILE             ASSIGN TO "STATUSLINE-COB.SLO"
                                       FILE STATUS IS WS-SLO-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * How far into the alert trail the SYSLOG forwarder has got --
      * the count of trail records already handed to the system log,
      * so events written while the log socket was down go out once
      * it is back, and a restart neither loses nor repeats them.
           SELECT SYSLOG-MARK-FILE     ASSIGN TO "STATUSLINE-COB.SYB"
                                       FILE STATUS IS WS-SYS-MARK-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * The same bookmark over the control audit -- the count of
      * STATCTL lines already looked at for the system log.
           SELECT SYSLOG-CTL-MARK-FILE ASSIGN TO "STATUSLINE-COB.SYC"
                                       FILE STATUS IS WS-SYC-MARK-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
      * The diagnostic snapshot a CRIT crossing leaves behind -- one
      * STATUSLINE-COB.YYYYMMDDHHMMSS.<module>.SNP per crossing, so
      * two modules going CRIT in the same second each keep their
      * own, named on the crossing's trail record -- and the detail
      * buffers OUTPUT_FMT spools, copied into it.
           SELECT SNAPSHOT-FILE        ASSIGN TO DYNAMIC WS-SNAP-PATH
                                       FILE STATUS IS WS-SNAP-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAIL-FILE          ASSIGN TO DYNAMIC
                                       WS-SNAP-DETAIL-PATH
                                       FILE STATUS IS WS-SNAP-DET-STATUS
                                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD                PICTURE IS X(400).
       FD INCLUDE-FILE.
       01 INCLUDE-RECORD               PICTURE IS X(400).
       FD THEME-FILE.
       01 THEME-RECORD                 PICTURE IS X(80).
       FD ALERTS-FILE.
       01 ALERT-RECORD                 PIC IS X(165).
       FD CHECKPOINT-FILE.
       01 CHK-RECORD                   PIC IS X(200).
       FD ACK-FILE.
       01 ACK-RECORD                   PIC IS X(40).
       FD RESTORED-DAYS-FILE.
       01 RST-RECORD                   PIC X(8).
       FD ARCHIVE-FILE.
       01 ARC-RECORD                   PIC IS X(116).
       FD PENDING-FILE.
       01 PND-RECORD                   PIC IS X(116).
       FD METRICS-FILE.
       01 METRICS-RECORD               PIC IS X(120).
       FD RESPONSE-FILE.
       01 RSP-RECORD                   PIC IS X(120).
       FD CTL-AUDIT-FILE.
       01 CTL-RECORD                   PIC IS X(80).
       FD CTL-ALLOW-FILE.
       01 ALW-RECORD                   PIC IS X(120).
       FD HEARTBEAT-FILE.
       01 HB-RECORD                    PIC IS X(14).
       FD FLEET-FEED-FILE.
       01 FLEET-FEED-RECORD            PIC IS X(80).
       FD SPOOL-FILE.
       01 SPL-RECORD                   PIC IS X(244).
       FD BASE-FILE.
       01 BASE-RECORD                  PIC X(49).
       FD SLO-FILE.
       01 SLO-RECORD                   PIC X(86).
       FD SYSLOG-MARK-FILE.
       01 SYS-MARK-RECORD              PIC X(9).
       FD SYSLOG-CTL-MARK-FILE.
       01 SYC-MARK-RECORD              PIC X(9).
       FD SNAPSHOT-FILE.
       01 SNAP-RECORD                  PIC X(200).
       FD DETAIL-FILE.
       01 DETAIL-RECORD                PIC X(200).
       FD HISTORY-FILE.
       01 HIST-RECORD.
         05 HIST-KEY.
      * the module falls back to its configured behavior. Unlike a
      * profile, this reacts to what the bar itself measures.
           88 WS-TYPE-RULE             VALUE "RULE    ".
      * Drops a small status record into a shared directory each
      * cycle for FLEETDASH -- BODY carries "<dir> [<host>]", the
      * host defaulting to the short name CFGVARS works out from
      * $HOSTNAME or /etc/hostname, else "localhost". One file per
      * host, rewritten whole: the heartbeat, then each module's
      * typed value, level and fail count. See Write-Fleet-Feed.
           88 WS-TYPE-FLEET            VALUE "FLEET   ".
      * Declares that the module in NAME needs another one up to be
      * worth paging about -- BODY carries "[ON] <parent>", e.g.
      * WEATHER depending on PING. While the parent sits in CRIT or
      * ERR, the child's crossings and failures still land in the
      * trail, tagged DEPENDENT, but its alert command stays quiet
      * and its block reads "WAIT <parent>" instead of ERR. See
      * Check-Dependency.
           88 WS-TYPE-DEPENDS          VALUE "DEPENDS ".
      * Do-not-disturb handling for [DND] appointments (see
      * MEETCHK). While one is in progress every alert command is
      * held and its crossing tagged MEETING in the trail, like a
      * maintenance window -- MEETING lines only tune that. With a
      * NAME, that module's CRIT pages straight through (one line
      * per module); with NAME blank, BODY is the command the
      * summary of whatever is still WARN/CRIT goes to when the
      * meeting ends, the summary appended as one quoted argument.
      * No summary command falls back to notify-send.
           88 WS-TYPE-MEETING          VALUE "MEETING ".
      * Display units for every measurement the bar and the reports
      * print -- BODY tokens in any order: C or F for temperature,
      * BIN or DEC for data sizes (KiB vs kB), BYTES or BITS for
      * throughput. Only the rendering changes; the history store
      * keeps degC, KiB and bytes, so a trend runs straight through
      * a change of preference. See UNITFMT.
           88 WS-TYPE-UNITS            VALUE "UNITS   ".
      * How the bar and the reports show dates, names and numbers.
      * NAME blank: BODY tokens in any order -- EN, US, DE, NL or IT
      * for that country's names, date order, clock and separators,
      * then any of a date order such as D.M.Y or Y-M-D, 12H or 24H
      * (the TIME default when GENERAL leaves it as LOCALE), DEC=,
      * and THOU=. to adjust. NAME MONTHS or DAYS: twelve month or
      * seven weekday (Monday first) names for DATE's MONTH and WDAY
      * tokens. The history store, the metrics file and the trail
      * keep their fixed machine format. See LOCFMT.
           88 WS-TYPE-LOCALE           VALUE "LOCALE  ".
      * A service-level objective on the typed value of the module
      * in NAME -- BODY carries "<op> <limit> <target%> [<period>]",
      * op one of LT/LE/GT/GE, period DAY, WEEK or MONTH (the
      * default), e.g. "PING" with "LT 150 99.5 MONTH": under 150 ms
      * on 99.5% of the month's polls. A poll that fails, answers
      * without a value or misses the condition is bad. The counts
      * persist in STATUSLINE-COB.SLO; an SLO module (DSLOHOOK)
      * shows the budget left and how fast it is burning, and SLORPT
      * reports attainment from the history store.
           88 WS-TYPE-SLO              VALUE "SLO     ".
      * How often the module in NAME goes to the history store --
      * BODY "ALL" (every poll, the default) or "CHANGE [<band>]
      * [EVERY <minutes>]": only when the typed value moves by more
      * than the band (any change of text, for a module without
      * one), when the module starts or stops answering, and at
      * least once every <minutes> (60 unless given) as a
      * keep-alive, e.g. "DISK" with "CHANGE 1 EVERY 30". The
      * reports read a quiet stretch as the last value held. See
      * HISTPOL.
           88 WS-TYPE-RECORD           VALUE "RECORD  ".
      * What a CRIT crossing captures besides every module's cache,
      * value and level and the TOP/DISK/SVC/NET/IO detail buffers --
      * BODY is a shell command whose output is appended to the
      * snapshot, e.g. "ps aux --sort=-%cpu | head -20". Without the
      * line the snapshot is still written, just without it.
           88 WS-TYPE-SNAPSHOT         VALUE "SNAPSHOT".
      * Sends every alert-trail record -- crossings, acks, suppressed
      * and flap records, given-up pages, loop overruns -- on to the
      * system log as key=value fields, severity from the level, and
      * from the control audit STATCTL's PAUSE, RESUME and REFRESH
      * commands and any command refused.
      * BODY is the facility (USER, the default, DAEMON or LOCAL0
      * through LOCAL7), NAME the tag (statusline-cob unless given).
      * Records written while the log is unreachable are sent once
      * it answers again; see Forward-Trail-To-Syslog.
           88 WS-TYPE-SYSLOG           VALUE "SYSLOG  ".
      * One config for several machines -- SET gives the variable in
      * the NAME columns the value in the BODY columns, and ${NAME}
      * in the BODY, LABEL, ACTION, ALERT or ESCALATE columns of any
      * later line is replaced by it (HOST and USER are built in).
      * Lines between IF-HOST (BODY: the host names) and END are
      * read only on a machine named there. CFGVARS takes all three
      * before a line reaches the dispatch below.
           88 WS-TYPE-SET              VALUE "SET     ".
           88 WS-TYPE-IF-HOST          VALUE "IF-HOST ".
           88 WS-TYPE-END              VALUE "END     ".
           88 WS-TYPE-COMMENT          VALUE "********".
         05 FILLER                     PIC IS X.
         05 WS-CONFIG-NAME             PIC IS X(12).
      * -- once per crossing, with the same latch-and-reset
      * semantics DBATTHOOK's low-battery notification uses, so
      * disk, temperature, memory and latency can each page their
      * own way the moment they go bad. A webhook token or API key
      * is written %{NAME} and kept in STATUSLINE-COB.SEC (see
      * SECRETS) -- this column, ESC-CMD and an EXEC, PLUGIN or
      * WEATHER body all take such references.
         05 WS-CONFIG-ALERT            PIC IS X(60).
         05 FILLER                     PIC IS X.
      * Optional rate-of-change thresholds, in value-units per hour:
      * \" just fine. Blank keeps the block plain text, exactly as
      * before this column existed.
         05 WS-CONFIG-MARKUP           PIC IS X(1).
         05 FILLER                     PIC IS X.
      * Optional trend length -- 2 to 16 makes OUTPUT_FMT append a
      * small sparkline of that many recent typed values to the
      * block (block glyphs in i3/waybar, and in term/tmux under a
      * UTF-8 locale; an ASCII ramp otherwise), so "MEM 62%" says
      * whether it is climbing or steady. The samples live in the
      * module table and ride the checkpoint. Blank draws nothing,
      * exactly as before this column existed.
         05 WS-CONFIG-SPARK            PIC IS X(2).
      /
       01 WS-GENERAL-CONFIG.
      * 12H or 24H; left unset (or given as LOCALE) the clock follows
      * the LOCALE line, 24H without one.
         05 WS-TIME-FORMAT             PIC IS X(3).
         05 WS-UPDATE-INTERVAL         PIC IS 9(3).
      * Inter-module separator for term mode -- a third, optional
      * migrated store must never lose months of records to an
      * unconfigured default.
         05 WS-RETAIN-DAYS             PIC IS 9(3) VALUE 0.
      * Optional sixth token on the GENERAL line -- the incident
      * grouping window in minutes. A crossing that starts within
      * this long of the previous one joins its numbered incident
      * in STATUSLINE-COB.INC instead of opening a new one.
         05 WS-INCIDENT-WINDOW         PIC IS 9(3) VALUE 10.
      * Optional seventh to ninth tokens -- flap damping: a module
      * whose level changes more than FLAP-CROSSINGS times inside
      * FLAP-MINUTES is put in the FLAPPING state (one FLAP trail
      * record, one alert) and stays quiet until its level has held
      * for FLAP-SETTLE minutes. FLAP-CROSSINGS 0 turns it off.
         05 WS-FLAP-CROSSINGS          PIC IS 99 VALUE 6.
         05 WS-FLAP-MINUTES            PIC IS 9(3) VALUE 10.
         05 WS-FLAP-SETTLE             PIC IS 9(3) VALUE 5.
      * The most FLAP-CROSSINGS can be -- the crossing ring holds ten
      * changes, and an episode starts on one more than the setting.
       01 WS-FLAP-CROSSINGS-MAX        PIC 9 VALUE 9.
       01 WS-GENERAL-TOKENS.
         05 WS-GENERAL-TOK OCCURS 7 TIMES PIC X(12).
       01 WS-MODULE-TABLE.
         05 WS-MODULE OCCURS 50 TIMES INDEXED BY MOD-IDX.
           10 WS-MOD-POINTER           PROCEDURE-POINTER.
      * the alert engine) at warn strength the same way a standing
      * rate state does. See Check-Hour-Baseline.
           10 WS-MOD-HBASE-STATE       PIC IS 9.
      * Flap damping state -- 1 while the module is FLAPPING, the
      * serial seconds of its recent level changes (oldest first,
      * those older than the flap window dropped), and when its
      * level last changed, which the settle period runs from. See
      * Check-Flapping.
           10 WS-MOD-FLAP-STATE        PIC IS 9.
           10 WS-MOD-FLAP-COUNT        PIC IS 99.
           10 WS-MOD-FLAP-TS OCCURS 10 TIMES PIC IS 9(12).
           10 WS-MOD-FLAP-SINCE        PIC IS 9(12).
      * Sparkline trend -- the configured length (0 = none) and the
      * module's most recent typed values, oldest first. Handed to
      * OUTPUT_FMT through WS-SPARK-RING around each render call and
      * written to the checkpoint, so a restart resumes the line
      * instead of starting it empty.
           10 WS-MOD-SPARK-LEN         PIC IS 99.
           10 WS-MOD-SPARK-COUNT       PIC IS 99.
           10 WS-MOD-SPARK-VAL OCCURS 16 TIMES PIC IS S9(9)V99.
      * What last went to the history store for the module -- when
      * (serial seconds, 0 = nothing yet since the config was read),
      * whether it carried a typed value, the value and the text. A
      * RECORD CHANGE module is written again only when this moves.
      * See Check-Record-Policy.
           10 WS-MOD-REC-SECS          PIC IS 9(12).
           10 WS-MOD-REC-FLAG          PIC IS X.
           10 WS-MOD-REC-VALUE         PIC IS S9(9)V99.
           10 WS-MOD-REC-TEXT          PIC IS X(66).
       01 WS-MODULES-LOADED            PIC IS 99.
      * Scratch record for swapping two WS-MODULE entries in
      * Reorder-Modules -- same layout, field for field, as WS-MODULE.
         05 WS-SWAP-MARKUP             PIC IS X.
         05 WS-SWAP-DERIVED            PIC IS X.
         05 WS-SWAP-HBASE-STATE        PIC IS 9.
         05 WS-SWAP-FLAP-STATE         PIC IS 9.
         05 WS-SWAP-FLAP-COUNT         PIC IS 99.
         05 WS-SWAP-FLAP-TS OCCURS 10 TIMES PIC IS 9(12).
         05 WS-SWAP-FLAP-SINCE         PIC IS 9(12).
         05 WS-SWAP-SPARK-LEN          PIC IS 99.
         05 WS-SWAP-SPARK-COUNT        PIC IS 99.
         05 WS-SWAP-SPARK-VAL OCCURS 16 TIMES PIC IS S9(9)V99.
         05 WS-SWAP-REC-SECS           PIC IS 9(12).
         05 WS-SWAP-REC-FLAG           PIC IS X.
         05 WS-SWAP-REC-VALUE          PIC IS S9(9)V99.
         05 WS-SWAP-REC-TEXT           PIC IS X(66).
       01 WS-SORT-I                    PIC IS 99.
       01 WS-SORT-J                    PIC IS 99.
       01 WS-SORT-MIN                  PIC IS 99.
      * the other way.
       01 WS-DERIV-VALUE               PIC S9(9)V99 EXTERNAL.
       01 WS-DERIV-OK                  PIC X EXTERNAL.
      * Sparkline handoff -- the module's trend length and recent
      * typed values, loaded here ahead of each render call and
      * taken back after it. OUTPUT_FMT shifts a fresh good poll's
      * value in before drawing, so the glyphs always end on the
      * figure the block is showing. See Load-Spark-Ring.
       01 WS-SPARK-RING EXTERNAL.
         05 WS-SPARK-LEN               PIC 99.
         05 WS-SPARK-COUNT             PIC 99.
         05 WS-SPARK-VAL OCCURS 16 TIMES PIC S9(9)V99.
       01 WS-SPARK-IDX                 PIC 99.
       01 WS-CHK-LINE-STATE.
         05 FILLER                     PIC XX VALUE "S ".
         05 WS-CHK-NET-SAMPLED         PIC X.
         05 WS-CHK-MOD-SHORT           PIC X(40).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CHK-MOD-CACHE           PIC X(80).
      * A module's sparkline samples, written straight after its "M"
      * record and restored into whichever module that record
      * matched.
       01 WS-CHK-LINE-SPARK.
         05 FILLER                     PIC XX VALUE "K ".
         05 WS-CHK-SPARK-COUNT         PIC 99.
         05 WS-CHK-SPARK-VAL OCCURS 16 TIMES
                                       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
      * DLOGHOOK's read positions -- see the matching EXTERNAL
      * there. One "L" record per followed log, keyed by the block's
      * BODY, so a restart picks each file up at the byte it left.
       01 WS-LOG-STATE EXTERNAL.
         05 WS-LOG-COUNT               PIC 99.
         05 WS-LOG-ENTRY OCCURS 10 TIMES.
           10 WS-LOG-KEY               PIC X(71).
           10 WS-LOG-INODE             PIC 9(18).
           10 WS-LOG-OFFSET            PIC 9(15).
       01 WS-LOG-IDX                   PIC 99.
       01 WS-CHK-LINE-LOG.
         05 FILLER                     PIC XX VALUE "L ".
         05 WS-CHK-LOG-KEY             PIC X(71).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CHK-LOG-INODE           PIC 9(18).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CHK-LOG-OFFSET          PIC 9(15).
       01 WS-CHK-READ                  PIC X(200).
       01 WS-CHK-LAST-MOD              PIC 99.
       01 WS-CHK-CLAIMED-TABLE.
         05 WS-CHK-CLAIMED OCCURS 50 TIMES PIC X.
       01 WS-CHK-MATCHED               PIC X.
      * record, SUPPRESSED on a crossing silenced by a maintenance
      * window. ALERTRPT reads it back.
         05 WS-ALERT-NOTE              PIC X(16).
      * Where a routed page went -- the route named in the ALERT
      * column and the person on call -- on the crossing record it
      * was fired for, blank otherwise. It sits in columns 69-97,
      * inside the record every trail reader takes whole.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-ALERT-ROUTING.
           10 WS-ALERT-ROUTE           PIC X(12) VALUE SPACES.
           10 FILLER                   PIC X VALUE SPACE.
           10 WS-ALERT-PERSON          PIC X(16) VALUE SPACES.
      * Check value chaining this line to the one before it, put
      * here by ALTCHAIN just before the write -- ALTVFY walks the
      * trail and names the first line where the chain breaks.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-ALERT-CHAIN             PIC X(20) VALUE SPACES.
      * The diagnostic snapshot written for a CRIT crossing, on that
      * crossing's record only -- see Write-Diagnostic-Snapshot.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-ALERT-SNAP              PIC X(46) VALUE SPACES.
       01 WS-CHAIN-MODE                PIC X.
       01 WS-CHAIN-RESULT              PIC X.
       01 WS-CHAIN-RECNO               PIC 9(9).
       01 WS-CHAIN-COUNT               PIC 9(9).
      * Diagnostic snapshot plumbing -- the capture command from the
      * SNAPSHOT line, the snapshot being written, and the modules
      * whose detail buffers go into it.
       01 WS-SNAP-CMD                  PIC X(71) VALUE SPACES.
       01 WS-SNAP-STATUS               PIC XX.
         88 WS-SNAP-OK                 VALUE "00".
       01 WS-SNAP-PATH                 PIC X(64).
       01 WS-SNAP-DET-STATUS           PIC XX.
         88 WS-SNAP-DET-OK             VALUE "00".
       01 WS-SNAP-DETAIL-PATH          PIC X(64).
       01 WS-SNAP-DET-EOF              PIC X.
       01 WS-SNAP-DETAIL-NAMES         PIC X(20)
                                       VALUE "TOP DISKSVC NET IO  ".
       01 WS-SNAP-DETAIL-TABLE REDEFINES WS-SNAP-DETAIL-NAMES.
         05 WS-SNAP-DETAIL-NAME OCCURS 5 TIMES PIC X(4).
       01 WS-SNAP-DET-IDX              PIC 9.
       01 WS-SNAP-IDX                  PIC 99.
       01 WS-SNAP-LEVEL                PIC 9.
       01 WS-SNAP-LINE                 PIC X(200).
       01 WS-SNAP-MOD-LINE.
         05 WS-SNAP-MOD-NAME           PIC X(12).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SNAP-MOD-LEVEL          PIC X(4).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SNAP-MOD-VALUE          PIC -9(9).99.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SNAP-MOD-UNIT           PIC X(8).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SNAP-MOD-FAILS          PIC ZZ9.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SNAP-MOD-CACHE          PIC X(80).
       01 WS-SNAP-DAYS                 PIC ZZ9.
      * Rate-of-change scratch -- the slope over the sample window,
      * in units per hour.
       01 WS-RATE-NOW-FIELDS.
       01 WS-ALERT-NEW-STATE           PIC 9.
       01 WS-ALERT-LEVEL-TEXT          PIC X(4).
       01 WS-ALERT-VALUE-TEXT          PIC +9(9).99.
      * Wide enough for the longest command the pieces make -- a
      * 120-byte command or route, module, level, value, runbook
      * reference and redirect -- and the same width SECRETS and
      * the spool take.
       01 WS-ALERT-CMD                 PIC X(200).
       01 WS-ALERT-CMD-LEN             PIC 999 COMP.
       01 WS-ALERT-RC                  PIC S9(9) COMP-5.
      * An alert or escalation command as actually run -- its
      * %{NAME} secret references filled in by SECRETS at the last
      * moment. WS-ALERT-CMD keeps the references, so the spool and
      * anything else that records the command never holds a value.
       01 WS-SEC-MODE                  PIC X.
       01 WS-SEC-TEXT                  PIC X(200).
       01 WS-SEC-RUN                   PIC X(400).
       01 WS-SEC-RUN-LEN               PIC 999 COMP.
       01 WS-SEC-RUN-RC                PIC S9(9) COMP-5.
       01 WS-SEC-RESULT                PIC X.
      * Maintenance-window answer from SCHEDCHK for the module being
      * considered this poll -- "Y" suppresses the alert command and
      * tags the trail record, leaving the crossing itself recorded.
      * "M" is a [DND] meeting, which does the same unless a MEETING
      * line lets the module's CRIT through.
       01 WS-ALERT-WINDOW              PIC X VALUE "N".
      * Flap damping verdict for the poll being considered -- "Q"
      * while the module is flapping (the change is kept out of the
      * trail and nothing fires), "S" on the poll it starts flapping
      * (one FLAP record, one FLAP alert), "E" on the poll its level
      * has settled (the settled level recorded, and paged if bad).
       01 WS-FLAP-EVENT                PIC X VALUE SPACE.
       01 WS-FLAP-IDX                  PIC 99.
       01 WS-FLAP-WINDOW-SECS          PIC 9(7).
      * Which command Fire-Alert-Command should run this time -- the
      * module's ALERT column for a plain crossing or repeat, its
      * ESC-CMD once the repeat count passes ESC-AFTER.
       01 WS-ALERT-USE-CMD             PIC X(120).
      * Runbook answer for the module and level being paged -- the
      * reference rides along as an extra argument on the alert
      * command so the page says where to look. Blank when
      * STATUSLINE-COB.RBK has no entry.
       01 WS-RUNBOOK-REF               PIC X(16).
       01 WS-RUNBOOK-TEXT              PIC X(100).
      * Wall-clock serial seconds (days since the epoch of
      * INTEGER-OF-DATE times 86400 plus the second of day) so ack
      * windows and repeat spacing survive midnight.
       01 WS-RULE-TOK-5                PIC X(12).
       01 WS-RULE-EFF-AT               PIC 9.
       01 WS-RULE-BAD                  PIC X.
      * Loaded DEPENDS lines, child module and the parent it waits
      * on, both by NAME.
       01 WS-DEP-TABLE.
         05 WS-DEP-COUNT               PIC 99 VALUE 0.
         05 WS-DEP OCCURS 30 TIMES.
           10 DEP-CHILD                PIC X(12).
           10 DEP-PARENT               PIC X(12).
       01 WS-DEP-IDX                   PIC 99.
       01 WS-DEP-SCAN                  PIC 99.
       01 WS-DEP-TOK-1                 PIC X(12).
       01 WS-DEP-TOK-2                 PIC X(12).
       01 WS-DEP-BAD                   PIC X.
      * The down parent the module being polled is waiting on, or
      * blank -- set by Check-Dependency before the render call so
      * OUTPUT_FMT can name it in place of ERR, and read back by
      * Check-Threshold-Crossing for the same module.
       01 WS-DEP-WAIT-ON               PIC X(12) EXTERNAL
                                       VALUE SPACES.
      * Loaded MEETING lines -- the modules whose CRIT still pages
      * during a [DND] meeting and the summary command -- plus the
      * number of alert commands held since the meeting began. A
      * nonzero count is what sends the loop looking for the
      * meeting's end; see Check-Meeting-End.
       01 WS-MEET-TABLE.
         05 WS-MEET-COUNT              PIC 99 VALUE 0.
         05 WS-MEET-BREAK OCCURS 20 TIMES PIC X(12).
       01 WS-MEET-IDX                  PIC 99.
       01 WS-MEET-THROUGH              PIC X.
       01 WS-MEET-SUMMARY-CMD          PIC X(71) VALUE SPACES.
       01 WS-MEET-HELD                 PIC 9(5) VALUE 0.
       01 WS-MEET-NOW                  PIC X.
       01 WS-MEET-TEXT                 PIC X(150).
       01 WS-MEET-PTR                  PIC 999.
      * How much of the summary fits behind a configured command
      * with its closing quote and redirect still inside WS-SEC-TEXT.
       01 WS-MEET-ROOM                 PIC S999 COMP.
       01 WS-MEET-LEN                  PIC 999 COMP.
       01 WS-MEET-LEVEL                PIC X(4).
      * UNITFMT's call parameters -- the UNITS line goes over as
      * read, and comes back "OK" or "BAD".
       01 WS-UNIT-MODE                 PIC X.
       01 WS-UNIT-VALUE                PIC S9(15)V99.
       01 WS-UNIT-RESULT               PIC X(8).
       01 WS-UNIT-TEXT                 PIC X(256).
       01 WS-MEET-VALUE                PIC -(9)9.99.
      * LOCFMT's call parameters -- a LOCALE line's NAME and BODY go
      * over as read, and it comes back "OK" or "BAD".
       01 WS-LOC-MODE                  PIC X.
       01 WS-LOC-VALUE                 PIC S9(15)V99.
       01 WS-LOC-RESULT                PIC X(8).
       01 WS-LOC-TEXT                  PIC X(256).
      * HISTPOL's call parameters -- a RECORD line's body goes over
      * in WS-POL-TEXT, and a module's policy comes back in
      * WS-POL-POLICY ("A" every poll, "C" on change, "?" for a body
      * that doesn't parse), WS-POL-BAND and WS-POL-KEEP (seconds).
       01 WS-POL-MODE                  PIC X.
       01 WS-POL-NAME                  PIC X(12).
       01 WS-POL-TEXT                  PIC X(256).
       01 WS-POL-POLICY                PIC X.
       01 WS-POL-BAND                  PIC S9(9)V99.
       01 WS-POL-KEEP                  PIC 9(6).
       01 WS-POL-COUNT                 PIC 9(6).
       01 WS-POL-WRITE                 PIC X.
       01 WS-POL-MOVE                  PIC S9(9)V99.
      * Loaded SLO lines with the current period's counts. A period
      * start that no longer matches today's period (a new day, week
      * or month) starts the counts over.
       01 WS-SLO-TABLE.
         05 WS-SLO-COUNT               PIC 99 VALUE 0.
         05 WS-SLO OCCURS 20 TIMES.
           10 SLO-MOD                  PIC X(12).
           10 SLO-OP                   PIC XX.
           10 SLO-LIMIT                PIC S9(9)V99.
           10 SLO-TARGET               PIC 99V999.
           10 SLO-PERIOD               PIC X(5).
           10 SLO-START                PIC X(8).
           10 SLO-GOOD                 PIC 9(9).
           10 SLO-BAD                  PIC 9(9).
       01 WS-SLO-IDX                   PIC 99.
       01 WS-SLO-BAD-LINE              PIC X.
       01 WS-SLO-TOK-1                 PIC X(12).
       01 WS-SLO-TOK-2                 PIC X(12).
       01 WS-SLO-TOK-3                 PIC X(12).
       01 WS-SLO-TOK-4                 PIC X(12).
       01 WS-SLO-TOK-5                 PIC X(12).
      * The budget file is read the first time a measured module is
      * polled after a (re)load, and rewritten at the end of any
      * cycle that counted a poll.
       01 WS-SLO-LOADED                PIC X VALUE "N".
       01 WS-SLO-DIRTY                 PIC X VALUE "N".
       01 WS-SLO-STATUS                PIC XX.
         88 WS-SLO-OK                  VALUE "00".
       01 WS-SLO-EOF                   PIC X.
       01 WS-SLO-REC.
         05 SLF-MOD                    PIC X(12).
         05 FILLER                     PIC X.
         05 SLF-OP                     PIC XX.
         05 FILLER                     PIC X.
         05 SLF-LIMIT                  PIC +9(9).99.
         05 FILLER                     PIC X.
         05 SLF-TARGET                 PIC 99.999.
         05 FILLER                     PIC X.
         05 SLF-PERIOD                 PIC X(5).
         05 FILLER                     PIC X.
         05 SLF-START                  PIC X(8).
         05 FILLER                     PIC X.
         05 SLF-GOOD                   PIC 9(9).
         05 FILLER                     PIC X.
         05 SLF-BAD                    PIC 9(9).
         05 FILLER                     PIC X.
         05 SLF-STAMP                  PIC X(14).
       01 WS-SLO-LIMIT-TXT             PIC +9(9).99.
       01 WS-SLO-TARGET-TXT            PIC 99.999.
       01 WS-SLO-TODAY                 PIC 9(8).
       01 WS-SLO-DAYNUM                PIC 9(8).
       01 WS-SLO-PERIOD-START          PIC X(8).
       01 WS-SLO-POLL-GOOD             PIC X.
      * The hide condition actually handed to OUTPUT_FMT this call
      * -- the module's own HIDE column unless a rule is hiding or
      * force-showing the block right now.
         88 WS-HIST-OK                 VALUE "00".
       01 WS-HIST-PATH                 PIC X(64)
           VALUE "STATUSLINE-COB.HIS".
      * Hold-and-flush state for the history burst: whether this
      * cycle's records are going to the pending file instead of
      * the store, and how many records this cycle deferred and
      * flushed -- both carried in the LOOP record, so the sums
      * over a day show every deferred record came back.
       01 WS-PND-STATUS                PIC XX.
         88 WS-PND-OK                  VALUE "00".
       01 WS-PND-PATH                  PIC X(64)
           VALUE "STATUSLINE-COB.PND".
       01 WS-PND-DEFER                 PIC X VALUE "N".
       01 WS-PND-EOF                   PIC X.
       01 WS-PND-DEFERRED              PIC 999 VALUE 0.
       01 WS-PND-FLUSHED               PIC 9(6) VALUE 0.
       01 WS-PND-RC                    PIC S9(9) COMP-5.
      * Instance lock -- STATUSLINE-COB.RUN holds the owning pid; a
      * second live instance is diverted to its own store, a stale
      * lock from a crash is reclaimed. Write-burst lock plumbing
       01 WS-ARC-OPEN-DATE             PIC X(8) VALUE SPACES.
       01 WS-ARC-OPEN                  PIC X VALUE "N".
       01 WS-ARC-WROTE                 PIC X.
      * The restored days as the purge found them -- those still
      * inside the retention window are written back for a later
      * purge.
       01 WS-RST-STATUS                PIC XX.
         88 WS-RST-OK                  VALUE "00".
       01 WS-RST-TABLE.
         05 WS-RST-COUNT               PIC 999 VALUE 0.
         05 WS-RST-DAY OCCURS 400 TIMES PIC X(8).
       01 WS-RST-IDX                   PIC 999.
       01 WS-RST-EOF                   PIC X.
       01 WS-RST-HIT                   PIC X.
       01 WS-PURGE-CUTOFF-INT          PIC 9(8).
       01 WS-PURGE-CUTOFF-DATE         PIC 9(8).
       01 WS-PURGE-CUTOFF-RED REDEFINES WS-PURGE-CUTOFF-DATE.
      * exit -- the new-machine bootstrap.
       01 WS-DOCTOR-MODE               PIC X VALUE "N".
         88 DOCTOR-MODE                VALUE "Y".
      * "--expand [HOST]": validate the config as HOST (default this
      * machine) would read it, print the lines it would load --
      * SET, IF-HOST and END taken, references expanded, INCLUDEs
      * pulled in -- and exit.
       01 WS-EXPAND-MODE               PIC X VALUE "N".
         88 EXPAND-MODE                VALUE "Y".
       01 WS-EXPAND-ARG-AT             PIC 9(3) VALUE 0.
      * "--replay FROM TO [SPEED [FORMAT]]": re-render the bar from
      * the history store (and the dated archives) for a past range
      * instead of polling -- no hook runs, no alert fires, nothing
      * is written. FROM/TO are YYYYMMDD or YYYYMMDDHHMMSS; SPEED is
      * a multiple of real time (0 renders as fast as it can);
      * FORMAT is I3, TERM, TMUX, PLAIN or WAYBAR, defaulting to
      * whatever the bar would detect.
       01 WS-REPLAY-MODE               PIC X VALUE "N".
         88 REPLAY-MODE                VALUE "Y".
       01 WS-REPLAY-ARG-AT             PIC 9(3) VALUE 0.
       01 WS-REPLAY-FROM               PIC X(14) VALUE SPACES.
       01 WS-REPLAY-TO                 PIC X(14) VALUE SPACES.
       01 WS-REPLAY-SPEED-ARG          PIC X(8) VALUE SPACES.
       01 WS-REPLAY-FORMAT-ARG         PIC X(8) VALUE SPACES.
       01 WS-REPLAY-SPEED              PIC 9(4) VALUE 1.
       01 WS-REPLAY-TYPE               PIC 9.
       01 WS-REPLAY-LIVE-PATH          PIC X(64).
       01 WS-REPLAY-SCRATCH            PIC X(64)
           VALUE "STATUSLINE-COB.RPL".
       01 WS-REPLAY-LOCKED             PIC X.
       01 WS-REPLAY-DAY                PIC 9(8).
       01 WS-REPLAY-DAY-INT            PIC 9(8).
       01 WS-REPLAY-TO-INT             PIC 9(8).
      * Cycle clock -- the LOOP record timestamps, all digits, so
      * subtracting one second's worth of "1" still sorts right as
      * an exclusive lower bound for the keyed START.
       01 WS-REPLAY-LAST-TS            PIC 9(14).
       01 WS-REPLAY-LAST-RED REDEFINES WS-REPLAY-LAST-TS.
         05 WS-REPLAY-LAST-TEXT        PIC X(14).
       01 WS-REPLAY-END-TS             PIC X(14).
       01 WS-REPLAY-CYCLE-TS           PIC X(14).
       01 WS-REPLAY-MORE               PIC X.
       01 WS-REPLAY-FOUND              PIC X.
       01 WS-REPLAY-EOF                PIC X.
       01 WS-REPLAY-CYCLES             PIC 9(9) VALUE 0.
       01 WS-REPLAY-PREV-SERIAL        PIC 9(12) VALUE 0.
       01 WS-REPLAY-GAP                PIC 9(7).
       01 WS-REPLAY-CACHE              PIC X(80).
       01 WS-REPLAY-SEED-FAILS         PIC 999.
       01 WS-REPLAY-TS-FIELDS.
         05 WS-REPLAY-TS-DATE          PIC 9(8).
         05 WS-REPLAY-TS-HH            PIC 9(2).
         05 WS-REPLAY-TS-MI            PIC 9(2).
         05 WS-REPLAY-TS-SS            PIC 9(2).
       01 WS-REPLAY-SERIAL             PIC 9(12).
       01 WS-ARG-NUM                   PIC 9(3).
       01 WS-ARG-VAL                   PIC X(32).
       01 WS-ARG-MORE                  PIC X VALUE "Y".
       01 WS-METRICS-NAME              PIC X(12).
       01 WS-METRICS-VALUE             PIC -(9)9.99.
       01 WS-METRICS-FAILS             PIC ZZ9.
      * Fleet feed plumbing from a FLEET config line. The heartbeat
      * age carried in the header is the gap since the previous
      * cycle's drop -- a bar that keeps writing but stalls between
      * cycles shows up on the console before it goes stale.
       01 WS-FLEET-STATUS              PIC XX.
         88 WS-FLEET-OK                VALUE "00".
       01 WS-FLEET-SET                 PIC X VALUE "N".
       01 WS-FLEET-DIR                 PIC X(200).
       01 WS-FLEET-HOST                PIC X(12).
       01 WS-FLEET-PATH                PIC X(256).
       01 WS-FLEET-TMP-PATH            PIC X(256).
       01 WS-FLEET-RC                  PIC S9(9) COMP-5.
       01 WS-FLEET-LAST-SERIAL         PIC 9(12) VALUE 0.
      * Header and module lines as FLEETDASH reads them.
       01 WS-FLEET-HEAD.
         05 WS-FLH-TAG                 PIC XX VALUE "H ".
         05 WS-FLH-HOST                PIC X(12).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLH-TS                  PIC X(14).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLH-HB-AGE              PIC 9(6).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLH-INTERVAL            PIC 9(3).
         05 FILLER                     PIC X(40) VALUE SPACES.
       01 WS-FLEET-MOD.
         05 WS-FLM-TAG                 PIC XX VALUE "M ".
         05 WS-FLM-NAME                PIC X(12).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLM-LEVEL               PIC X(4).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLM-FAILS               PIC 999.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLM-NUM-FLAG            PIC X.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLM-VALUE               PIC +9(9).99.
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-FLM-UNIT                PIC X(8).
         05 FILLER                     PIC X(32) VALUE SPACES.
       01 WS-INCLUDE-STATUS            PIC XX.
         88 WS-INCLUDE-OK              VALUE "00".
         88 WS-INCLUDE-EOF-ST          VALUE "10".
      * config, or the include currently being walked.
       01 WS-VALIDATE-FILE             PIC X(256).
       01 WS-VALIDATE-SAVED-LINE       PIC 9(5).
      * CFGVARS's call parameters -- each config line goes through
      * it as read, and comes back expanded, or to be passed over.
      * WS-VAR-HOST is the machine IF-HOST is answered for: blank
      * for this one, or the host "--expand" was given.
       01 WS-VAR-MODE                  PIC X.
       01 WS-VAR-LINE                  PIC X(400).
       01 WS-VAR-KEEP                  PIC X.
       01 WS-VAR-MESSAGE               PIC X(60).
       01 WS-VAR-HOST                  PIC X(64) VALUE SPACES.
       01 WS-HEXCHK-FIELD              PIC X(6).
       01 WS-HEXCHK-OK                 PIC X.
         88 HEXCHK-OK                  VALUE "Y".
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SPL-LAST-TRY            PIC 9(12).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-SPL-CMD                 PIC X(200).
       01 WS-SPL-TABLE.
         05 WS-SPL-COUNT               PIC 99 VALUE 0.
         05 WS-SPL-ENTRY OCCURS 20 TIMES.
           10 SPL-MOD                  PIC X(12).
           10 SPL-ATTEMPTS             PIC 99.
           10 SPL-LAST-TRY             PIC 9(12).
           10 SPL-CMD                  PIC X(200).
           10 SPL-KEEP                 PIC X.
       01 WS-SPL-IDX                   PIC 99.
      * Spool lines past the 20 worked per cycle -- carried through
      * each line with an explicit LOST record.
       01 WS-SPL-OVER-TABLE.
         05 WS-SPL-OVER-COUNT          PIC 99 VALUE 0.
         05 WS-SPL-OVER OCCURS 80 TIMES PIC X(244).
       01 WS-SPL-OVER-IDX              PIC 99.
       01 WS-SPL-BACKOFF               PIC 9(6).
       01 WS-SPL-STEP                  PIC 99.
       01 WS-SPL-RC                    PIC S9(9) COMP-5.
      * Six tries (roughly an hour of backoff) and the command is
      * given up on, with a LOST record in the audit trail so
      * ALERTRPT can report delivery reliability, not just
      * crossings.
       01 WS-SPL-MAX-TRIES             PIC 99 VALUE 6.
      * SYSLOG forwarding -- facility and tag from the config line,
      * the trail and control-audit bookmarks, and the switch
      * Seal-Alert-Line and Write-Control-Audit throw so the files
      * are only walked when something new is in them (or a send
      * failed and the retry minute is up).
       01 WS-SYSLOG-SET                PIC X VALUE "N".
       01 WS-SYSLOG-FACILITY           PIC X(8).
       01 WS-SYSLOG-TAG                PIC X(16).
       01 WS-SYSLOG-DUE                PIC X VALUE "Y".
       01 WS-SYSLOG-RETRY-AT           PIC 9(12) VALUE 0.
       01 WS-SYS-MARK-STATUS           PIC XX.
         88 WS-SYS-MARK-OK             VALUE "00".
       01 WS-SYS-MARK                  PIC 9(9).
       01 WS-SYS-RECNO                 PIC 9(9).
       01 WS-SYS-SENT                  PIC 99.
       01 WS-SYS-EOF                   PIC X.
       01 WS-SYS-FAILED                PIC X.
       01 WS-SYS-SEVERITY              PIC X(7).
       01 WS-SYS-OBSERVED              PIC -(9)9.99.
       01 WS-SYS-CMD                   PIC X(400).
       01 WS-SYS-CMD-LEN               PIC 999 COMP.
       01 WS-SYS-PTR                   PIC 999 COMP.
       01 WS-SYS-RC                    PIC S9(9) COMP-5.
       01 WS-SYC-MARK-STATUS           PIC XX.
         88 WS-SYC-MARK-OK             VALUE "00".
       01 WS-SYC-MARK                  PIC 9(9).
      * A trail record as read back for sending -- the layout of
      * WS-ALERT-LINE, kept apart from it so a record read here is
      * never half-carried into the next one written.
       01 WS-SYS-TRAIL-LINE.
         05 WS-SYS-TS                  PIC X(14).
         05 FILLER                     PIC X.
         05 WS-SYS-MOD                 PIC X(12).
         05 FILLER                     PIC X.
         05 WS-SYS-LEVEL               PIC X(4).
         05 FILLER                     PIC X.
         05 WS-SYS-THRESH              PIC X(3).
         05 FILLER                     PIC X.
         05 WS-SYS-VALUE               PIC X(13).
         05 FILLER                     PIC X.
         05 WS-SYS-NOTE                PIC X(16).
         05 FILLER                     PIC X.
         05 WS-SYS-ROUTE               PIC X(12).
         05 FILLER                     PIC X.
         05 WS-SYS-PERSON              PIC X(16).
         05 FILLER                     PIC X(21).
         05 FILLER                     PIC X.
         05 WS-SYS-SNAP                PIC X(46).
      * A control-audit line as read back for sending -- the layout
      * of WS-CTL-LINE, kept apart from it for the same reason.
       01 WS-SYC-LINE.
         05 WS-SYC-TS                  PIC X(14).
         05 FILLER                     PIC X.
         05 WS-SYC-USER                PIC X(16).
         05 FILLER                     PIC X.
         05 WS-SYC-VERB                PIC X(8).
         05 FILLER                     PIC X.
         05 WS-SYC-ARG1                PIC X(12).
         05 FILLER                     PIC X.
         05 WS-SYC-ARG2                PIC X(12).
         05 FILLER                     PIC X.
         05 WS-SYC-OUTCOME             PIC X(10).
         05 FILLER                     PIC X(2).
      * Loop self-monitoring -- wall-clock centiseconds bracketing
      * each cycle and each hook call, the slowest hook's name, the
      * running overrun count, and the latch that keeps the overrun
         88 WS-RSP-OK                  VALUE "00".
       01 WS-RSP-LINE                  PIC X(120).
       01 WS-RSP-VALUE                 PIC -(9)9.99.
      * Control authorization and audit -- the invoking user STATCTL
      * tags each request with ("@name" ahead of the verb; a bare
      * line written by hand is "unknown"), the verdict, and the
      * outcome recorded for it.
       01 WS-CMD-USER                  PIC X(16).
       01 WS-CMD-TAIL                  PIC X(64).
       01 WS-CMD-PTR                   PIC 99.
       01 WS-CMD-ALLOWED               PIC X.
       01 WS-CMD-OUTCOME               PIC X(10).
       01 WS-CTL-STATUS                PIC XX.
         88 WS-CTL-OK                  VALUE "00".
       01 WS-CTL-LINE.
         05 WS-CTL-TS                  PIC X(14).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CTL-USER                PIC X(16).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CTL-VERB                PIC X(8).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CTL-ARG1                PIC X(12).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CTL-ARG2                PIC X(12).
         05 FILLER                     PIC X VALUE SPACE.
         05 WS-CTL-OUTCOME             PIC X(10).
         05 FILLER                     PIC X(2) VALUE SPACES.
       01 WS-ALW-STATUS                PIC XX.
         88 WS-ALW-OK                  VALUE "00".
       01 WS-ALW-EOF                   PIC X.
       01 WS-ALW-USER                  PIC X(16).
       01 WS-ALW-VERBS.
         05 WS-ALW-VERB OCCURS 8 TIMES PIC X(12).
       01 WS-ALW-IDX                   PIC 99.
      * Derived-expression scratch -- the space-delimited tokens of
      * a DERIVED body and the running evaluation state. See
      * Evaluate-Derived-Module.
               CALL 'DOCTOR' END-CALL
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "L" TO WS-CHAIN-MODE
           CALL 'ALTCHAIN' USING WS-CHAIN-MODE WS-ALERT-LINE
               WS-CHAIN-RESULT WS-CHAIN-RECNO WS-CHAIN-COUNT
           END-CALL.
       Initialize-Config.
           MOVE "LOC" TO WS-TIME-FORMAT
           MOVE 1 TO WS-UPDATE-INTERVAL
           MOVE " " TO WS-TERM-SEPARATOR.
       Find-Config-File.
           MOVE 000 TO WS-MOD-WIDTH(MOD-IDX)
           SET WS-MOD-JUSTIFY(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-FAILS(MOD-IDX)
           MOVE 0 TO WS-MOD-REC-SECS(MOD-IDX)
           MOVE 010 TO WS-MOD-TIMEOUT(MOD-IDX)
           MOVE 0 TO WS-MOD-VALUE(MOD-IDX)
           SET WS-MOD-UNIT(MOD-IDX) TO SPACES
           MOVE 0 TO WS-MOD-RATE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-HBASE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-SINCE(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-LEN(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-ALERT-REPEAT(MOD-IDX)
           MOVE 0 TO WS-MOD-ESC-AFTER(MOD-IDX)
           SET WS-MOD-ESC-CMD(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-WIDTH(MOD-IDX)
           SET WS-MOD-JUSTIFY(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-FAILS(MOD-IDX)
           MOVE 0 TO WS-MOD-REC-SECS(MOD-IDX)
           MOVE 010 TO WS-MOD-TIMEOUT(MOD-IDX)
           MOVE 0 TO WS-MOD-VALUE(MOD-IDX)
           SET WS-MOD-UNIT(MOD-IDX) TO SPACES
           MOVE 0 TO WS-MOD-RATE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-HBASE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-SINCE(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-LEN(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-ALERT-REPEAT(MOD-IDX)
           MOVE 0 TO WS-MOD-ESC-AFTER(MOD-IDX)
           SET WS-MOD-ESC-CMD(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-WIDTH(MOD-IDX)
           SET WS-MOD-JUSTIFY(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-FAILS(MOD-IDX)
           MOVE 0 TO WS-MOD-REC-SECS(MOD-IDX)
           MOVE 010 TO WS-MOD-TIMEOUT(MOD-IDX)
           MOVE 0 TO WS-MOD-VALUE(MOD-IDX)
           SET WS-MOD-UNIT(MOD-IDX) TO SPACES
           MOVE 0 TO WS-MOD-RATE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-HBASE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-SINCE(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-LEN(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-ALERT-REPEAT(MOD-IDX)
           MOVE 0 TO WS-MOD-ESC-AFTER(MOD-IDX)
           SET WS-MOD-ESC-CMD(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-WIDTH(MOD-IDX)
           SET WS-MOD-JUSTIFY(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-FAILS(MOD-IDX)
           MOVE 0 TO WS-MOD-REC-SECS(MOD-IDX)
           MOVE 010 TO WS-MOD-TIMEOUT(MOD-IDX)
           MOVE 0 TO WS-MOD-VALUE(MOD-IDX)
           SET WS-MOD-UNIT(MOD-IDX) TO SPACES
           MOVE 0 TO WS-MOD-RATE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-HBASE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-SINCE(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-LEN(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-ALERT-REPEAT(MOD-IDX)
           MOVE 0 TO WS-MOD-ESC-AFTER(MOD-IDX)
           SET WS-MOD-ESC-CMD(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-WIDTH(MOD-IDX)
           SET WS-MOD-JUSTIFY(MOD-IDX) TO SPACES
           MOVE 000 TO WS-MOD-FAILS(MOD-IDX)
           MOVE 0 TO WS-MOD-REC-SECS(MOD-IDX)
           MOVE 010 TO WS-MOD-TIMEOUT(MOD-IDX)
           MOVE 0 TO WS-MOD-VALUE(MOD-IDX)
           SET WS-MOD-UNIT(MOD-IDX) TO SPACES
           MOVE 0 TO WS-MOD-RATE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-HBASE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-SINCE(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-LEN(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-ALERT-REPEAT(MOD-IDX)
           MOVE 0 TO WS-MOD-ESC-AFTER(MOD-IDX)
           SET WS-MOD-ESC-CMD(MOD-IDX) TO SPACES
           END-IF
           IF WS-FILE-OK
               PERFORM Validate-Config
           END-IF
           IF EXPAND-MODE
               PERFORM List-Expanded-Config
               STOP RUN
           END-IF.
       Read-Config.
           SET MOD-IDX TO 0
           MOVE 0 TO WS-THEME-COUNT
           MOVE "N" TO WS-SINK-SET
           MOVE "N" TO WS-METRICS-SET
           MOVE "N" TO WS-FLEET-SET
           MOVE 0 TO WS-CLICKACT-COUNT
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-DEP-COUNT
           MOVE 0 TO WS-MEET-COUNT
           MOVE SPACES TO WS-MEET-SUMMARY-CMD
           MOVE SPACES TO WS-SNAP-CMD
           MOVE "N" TO WS-SYSLOG-SET
           MOVE 0 TO WS-SLO-COUNT
           MOVE "N" TO WS-SLO-LOADED
           PERFORM Reset-Unit-Preferences
           PERFORM Reset-Locale
           PERFORM Reset-Record-Policies
           PERFORM Reset-Config-Vars
           PERFORM UNTIL WS-FILE-EOF
             READ CONFIG-FILE INTO WS-CONFIG-LINE
               AT END SET WS-FILE-EOF TO TRUE
           MOVE 0 TO WS-THEME-COUNT
           MOVE "N" TO WS-SINK-SET
           MOVE "N" TO WS-METRICS-SET
           MOVE "N" TO WS-FLEET-SET
           MOVE 0 TO WS-CLICKACT-COUNT
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-DEP-COUNT
           MOVE 0 TO WS-MEET-COUNT
           MOVE SPACES TO WS-MEET-SUMMARY-CMD
           MOVE SPACES TO WS-SNAP-CMD
           MOVE "N" TO WS-SYSLOG-SET
      * Counts taken since the last write go to the file before the
      * table is rebuilt, so the reloaded objectives find them.
           IF WS-SLO-DIRTY = "Y"
               PERFORM Write-Slo-Budget
           END-IF
           MOVE 0 TO WS-SLO-COUNT
           MOVE "N" TO WS-SLO-LOADED
           PERFORM Reset-Unit-Preferences
           PERFORM Reset-Locale
           PERFORM Reset-Record-Policies
           OPEN INPUT CONFIG-FILE
           IF WS-FILE-OK
               PERFORM Validate-Config
               PERFORM Reset-Config-Vars
               PERFORM UNTIL WS-FILE-EOF
                 READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END SET WS-FILE-EOF TO TRUE
                   IF FUNCTION TRIM(WS-ARG-VAL) = "--doctor"
                       MOVE "Y" TO WS-DOCTOR-MODE
                   END-IF
                   IF EXPAND-MODE
                       AND WS-ARG-NUM = WS-EXPAND-ARG-AT + 1
                       AND WS-ARG-VAL(1:2) NOT = "--"
                       MOVE WS-ARG-VAL TO WS-VAR-HOST
                   END-IF
                   IF FUNCTION TRIM(WS-ARG-VAL) = "--expand"
                       MOVE "Y" TO WS-EXPAND-MODE
                       MOVE WS-ARG-NUM TO WS-EXPAND-ARG-AT
                   END-IF
                   IF REPLAY-MODE AND WS-ARG-NUM > WS-REPLAY-ARG-AT
                       EVALUATE WS-ARG-NUM - WS-REPLAY-ARG-AT
                           WHEN 1 MOVE WS-ARG-VAL TO WS-REPLAY-FROM
                           WHEN 2 MOVE WS-ARG-VAL TO WS-REPLAY-TO
                           WHEN 3
                               MOVE WS-ARG-VAL TO WS-REPLAY-SPEED-ARG
                           WHEN 4
                               MOVE WS-ARG-VAL TO WS-REPLAY-FORMAT-ARG
                       END-EVALUATE
                   END-IF
                   IF FUNCTION TRIM(WS-ARG-VAL) = "--replay"
                       MOVE "Y" TO WS-REPLAY-MODE
                       MOVE WS-ARG-NUM TO WS-REPLAY-ARG-AT
                   END-IF
                   ADD 1 TO WS-ARG-NUM
               END-IF
           END-PERFORM
           IF REPLAY-MODE
               PERFORM Check-Replay-Arguments
           END-IF
           EXIT PARAGRAPH.
      * A bare date means the whole day: FROM from midnight, TO up
      * to the last second.
       Check-Replay-Arguments.
           IF FUNCTION TRIM(WS-REPLAY-FROM) NUMERIC
               AND WS-REPLAY-FROM(9:6) = SPACES
               MOVE "000000" TO WS-REPLAY-FROM(9:6)
           END-IF
           IF FUNCTION TRIM(WS-REPLAY-TO) NUMERIC
               AND WS-REPLAY-TO(9:6) = SPACES
               MOVE "235959" TO WS-REPLAY-TO(9:6)
           END-IF
           IF WS-REPLAY-SPEED-ARG NOT = SPACES
               IF FUNCTION TRIM(WS-REPLAY-SPEED-ARG) NUMERIC
                   MOVE FUNCTION NUMVAL(WS-REPLAY-SPEED-ARG)
                       TO WS-REPLAY-SPEED
               ELSE
                   MOVE SPACES TO WS-REPLAY-FROM
               END-IF
           END-IF
           MOVE WS-TYPE TO WS-REPLAY-TYPE
           IF WS-REPLAY-FORMAT-ARG NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-REPLAY-FORMAT-ARG)
                   TO WS-SINK-TOKEN
               PERFORM Map-Sink-Type
               IF WS-SINK-REPLAY = "Y"
                   MOVE WS-SINK-TYPE TO WS-REPLAY-TYPE
               ELSE
                   MOVE SPACES TO WS-REPLAY-FROM
               END-IF
               MOVE "N" TO WS-SINK-REPLAY
           END-IF
           IF WS-REPLAY-FROM NOT NUMERIC OR WS-REPLAY-TO NOT NUMERIC
               OR WS-REPLAY-TO < WS-REPLAY-FROM
               DISPLAY "usage: main --replay FROM TO [SPEED [FORMAT]]"
                   UPON SYSERR
               DISPLAY "  FROM/TO YYYYMMDD[HHMMSS], SPEED 0 = no"
                   " pacing, FORMAT I3|TERM|TMUX|PLAIN|WAYBAR"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT PARAGRAPH.
       Poll-Click-Events.
           IF WS-CLICK-INIT-DONE = 'N'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HIST-TODAY
      * The burst runs under the shared advisory lock, so a report
      * mid-scan (or a purge mid-pass) and this writer never
      * interleave. A busy store sends this cycle's records to the
      * pending file instead; the first cycle back in loads them
      * ahead of its own, oldest first, so the store stays whole.
           MOVE 0 TO WS-PND-DEFERRED WS-PND-FLUSHED
           MOVE "N" TO WS-PND-DEFER
           MOVE "L" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               PERFORM Defer-History-Burst
               EXIT PARAGRAPH
           END-IF
           OPEN I-O HISTORY-FILE
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               PERFORM Defer-History-Burst
               EXIT PARAGRAPH
           END-IF
           IF WS-RETAIN-DAYS > 0
               AND WS-HIST-LOG-DATE NOT = WS-HIST-TODAY
               PERFORM Purge-History-Store
               PERFORM Purge-Old-Snapshots
               MOVE WS-HIST-TODAY TO WS-HIST-LOG-DATE
           END-IF
           PERFORM Flush-Pending-History
           PERFORM Build-History-Burst
           CLOSE HISTORY-FILE
           MOVE "U" TO WS-LOCK-MODE
           CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
           END-CALL
           EXIT PARAGRAPH.
      * The store couldn't be had -- the same records go to the end
      * of the pending file. Only if that can't be written either
      * is the cycle lost, as it always was.
       Defer-History-Burst.
           OPEN EXTEND PENDING-FILE
           IF NOT WS-PND-OK
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF NOT WS-PND-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PND-DEFER
           PERFORM Build-History-Burst
           CLOSE PENDING-FILE
           MOVE "N" TO WS-PND-DEFER
           EXIT PARAGRAPH.
      * Pending records were appended cycle by cycle, so reading the
      * file front to back is timestamp order. A key already taken
      * bumps the sequence digits like any same-second collision.
       Flush-Pending-History.
           OPEN INPUT PENDING-FILE
           IF NOT WS-PND-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PND-EOF
           PERFORM UNTIL WS-PND-EOF = "Y"
               READ PENDING-FILE INTO HIST-RECORD
                   AT END MOVE "Y" TO WS-PND-EOF
                   NOT AT END
                       PERFORM Write-History-Record
                       ADD 1 TO WS-PND-FLUSHED
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           MOVE LOW-VALUE TO WS-PND-PATH(FUNCTION LENGTH(FUNCTION
               TRIM(WS-PND-PATH)) + 1:1)
           CALL "unlink" USING BY REFERENCE WS-PND-PATH
               RETURNING WS-PND-RC
           END-CALL
           INSPECT WS-PND-PATH REPLACING ALL LOW-VALUE BY SPACE
           EXIT PARAGRAPH.
      * One record per module plus the LOOP record, to the store or
      * (while deferring) to the pending file.
       Build-History-Burst.
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               MOVE WS-MOD-NAME(MOD-IDX) TO HIST-KEY-NAME
               MOVE WS-HIST-NUM-FLAG TO HIST-NUM-FLAG
               MOVE WS-HIST-NUM-VALUE TO HIST-NUM-VALUE
               MOVE WS-HIST-UNIT TO HIST-UNIT
               PERFORM Check-Record-Policy
               IF WS-POL-WRITE = "Y"
      * Two modules sharing a NAME land in the same second -- the
      * sequence digits break the tie instead of losing the record.
                   MOVE 0 TO HIST-KEY-SEQ
                   PERFORM Store-History-Record
                   IF WS-PND-DEFER = "Y" AND WS-PND-DEFERRED < 999
                       ADD 1 TO WS-PND-DEFERRED
                   END-IF
               END-IF
           END-PERFORM
      * The loop monitors itself through the same store -- one
      * synthetic LOOP record per cycle carrying the cycle's
      * duration (as the typed value), the overrun count and the
      * slowest hook's name, so HOURRPT can show which hour of the
      * day the loop runs hot -- and the hold-and-flush counts, the
      * deferred figure including the LOOP record itself.
           MOVE "LOOP" TO HIST-KEY-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIST-KEY-TS
           MOVE 0 TO HIST-KEY-SEQ
                  WS-OVERRUN-COUNT DELIMITED BY SIZE
                  INTO WS-LOOP-TEXT
           END-STRING
           IF WS-PND-DEFER = "Y"
               ADD 1 TO WS-PND-DEFERRED
           END-IF
           STRING " def " DELIMITED BY SIZE
                  WS-PND-DEFERRED DELIMITED BY SIZE
                  " fl " DELIMITED BY SIZE
                  WS-PND-FLUSHED DELIMITED BY SIZE
                  INTO WS-LOOP-TEXT(FUNCTION LENGTH(FUNCTION
                      TRIM(WS-LOOP-TEXT)) + 1:)
           END-STRING
           MOVE WS-LOOP-TEXT TO HIST-TEXT
           MOVE "Y" TO HIST-NUM-FLAG
           MOVE WS-CYCLE-SECS TO HIST-NUM-VALUE
           MOVE "s" TO HIST-UNIT
           PERFORM Store-History-Record
           EXIT PARAGRAPH.
      * A RECORD CHANGE module's poll is written only when its
      * value has moved past the deadband since the last record,
      * when it starts or stops carrying a typed value, or once the
      * keep-alive has run out; every other module's always is. The
      * record written is remembered for the next poll's compare.
       Check-Record-Policy.
           MOVE "Y" TO WS-POL-WRITE
           MOVE "P" TO WS-POL-MODE
           MOVE WS-MOD-NAME(MOD-IDX) TO WS-POL-NAME
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           PERFORM Compute-Now-Serial
           IF WS-POL-POLICY = "C" AND WS-MOD-REC-SECS(MOD-IDX) > 0
               AND WS-NOW-SERIAL - WS-MOD-REC-SECS(MOD-IDX)
                   < WS-POL-KEEP
               AND WS-HIST-NUM-FLAG = WS-MOD-REC-FLAG(MOD-IDX)
               IF WS-HIST-NUM-FLAG = "Y"
                   COMPUTE WS-POL-MOVE = WS-MOD-VALUE(MOD-IDX)
                       - WS-MOD-REC-VALUE(MOD-IDX)
                   IF WS-POL-MOVE < 0
                       COMPUTE WS-POL-MOVE = 0 - WS-POL-MOVE
                   END-IF
                   IF WS-POL-MOVE NOT > WS-POL-BAND
                       MOVE "N" TO WS-POL-WRITE
                   END-IF
               ELSE
                   IF HIST-TEXT = WS-MOD-REC-TEXT(MOD-IDX)
                       MOVE "N" TO WS-POL-WRITE
                   END-IF
               END-IF
           END-IF
           IF WS-POL-WRITE = "Y"
               MOVE WS-NOW-SERIAL TO WS-MOD-REC-SECS(MOD-IDX)
               MOVE WS-HIST-NUM-FLAG TO WS-MOD-REC-FLAG(MOD-IDX)
               MOVE WS-MOD-VALUE(MOD-IDX) TO WS-MOD-REC-VALUE(MOD-IDX)
               MOVE HIST-TEXT TO WS-MOD-REC-TEXT(MOD-IDX)
           END-IF
           EXIT PARAGRAPH.
       Store-History-Record.
           IF WS-PND-DEFER = "Y"
               WRITE PND-RECORD FROM HIST-RECORD
           ELSE
               PERFORM Write-History-Record
           END-IF
           EXIT PARAGRAPH.
       Write-History-Record.
           WRITE HIST-RECORD
      * retention window -- the keyed-store rendition of the daily
      * roll the flat log used to get. Each doomed record goes to a
      * dated archive file first; a record the archive won't take is
      * kept in the store, so purging never silently loses data. A
      * day ARCRESTORE brought back is already archived and is only
      * deleted.
       Purge-History-Store.
           COMPUTE WS-PURGE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-HIST-TODAY)) - WS-RETAIN-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PURGE-CUTOFF-INT)
               TO WS-PURGE-CUTOFF-DATE
           PERFORM Load-Restored-Days
           MOVE LOW-VALUES TO HIST-KEY
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY EXIT PARAGRAPH
                   AT END MOVE "Y" TO WS-HIST-PURGE-EOF
                   NOT AT END
                       IF HIST-KEY-TS(1:8) < WS-PURGE-CUTOFF-TEXT
                           PERFORM Check-Restored-Day
                           IF WS-RST-HIT = "Y"
                               DELETE HISTORY-FILE
                           ELSE
                               PERFORM Archive-Doomed-Record
                               IF WS-ARC-WROTE = "Y"
                                   DELETE HISTORY-FILE
                               END-IF
                           END-IF
                       END-IF
               END-READ
               MOVE "N" TO WS-ARC-OPEN
               MOVE SPACES TO WS-ARC-OPEN-DATE
           END-IF
           PERFORM Prune-Restored-Days
           EXIT PARAGRAPH.
       Load-Restored-Days.
           MOVE 0 TO WS-RST-COUNT
           OPEN INPUT RESTORED-DAYS-FILE
           IF NOT WS-RST-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RST-EOF
           PERFORM UNTIL WS-RST-EOF = "Y"
               READ RESTORED-DAYS-FILE
                   AT END MOVE "Y" TO WS-RST-EOF
                   NOT AT END
                       IF RST-RECORD NUMERIC AND WS-RST-COUNT < 400
                           ADD 1 TO WS-RST-COUNT
                           MOVE RST-RECORD TO WS-RST-DAY(WS-RST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTORED-DAYS-FILE
           EXIT PARAGRAPH.
       Check-Restored-Day.
           MOVE "N" TO WS-RST-HIT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-COUNT OR WS-RST-HIT = "Y"
               IF WS-RST-DAY(WS-RST-IDX) = HIST-KEY-TS(1:8)
                   MOVE "Y" TO WS-RST-HIT
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * A restored day the walk has just passed is gone from the
      * store and leaves the list; one still inside the window
      * (retention was raised since it was archived) waits for the
      * purge that reaches it.
       Prune-Restored-Days.
           IF WS-RST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESTORED-DAYS-FILE
           IF NOT WS-RST-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-COUNT
               IF WS-RST-DAY(WS-RST-IDX) NOT < WS-PURGE-CUTOFF-TEXT
                   WRITE RST-RECORD FROM WS-RST-DAY(WS-RST-IDX)
               END-IF
           END-PERFORM
           CLOSE RESTORED-DAYS-FILE
           EXIT PARAGRAPH.
      * The purge walks keys module by module, so days stream past
      * repeatedly -- the archive for the record's day is opened in
           MOVE WS-PREV-TX-BYTES TO WS-CHK-PREV-TX
           MOVE WS-LOW-BATT-NOTIFIED TO WS-CHK-LOW-BATT
           WRITE CHK-RECORD FROM WS-CHK-LINE-STATE
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT
               MOVE WS-LOG-KEY(WS-LOG-IDX) TO WS-CHK-LOG-KEY
               MOVE WS-LOG-INODE(WS-LOG-IDX) TO WS-CHK-LOG-INODE
               MOVE WS-LOG-OFFSET(WS-LOG-IDX) TO WS-CHK-LOG-OFFSET
               WRITE CHK-RECORD FROM WS-CHK-LINE-LOG
           END-PERFORM
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               MOVE WS-MOD-NAME(MOD-IDX) TO WS-CHK-MOD-NAME
               MOVE WS-MOD-CACHE(MOD-IDX) TO WS-CHK-MOD-CACHE
               INSPECT WS-CHK-MOD-CACHE REPLACING ALL X'0A' BY SPACE
               WRITE CHK-RECORD FROM WS-CHK-LINE-MOD
               IF WS-MOD-SPARK-COUNT(MOD-IDX) > 0
                   PERFORM Write-Spark-Checkpoint
               END-IF
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           EXIT PARAGRAPH.
       Write-Spark-Checkpoint.
           MOVE WS-MOD-SPARK-COUNT(MOD-IDX) TO WS-CHK-SPARK-COUNT
           PERFORM VARYING WS-SPARK-IDX FROM 1 BY 1
               UNTIL WS-SPARK-IDX > 16
               IF WS-SPARK-IDX > WS-MOD-SPARK-COUNT(MOD-IDX)
                   MOVE 0 TO WS-CHK-SPARK-VAL(WS-SPARK-IDX)
               ELSE
                   MOVE WS-MOD-SPARK-VAL(MOD-IDX, WS-SPARK-IDX)
                       TO WS-CHK-SPARK-VAL(WS-SPARK-IDX)
               END-IF
           END-PERFORM
           WRITE CHK-RECORD FROM WS-CHK-LINE-SPARK
           EXIT PARAGRAPH.
      * Puts a previous run's state back: the shared NET counters
      * and battery latch from the "S" record, then each module's
      * cache/ticks/fails matched by name (first unclaimed module
               WHEN "M "
                   MOVE WS-CHK-READ TO WS-CHK-LINE-MOD
                   PERFORM Restore-Module-State
               WHEN "K "
                   MOVE WS-CHK-READ TO WS-CHK-LINE-SPARK
                   PERFORM Restore-Spark-State
               WHEN "L "
                   MOVE WS-CHK-READ TO WS-CHK-LINE-LOG
                   IF WS-LOG-COUNT < 10
                       AND WS-CHK-LOG-INODE NUMERIC
                       AND WS-CHK-LOG-OFFSET NUMERIC
                       ADD 1 TO WS-LOG-COUNT
                       MOVE WS-CHK-LOG-KEY TO WS-LOG-KEY(WS-LOG-COUNT)
                       MOVE WS-CHK-LOG-INODE
                           TO WS-LOG-INODE(WS-LOG-COUNT)
                       MOVE WS-CHK-LOG-OFFSET
                           TO WS-LOG-OFFSET(WS-LOG-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.
       Restore-Module-State.
           MOVE "N" TO WS-CHK-MATCHED
           MOVE 0 TO WS-CHK-LAST-MOD
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
                   OR WS-CHK-MATCHED = "Y"
                   AND WS-CHK-CLAIMED(MOD-IDX) = "N"
                   MOVE "Y" TO WS-CHK-CLAIMED(MOD-IDX)
                   MOVE "Y" TO WS-CHK-MATCHED
                   SET WS-CHK-LAST-MOD TO MOD-IDX
                   MOVE WS-CHK-MOD-CACHE TO WS-MOD-CACHE(MOD-IDX)
                   MOVE WS-CHK-MOD-SHORT TO WS-MOD-SHORT(MOD-IDX)
                   MOVE WS-CHK-MOD-TICKS
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * The samples go back only into the module the preceding "M"
      * record restored, and only as many of the newest as its
      * current SPARK length holds -- a shortened or removed column
      * trims or drops them.
       Restore-Spark-State.
           IF WS-CHK-LAST-MOD = 0 OR WS-CHK-SPARK-COUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           SET MOD-IDX TO WS-CHK-LAST-MOD
           IF WS-MOD-SPARK-LEN(MOD-IDX) = 0
               OR WS-CHK-SPARK-COUNT = 0 OR WS-CHK-SPARK-COUNT > 16
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           PERFORM VARYING WS-SPARK-IDX FROM 1 BY 1
               UNTIL WS-SPARK-IDX > WS-CHK-SPARK-COUNT
               IF WS-CHK-SPARK-COUNT - WS-SPARK-IDX
                   < WS-MOD-SPARK-LEN(MOD-IDX)
                   ADD 1 TO WS-MOD-SPARK-COUNT(MOD-IDX)
                   MOVE WS-CHK-SPARK-VAL(WS-SPARK-IDX)
                       TO WS-MOD-SPARK-VAL(MOD-IDX,
                           WS-MOD-SPARK-COUNT(MOD-IDX))
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * The render call's view of this module's trend -- loaded
      * before every Body call (length 0 draws nothing), and the
      * ring taken back after the polling call, which may have
      * shifted a fresh value in.
       Load-Spark-Ring.
           MOVE WS-MOD-SPARK-LEN(MOD-IDX) TO WS-SPARK-LEN
           MOVE WS-MOD-SPARK-COUNT(MOD-IDX) TO WS-SPARK-COUNT
           PERFORM VARYING WS-SPARK-IDX FROM 1 BY 1
               UNTIL WS-SPARK-IDX > WS-SPARK-COUNT
               MOVE WS-MOD-SPARK-VAL(MOD-IDX, WS-SPARK-IDX)
                   TO WS-SPARK-VAL(WS-SPARK-IDX)
           END-PERFORM
           EXIT PARAGRAPH.
       Save-Spark-Ring.
           IF WS-MOD-SPARK-LEN(MOD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPARK-COUNT TO WS-MOD-SPARK-COUNT(MOD-IDX)
           PERFORM VARYING WS-SPARK-IDX FROM 1 BY 1
               UNTIL WS-SPARK-IDX > WS-SPARK-COUNT
               MOVE WS-SPARK-VAL(WS-SPARK-IDX)
                   TO WS-MOD-SPARK-VAL(MOD-IDX, WS-SPARK-IDX)
           END-PERFORM
           EXIT PARAGRAPH.
      * Replay feeds the trend from the recorded values directly --
      * its render calls never poll, so nothing else would.
       Push-Spark-Sample.
           IF WS-MOD-SPARK-LEN(MOD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MOD-SPARK-COUNT(MOD-IDX) >= WS-MOD-SPARK-LEN(MOD-IDX)
               PERFORM VARYING WS-SPARK-IDX FROM 2 BY 1
                   UNTIL WS-SPARK-IDX > WS-MOD-SPARK-COUNT(MOD-IDX)
                   MOVE WS-MOD-SPARK-VAL(MOD-IDX, WS-SPARK-IDX)
                       TO WS-MOD-SPARK-VAL(MOD-IDX, WS-SPARK-IDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-MOD-SPARK-COUNT(MOD-IDX)
           END-IF
           ADD 1 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE WS-MOD-VALUE(MOD-IDX)
               TO WS-MOD-SPARK-VAL(MOD-IDX, WS-MOD-SPARK-COUNT(MOD-IDX))
           EXIT PARAGRAPH.
      * Reads the per-module, per-hour bands the BASELINE batch
      * program distilled from the history store. A missing or
      * unreadable file simply leaves the table empty -- the bar
           CALL "signal" USING BY VALUE 12 BY VALUE WS-USR2-PTR
               RETURNING WS-SIG-RC
           END-CALL
           IF REPLAY-MODE
               PERFORM Run-Replay
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Claim-Instance-Lock
           MOVE 0 TO WS-LOG-COUNT
           PERFORM Load-Checkpoint
           PERFORM Load-Hour-Baseline
           CALL 'OUTPUT_FMT' USING WS-TYPE 0 0 0 1 WS-TIME-FORMAT
                       "STATUSLINE-COB.HIS, USING "
                       "STATUSLINE-COB.2.HIS" UPON SYSERR
                   MOVE "STATUSLINE-COB.2.HIS" TO WS-HIST-PATH
                   MOVE "STATUSLINE-COB.2.PND" TO WS-PND-PATH
                   EXIT PARAGRAPH
               END-IF
               CALL "unlink" USING BY REFERENCE WS-RUN-PATH
               END-CALL
           END-IF
           EXIT PARAGRAPH.
      * Replays a past range cycle by cycle. Each LOOP record the
      * live bar wrote marks one rendered cycle; every module's
      * newest record since the previous cycle supplies its text and
      * typed value, pushed through OUTPUT_FMT as a cache replay with
      * the current config's colors and thresholds. A day the purge
      * has already archived is loaded into a scratch keyed store
      * first and replayed from there. Before the first cycle each
      * module is seeded from its newest record before FROM, so a
      * slow REFRESH does not start the replay blank.
       Run-Replay.
           MOVE WS-HIST-PATH TO WS-REPLAY-LIVE-PATH
           CALL 'OUTPUT_FMT' USING WS-REPLAY-TYPE 0 0 0 1
               WS-TIME-FORMAT 0 SPACES 0 SPACES SPACES SPACES
               WS-TERM-SEPARATOR 'Y' SPACES SPACES SPACES SPACES 0
               SPACES 0 SPACES 0 0 0 SPACES SPACES SPACES
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               MOVE SPACES TO WS-MOD-CACHE(MOD-IDX)
               MOVE SPACES TO WS-MOD-SHORT(MOD-IDX)
               MOVE 0 TO WS-MOD-FAILS(MOD-IDX)
               MOVE "N" TO WS-MOD-VALUE-SET(MOD-IDX)
           END-PERFORM
           MOVE WS-REPLAY-FROM(1:8) TO WS-REPLAY-DAY
           COMPUTE WS-REPLAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPLAY-DAY)
           COMPUTE WS-REPLAY-TO-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REPLAY-TO(1:8)))
           PERFORM Seed-From-Prior-Day
           PERFORM UNTIL WS-REPLAY-DAY-INT > WS-REPLAY-TO-INT
               COMPUTE WS-REPLAY-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-REPLAY-DAY-INT)
               PERFORM Replay-One-Day
               ADD 1 TO WS-REPLAY-DAY-INT
           END-PERFORM
           MOVE WS-REPLAY-LIVE-PATH TO WS-HIST-PATH
           DISPLAY "REPLAY: " WS-REPLAY-CYCLES " CYCLE(S) FROM "
               WS-REPLAY-FROM " TO " WS-REPLAY-TO UPON SYSERR
           EXIT PARAGRAPH.
       Replay-One-Day.
           MOVE SPACES TO WS-ARC-PATH
           STRING "STATUSLINE-COB." DELIMITED BY SIZE
                  WS-REPLAY-DAY DELIMITED BY SIZE
                  ".HIS" DELIMITED BY SIZE
                  INTO WS-ARC-PATH
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-OK
               PERFORM Load-Replay-Scratch
               MOVE WS-REPLAY-SCRATCH TO WS-HIST-PATH
               MOVE "N" TO WS-REPLAY-LOCKED
           ELSE
               MOVE WS-REPLAY-LIVE-PATH TO WS-HIST-PATH
               MOVE "Y" TO WS-REPLAY-LOCKED
           END-IF
           IF WS-REPLAY-DAY = WS-REPLAY-FROM(1:8)
               PERFORM Seed-Replay-Store
               MOVE WS-REPLAY-FROM TO WS-REPLAY-LAST-TEXT
           ELSE
               COMPUTE WS-REPLAY-LAST-TS = WS-REPLAY-DAY * 1000000
           END-IF
           SUBTRACT 1 FROM WS-REPLAY-LAST-TS
           MOVE WS-REPLAY-DAY TO WS-REPLAY-END-TS(1:8)
           MOVE "235959" TO WS-REPLAY-END-TS(9:6)
           IF WS-REPLAY-END-TS > WS-REPLAY-TO
               MOVE WS-REPLAY-TO TO WS-REPLAY-END-TS
           END-IF
           MOVE "Y" TO WS-REPLAY-MORE
           PERFORM UNTIL WS-REPLAY-MORE = "N"
               PERFORM Replay-Next-Cycle
           END-PERFORM
           EXIT PARAGRAPH.
      * An archived day before FROM is the seed's fallback -- a
      * scratch store holds FROM's day alone, and the live store
      * no longer holds a day the purge has taken. It is read
      * first; whatever FROM's own day has before FROM is newer and
      * overrides it once that day's store is open.
       Seed-From-Prior-Day.
           COMPUTE WS-REPLAY-DAY =
               FUNCTION DATE-OF-INTEGER(WS-REPLAY-DAY-INT - 1)
           MOVE SPACES TO WS-ARC-PATH
           STRING "STATUSLINE-COB." DELIMITED BY SIZE
                  WS-REPLAY-DAY DELIMITED BY SIZE
                  ".HIS" DELIMITED BY SIZE
                  INTO WS-ARC-PATH
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARC-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Replay-Scratch
           MOVE "N" TO WS-REPLAY-LOCKED
           PERFORM Seed-Replay-Store
           EXIT PARAGRAPH.
      * Seeds every module from the store now in WS-HIST-PATH,
      * locked as a cycle is when that is the live one.
       Seed-Replay-Store.
           IF WS-REPLAY-LOCKED = "Y"
               MOVE "L" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "REPLAY: history store busy" UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-OK
               PERFORM VARYING MOD-IDX FROM 1 BY 1
                   UNTIL MOD-IDX > WS-MODULES-LOADED
                   PERFORM Seed-Replay-Module
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF WS-REPLAY-LOCKED = "Y"
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
           END-IF
           EXIT PARAGRAPH.
      * Walks back from FROM (the first cycle's window starts at
      * FROM itself) to the module's newest good record, counting
      * the FAILs after it, so the first frame shows the cache and
      * staleness the live bar had. Only FAILs found here adds them
      * to what an older day left.
       Seed-Replay-Module.
           MOVE WS-MOD-NAME(MOD-IDX) TO HIST-KEY-NAME
           MOVE WS-REPLAY-FROM TO HIST-KEY-TS
           MOVE 0 TO HIST-KEY-SEQ
           MOVE 0 TO WS-REPLAY-SEED-FAILS
           MOVE "N" TO WS-REPLAY-FOUND
           MOVE "N" TO WS-REPLAY-EOF
           START HISTORY-FILE KEY < HIST-KEY
               INVALID KEY MOVE "Y" TO WS-REPLAY-EOF
           END-START
           PERFORM UNTIL WS-REPLAY-EOF = "Y"
               READ HISTORY-FILE PREVIOUS
                   AT END MOVE "Y" TO WS-REPLAY-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-KEY-NAME NOT = WS-MOD-NAME(MOD-IDX)
                               MOVE "Y" TO WS-REPLAY-EOF
                           WHEN HIST-TEXT = "FAIL"
                               IF WS-REPLAY-SEED-FAILS < 999
                                   ADD 1 TO WS-REPLAY-SEED-FAILS
                               END-IF
                           WHEN OTHER
                               PERFORM Apply-Replay-Sample
                               MOVE "Y" TO WS-REPLAY-FOUND
                               MOVE "Y" TO WS-REPLAY-EOF
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-REPLAY-FOUND = "Y"
               MOVE WS-REPLAY-SEED-FAILS TO WS-MOD-FAILS(MOD-IDX)
           ELSE
               IF WS-MOD-FAILS(MOD-IDX) + WS-REPLAY-SEED-FAILS > 999
                   MOVE 999 TO WS-MOD-FAILS(MOD-IDX)
               ELSE
                   ADD WS-REPLAY-SEED-FAILS TO WS-MOD-FAILS(MOD-IDX)
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * The archive is a flat copy of the keyed store's records --
      * rebuilt into a private keyed file so the same START-driven
      * cycle walk serves both. Nobody else opens it, so no lock.
       Load-Replay-Scratch.
           MOVE WS-REPLAY-SCRATCH TO WS-HIST-PATH
           OPEN OUTPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               CLOSE ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REPLAY-EOF
           PERFORM UNTIL WS-REPLAY-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-REPLAY-EOF
                   NOT AT END
                       MOVE ARC-RECORD TO HIST-RECORD
                       WRITE HIST-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE ARCHIVE-FILE
           EXIT PARAGRAPH.
      * One cycle: the next LOOP record past the clock, then each
      * module's newest sample in the window since the last one.
      * The live store is opened and locked per cycle, so a slow
      * replay never holds the bar's writer off for long.
       Replay-Next-Cycle.
           MOVE "N" TO WS-REPLAY-MORE
           IF WS-REPLAY-LOCKED = "Y"
               MOVE "L" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "REPLAY: history store busy" UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-OK
               MOVE "LOOP" TO HIST-KEY-NAME
               MOVE WS-REPLAY-LAST-TEXT TO HIST-KEY-TS
               MOVE 99 TO HIST-KEY-SEQ
               START HISTORY-FILE KEY > HIST-KEY
                   INVALID KEY MOVE "N" TO WS-REPLAY-FOUND
                   NOT INVALID KEY MOVE "Y" TO WS-REPLAY-FOUND
               END-START
               IF WS-REPLAY-FOUND = "Y"
                   READ HISTORY-FILE NEXT
                       AT END MOVE "N" TO WS-REPLAY-FOUND
                   END-READ
               END-IF
               IF WS-REPLAY-FOUND = "Y"
                   AND HIST-KEY-NAME = "LOOP"
                   AND HIST-KEY-TS <= WS-REPLAY-END-TS
                   MOVE "Y" TO WS-REPLAY-MORE
                   MOVE HIST-KEY-TS TO WS-REPLAY-CYCLE-TS
                   PERFORM VARYING MOD-IDX FROM 1 BY 1
                       UNTIL MOD-IDX > WS-MODULES-LOADED
                       PERFORM Replay-Module-Sample
                   END-PERFORM
               END-IF
               CLOSE HISTORY-FILE
           END-IF
           IF WS-REPLAY-LOCKED = "Y"
               MOVE "U" TO WS-LOCK-MODE
               CALL 'HISLOCK' USING WS-LOCK-MODE WS-LOCK-RESULT
               END-CALL
           END-IF
           IF WS-REPLAY-MORE = "Y"
               PERFORM Pace-Replay-Cycle
               PERFORM Render-Replay-Cycle
               MOVE WS-REPLAY-CYCLE-TS TO WS-REPLAY-LAST-TEXT
               ADD 1 TO WS-REPLAY-CYCLES
           END-IF
           EXIT PARAGRAPH.
      * A module with no record in the window (a slower REFRESH, a
      * skipped burst) keeps showing what it showed last cycle.
      * A FAIL record counts toward the stale/ERR rendering the
      * live bar gave it.
       Replay-Module-Sample.
           MOVE WS-MOD-NAME(MOD-IDX) TO HIST-KEY-NAME
           MOVE WS-REPLAY-LAST-TEXT TO HIST-KEY-TS
           MOVE 99 TO HIST-KEY-SEQ
           MOVE "N" TO WS-REPLAY-EOF
           START HISTORY-FILE KEY > HIST-KEY
               INVALID KEY MOVE "Y" TO WS-REPLAY-EOF
           END-START
           PERFORM UNTIL WS-REPLAY-EOF = "Y"
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-REPLAY-EOF
                   NOT AT END
                       IF HIST-KEY-NAME NOT = WS-MOD-NAME(MOD-IDX)
                           OR HIST-KEY-TS > WS-REPLAY-CYCLE-TS
                           MOVE "Y" TO WS-REPLAY-EOF
                       ELSE
                           PERFORM Apply-Replay-Sample
                       END-IF
               END-READ
           END-PERFORM
           EXIT PARAGRAPH.
       Apply-Replay-Sample.
           IF HIST-TEXT = "FAIL"
               IF WS-MOD-FAILS(MOD-IDX) < 999
                   ADD 1 TO WS-MOD-FAILS(MOD-IDX)
               END-IF
           ELSE
               MOVE 0 TO WS-MOD-FAILS(MOD-IDX)
               MOVE HIST-TEXT TO WS-MOD-CACHE(MOD-IDX)
               MOVE HIST-NUM-FLAG TO WS-MOD-VALUE-SET(MOD-IDX)
               IF HIST-NUM-FLAG = "Y"
                   MOVE FUNCTION NUMVAL(HIST-NUM-VALUE)
                       TO WS-MOD-VALUE(MOD-IDX)
                   MOVE HIST-UNIT TO WS-MOD-UNIT(MOD-IDX)
                   PERFORM Push-Spark-Sample
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * Recorded gaps play back at SPEED times real time.
       Pace-Replay-Cycle.
           MOVE WS-REPLAY-CYCLE-TS TO WS-REPLAY-TS-FIELDS
           COMPUTE WS-REPLAY-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-REPLAY-TS-DATE) * 86400
               + WS-REPLAY-TS-HH * 3600 + WS-REPLAY-TS-MI * 60
               + WS-REPLAY-TS-SS
           IF WS-REPLAY-SPEED > 0 AND WS-REPLAY-PREV-SERIAL > 0
               AND WS-REPLAY-SERIAL > WS-REPLAY-PREV-SERIAL
               COMPUTE WS-REPLAY-GAP =
                   (WS-REPLAY-SERIAL - WS-REPLAY-PREV-SERIAL)
                   / WS-REPLAY-SPEED
               IF WS-REPLAY-GAP > 0
                   CONTINUE AFTER WS-REPLAY-GAP SECONDS
               END-IF
           END-IF
           MOVE WS-REPLAY-SERIAL TO WS-REPLAY-PREV-SERIAL
           EXIT PARAGRAPH.
       Render-Replay-Cycle.
           CALL 'OUTPUT_FMT' USING WS-REPLAY-TYPE 0 0 0 2
               WS-TIME-FORMAT 0 SPACES 0 SPACES SPACES SPACES
               WS-TERM-SEPARATOR 'Y' SPACES SPACES SPACES SPACES 0
               SPACES 0 SPACES 0 0 0 SPACES SPACES SPACES
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               PERFORM Render-Replay-Module
           END-PERFORM
           CALL 'OUTPUT_FMT' USING WS-REPLAY-TYPE 0 0 0 4
               WS-TIME-FORMAT 0 SPACES 0 SPACES SPACES SPACES
               WS-TERM-SEPARATOR 'Y' SPACES SPACES SPACES SPACES 0
               SPACES 0 SPACES 0 0 0 SPACES SPACES SPACES
           EXIT PARAGRAPH.
      * The hooks color their own blocks when polled; a replay has
      * no poll, so the thresholds are applied to the typed value
      * here -- a CRIT configured below WARN means low is bad, as
      * for the battery. Failures render as the live bar showed
      * them: the last text starred, then ERR from the third.
       Render-Replay-Module.
           MOVE WS-MOD-BASE-COLOR(MOD-IDX) TO WS-MOD-COLOR(MOD-IDX)
           MOVE WS-MOD-CACHE(MOD-IDX) TO WS-REPLAY-CACHE
           IF WS-MOD-FAILS(MOD-IDX) > 0
               IF WS-MOD-FAILS(MOD-IDX) >= 3
                   OR WS-MOD-CACHE(MOD-IDX) = SPACES
                   MOVE "ERR" TO WS-REPLAY-CACHE
                   IF WS-MOD-CRIT-COLOR(MOD-IDX) NOT = SPACES
                       MOVE WS-MOD-CRIT-COLOR(MOD-IDX)
                           TO WS-MOD-COLOR(MOD-IDX)
                   ELSE
                       MOVE "ff0000" TO WS-MOD-COLOR(MOD-IDX)
                   END-IF
               ELSE
                   MOVE SPACES TO WS-REPLAY-CACHE
                   STRING FUNCTION TRIM(WS-MOD-CACHE(MOD-IDX))
                              DELIMITED BY SIZE
                          "*" DELIMITED BY SIZE
                          INTO WS-REPLAY-CACHE
                   END-STRING
               END-IF
           ELSE
               IF WS-MOD-VALUE-SET(MOD-IDX) = "Y"
                   PERFORM Apply-Replay-Threshold
               END-IF
           END-IF
           PERFORM Compute-Hide-Pass
           PERFORM Load-Spark-Ring
           CALL 'OUTPUT_FMT' USING WS-REPLAY-TYPE
               WS-MOD-POINTER(MOD-IDX)
               WS-MOD-COLOR(MOD-IDX) WS-MOD-BODY(MOD-IDX) 3
               WS-TIME-FORMAT
               WS-MOD-WARN(MOD-IDX) WS-MOD-WARN-COLOR(MOD-IDX)
               WS-MOD-CRIT(MOD-IDX) WS-MOD-CRIT-COLOR(MOD-IDX)
               WS-MOD-NAME(MOD-IDX) WS-MOD-LABEL(MOD-IDX)
               WS-TERM-SEPARATOR 'N' WS-REPLAY-CACHE
               WS-HIDE-PASS WS-MOD-BG-COLOR(MOD-IDX)
               WS-MOD-BORDER-COLOR(MOD-IDX)
               WS-MOD-MIN-WIDTH(MOD-IDX) WS-MOD-SHORT(MOD-IDX)
               WS-MOD-WIDTH(MOD-IDX) WS-MOD-JUSTIFY(MOD-IDX)
               WS-MOD-FAILS(MOD-IDX) WS-MOD-TIMEOUT(MOD-IDX)
               WS-MOD-VALUE(MOD-IDX) WS-MOD-UNIT(MOD-IDX)
               WS-MOD-VALUE-SET(MOD-IDX)
               WS-MOD-MARKUP(MOD-IDX)
           EXIT PARAGRAPH.
       Apply-Replay-Threshold.
           IF WS-MOD-CRIT(MOD-IDX) > 0
               AND WS-MOD-CRIT(MOD-IDX) < WS-MOD-WARN(MOD-IDX)
               EVALUATE TRUE
                   WHEN WS-MOD-VALUE(MOD-IDX) <= WS-MOD-CRIT(MOD-IDX)
                       AND WS-MOD-CRIT-COLOR(MOD-IDX) NOT = SPACES
                       MOVE WS-MOD-CRIT-COLOR(MOD-IDX)
                           TO WS-MOD-COLOR(MOD-IDX)
                   WHEN WS-MOD-VALUE(MOD-IDX) <= WS-MOD-WARN(MOD-IDX)
                       AND WS-MOD-WARN-COLOR(MOD-IDX) NOT = SPACES
                       MOVE WS-MOD-WARN-COLOR(MOD-IDX)
                           TO WS-MOD-COLOR(MOD-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-MOD-CRIT(MOD-IDX) > 0
                       AND WS-MOD-VALUE(MOD-IDX) >= WS-MOD-CRIT(MOD-IDX)
                       AND WS-MOD-CRIT-COLOR(MOD-IDX) NOT = SPACES
                       MOVE WS-MOD-CRIT-COLOR(MOD-IDX)
                           TO WS-MOD-COLOR(MOD-IDX)
                   WHEN WS-MOD-WARN(MOD-IDX) > 0
                       AND WS-MOD-VALUE(MOD-IDX) >= WS-MOD-WARN(MOD-IDX)
                       AND WS-MOD-WARN-COLOR(MOD-IDX) NOT = SPACES
                       MOVE WS-MOD-WARN-COLOR(MOD-IDX)
                           TO WS-MOD-COLOR(MOD-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT PARAGRAPH.
       LoopInner.
           IF WS-RELOAD-FLAG = 'Y'
               PERFORM Reload-Config
           END-IF
      * The command channel drains ahead of the pause gate, so a
      * "statctl resume" still reaches a paused bar.
           PERFORM Poll-Command-Channel
           IF WS-PAUSE-TOGGLE-FLAG = 'Y'
               MOVE 'N' TO WS-PAUSE-TOGGLE-FLAG
               IF WS-PAUSED = 'Y'
                   MOVE 'N' TO WS-PAUSED
               ELSE
                   MOVE 'Y' TO WS-PAUSED
               END-IF
           END-IF
           IF WS-PAUSED = 'Y'
               IF NOT ONCE-MODE
                   CONTINUE AFTER WS-EFFECTIVE-INTERVAL SECONDS
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM Compute-Now-Centis
           MOVE WS-NOW-CENTIS TO WS-CYCLE-START-CS
           MOVE SPACES TO WS-SLOW-NAME
           MOVE 0 TO WS-SLOW-CS
           IF WS-FORCE-REFRESH-FLAG = 'Y'
               MOVE 'N' TO WS-FORCE-REFRESH-FLAG
               PERFORM VARYING MOD-IDX FROM 1 BY 1
                   UNTIL MOD-IDX > WS-MODULES-LOADED
                   MOVE 0 TO WS-MOD-TICKS-LEFT(MOD-IDX)
               END-PERFORM
           END-IF
           IF WS-TYPE = 0
               PERFORM Poll-Click-Events
           END-IF
           PERFORM Poll-Ack-Requests
           CALL 'OUTPUT_FMT' USING WS-TYPE 0 0 0 2 WS-TIME-FORMAT
               0 SPACES 0 SPACES SPACES SPACES WS-TERM-SEPARATOR 'Y'
               SPACES SPACES SPACES SPACES 0 SPACES 0 SPACES 0 0 0
               SPACES SPACES SPACES
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               PERFORM Poll-Module
           END-PERFORM
      * Rules read what the polls just measured; their effects show
      * from the next render on.
           PERFORM Apply-Rules
           PERFORM Check-Meeting-End

           CALL 'OUTPUT_FMT' USING WS-TYPE 0 0 0 4 WS-TIME-FORMAT
               0 SPACES 0 SPACES SPACES SPACES WS-TERM-SEPARATOR 'Y'
               SPACES SPACES SPACES SPACES 0 SPACES 0 SPACES 0 0 0
               SPACES SPACES SPACES
           IF WS-SINK-SET = "Y"
               PERFORM Write-Second-Sink
           END-IF
           IF WS-METRICS-SET = "Y"
               PERFORM Write-Metrics-File
           END-IF
           PERFORM Account-Cycle-Time
           PERFORM Write-History
           PERFORM Write-Checkpoint
           IF WS-SLO-DIRTY = "Y"
               PERFORM Write-Slo-Budget
           END-IF
           IF WS-FLEET-SET = "Y"
               PERFORM Write-Fleet-Feed
           END-IF
           PERFORM Write-Heartbeat
           PERFORM Retry-Alert-Spool
           IF WS-SYSLOG-SET = "Y" AND WS-SYSLOG-DUE = "Y"
               PERFORM Forward-Trail-To-Syslog
           END-IF
      * On battery (every battery discharging, per DBATTHOOK's poll
      * just now) the loop stretches to the power-saver interval;
      * back on AC it snaps back the very next cycle.
           IF WS-SAVER-INTERVAL > 0 AND WS-BATT-DISCHARGING = 'Y'
               MOVE WS-SAVER-INTERVAL TO WS-EFFECTIVE-INTERVAL
           ELSE
               MOVE WS-UPDATE-INTERVAL TO WS-EFFECTIVE-INTERVAL
           END-IF
           IF NOT ONCE-MODE
               CONTINUE AFTER WS-EFFECTIVE-INTERVAL SECONDS
           END-IF
           EXIT PARAGRAPH.
      * Polls one module's hook, or redisplays its last captured value,
               PERFORM Compute-Now-Centis
               MOVE WS-NOW-CENTIS TO WS-HOOK-START-CS
           END-IF
           PERFORM Check-Dependency
           PERFORM Compute-Hide-Pass
           PERFORM Load-Spark-Ring
           CALL 'OUTPUT_FMT' USING WS-TYPE WS-MOD-POINTER(MOD-IDX)
               WS-MOD-COLOR(MOD-IDX) WS-MOD-BODY(MOD-IDX) 3
               WS-TIME-FORMAT
               WS-MOD-TIMEOUT(MOD-IDX) WS-MOD-VALUE(MOD-IDX)
               WS-MOD-UNIT(MOD-IDX) WS-MOD-VALUE-SET(MOD-IDX)
               WS-MOD-MARKUP(MOD-IDX)
           PERFORM Save-Spark-Ring
      * Charge the hook the wall time its render call just burned --
      * the slowest one per cycle is named in the LOOP record, so a
      * misbehaving hook stops hiding behind "the bar got slow".
               END-IF
               PERFORM Check-Hour-Baseline
               PERFORM Check-Threshold-Crossing
               IF WS-SLO-COUNT > 0
                   PERFORM Count-Slo-Poll
               END-IF
           END-IF
           EXIT PARAGRAPH.
      * Compares this poll's typed value against the band BASELINE
                   TO WS-ALERT-NEW-STATE
           END-IF
           MOVE WS-MOD-ALERT(MOD-IDX) TO WS-ALERT-USE-CMD
           MOVE SPACES TO WS-ALERT-ROUTING
           MOVE SPACE TO WS-FLAP-EVENT
           IF WS-FLAP-CROSSINGS > 0
               PERFORM Check-Flapping
           END-IF
           IF WS-FLAP-EVENT NOT = SPACE
               PERFORM Apply-Flap-Event
               MOVE WS-ALERT-NEW-STATE TO WS-MOD-ALERT-STATE(MOD-IDX)
               EXIT PARAGRAPH
           END-IF
      * Only consult the maintenance calendar when something could
      * actually fire or be recorded -- not on every quiet poll.
           MOVE "N" TO WS-ALERT-WINDOW
           END-IF
           MOVE WS-ALERT-NEW-STATE TO WS-MOD-ALERT-STATE(MOD-IDX)
           EXIT PARAGRAPH.
      * A level change is logged into the module's flap window;
      * more than FLAP-CROSSINGS of them inside FLAP-MINUTES starts
      * a flapping episode. While flapping, every poll is held (a
      * repeat page included) until the level has stayed put for
      * FLAP-SETTLE minutes -- then the episode ends on whatever
      * level it settled at.
       Check-Flapping.
           PERFORM Compute-Now-Serial
           IF WS-ALERT-NEW-STATE NOT = WS-MOD-ALERT-STATE(MOD-IDX)
               PERFORM Log-Flap-Crossing
               MOVE WS-NOW-SERIAL TO WS-MOD-FLAP-SINCE(MOD-IDX)
           END-IF
           IF WS-MOD-FLAP-STATE(MOD-IDX) = 1
               IF WS-NOW-SERIAL - WS-MOD-FLAP-SINCE(MOD-IDX)
                   >= WS-FLAP-SETTLE * 60
                   MOVE "E" TO WS-FLAP-EVENT
               ELSE
                   MOVE "Q" TO WS-FLAP-EVENT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MOD-FLAP-COUNT(MOD-IDX) > WS-FLAP-CROSSINGS
               MOVE "S" TO WS-FLAP-EVENT
           END-IF
           EXIT PARAGRAPH.
      * Drops changes older than the window off the front of the
      * ring, then appends this one -- a full ring loses its oldest.
       Log-Flap-Crossing.
           COMPUTE WS-FLAP-WINDOW-SECS = WS-FLAP-MINUTES * 60
           PERFORM UNTIL WS-MOD-FLAP-COUNT(MOD-IDX) = 0
               OR WS-NOW-SERIAL - WS-MOD-FLAP-TS(MOD-IDX, 1)
                   <= WS-FLAP-WINDOW-SECS
               PERFORM Shift-Flap-Ring
           END-PERFORM
           IF WS-MOD-FLAP-COUNT(MOD-IDX) >= 10
               PERFORM Shift-Flap-Ring
           END-IF
           ADD 1 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE WS-NOW-SERIAL
               TO WS-MOD-FLAP-TS(MOD-IDX, WS-MOD-FLAP-COUNT(MOD-IDX))
           EXIT PARAGRAPH.
       Shift-Flap-Ring.
           PERFORM VARYING WS-FLAP-IDX FROM 2 BY 1
               UNTIL WS-FLAP-IDX > WS-MOD-FLAP-COUNT(MOD-IDX)
               MOVE WS-MOD-FLAP-TS(MOD-IDX, WS-FLAP-IDX)
                   TO WS-MOD-FLAP-TS(MOD-IDX, WS-FLAP-IDX - 1)
           END-PERFORM
           SUBTRACT 1 FROM WS-MOD-FLAP-COUNT(MOD-IDX)
           EXIT PARAGRAPH.
      * Start: one FLAP trail record, one alert at level FLAP. End:
      * the settled level goes in the trail tagged SETTLED, and a
      * module that settled bad is paged for it like any crossing.
      * The maintenance calendar still silences either page.
       Apply-Flap-Event.
           IF WS-FLAP-EVENT = "Q"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ALERT-WINDOW
           CALL 'SCHEDCHK' USING WS-MOD-NAME(MOD-IDX)
               WS-ALERT-WINDOW
           END-CALL
           MOVE 0 TO WS-MOD-ALERT-REPEATS(MOD-IDX)
           IF WS-FLAP-EVENT = "S"
               MOVE 1 TO WS-MOD-FLAP-STATE(MOD-IDX)
               PERFORM Fire-Alert-Command
               PERFORM Write-Alert-Record
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           IF WS-ALERT-NEW-STATE > 0
               PERFORM Fire-Alert-Command
           END-IF
           PERFORM Write-Alert-Record
           EXIT PARAGRAPH.
      * A module that stays critical re-fires its alert command
      * every ALERT-REPEAT seconds; after ESC-AFTER repeats the
      * escalation command takes over. No interval configured means
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALERT-TS
           MOVE "LOOP" TO WS-ALERT-MOD
           MOVE SPACES TO WS-ALERT-ROUTING
           MOVE WS-EFFECTIVE-INTERVAL TO WS-ALERT-THRESH
           MOVE WS-CYCLE-SECS TO WS-ALERT-OBSERVED
           MOVE SPACES TO WS-ALERT-NOTE
           PERFORM Seal-Alert-Line
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERTS-FILE
           EXIT PARAGRAPH.
           WRITE HB-RECORD
           CLOSE HEARTBEAT-FILE
           EXIT PARAGRAPH.
      * Each due poll of a module some SLO line measures is one good
      * or bad poll against each of its objectives -- bad when the
      * hook failed, answered with no typed value, or the value
      * misses the condition.
       Count-Slo-Poll.
           IF WS-SLO-LOADED = "N"
               PERFORM Load-Slo-Budget
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SLO-TODAY
           PERFORM VARYING WS-SLO-IDX FROM 1 BY 1
               UNTIL WS-SLO-IDX > WS-SLO-COUNT
               IF SLO-MOD(WS-SLO-IDX) = WS-MOD-NAME(MOD-IDX)
                   PERFORM Count-Slo-Objective
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Count-Slo-Objective.
           PERFORM Compute-Slo-Period-Start
           IF SLO-START(WS-SLO-IDX) NOT = WS-SLO-PERIOD-START
               MOVE WS-SLO-PERIOD-START TO SLO-START(WS-SLO-IDX)
               MOVE 0 TO SLO-GOOD(WS-SLO-IDX) SLO-BAD(WS-SLO-IDX)
           END-IF
           MOVE "N" TO WS-SLO-POLL-GOOD
           IF WS-MOD-FAILS(MOD-IDX) = 0
               AND WS-MOD-VALUE-SET(MOD-IDX) = "Y"
               EVALUATE SLO-OP(WS-SLO-IDX)
                   WHEN "LT"
                       IF WS-MOD-VALUE(MOD-IDX) < SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SLO-POLL-GOOD
                       END-IF
                   WHEN "LE"
                       IF WS-MOD-VALUE(MOD-IDX)
                           <= SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SLO-POLL-GOOD
                       END-IF
                   WHEN "GT"
                       IF WS-MOD-VALUE(MOD-IDX) > SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SLO-POLL-GOOD
                       END-IF
                   WHEN "GE"
                       IF WS-MOD-VALUE(MOD-IDX)
                           >= SLO-LIMIT(WS-SLO-IDX)
                           MOVE "Y" TO WS-SLO-POLL-GOOD
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-SLO-POLL-GOOD = "Y"
               IF SLO-GOOD(WS-SLO-IDX) < 999999999
                   ADD 1 TO SLO-GOOD(WS-SLO-IDX)
               END-IF
           ELSE
               IF SLO-BAD(WS-SLO-IDX) < 999999999
                   ADD 1 TO SLO-BAD(WS-SLO-IDX)
               END-IF
           END-IF
           MOVE "Y" TO WS-SLO-DIRTY
           EXIT PARAGRAPH.
      * First day of the period containing today: today itself, the
      * Monday of this week, or the first of the month.
       Compute-Slo-Period-Start.
           EVALUATE SLO-PERIOD(WS-SLO-IDX)
               WHEN "DAY"
                   MOVE WS-SLO-TODAY TO WS-SLO-PERIOD-START
               WHEN "WEEK"
      * Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      * Monday.
                   COMPUTE WS-SLO-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-SLO-TODAY)
                   COMPUTE WS-SLO-DAYNUM = FUNCTION DATE-OF-INTEGER(
                       WS-SLO-DAYNUM
                       - FUNCTION MOD(WS-SLO-DAYNUM - 1, 7))
                   MOVE WS-SLO-DAYNUM TO WS-SLO-PERIOD-START
               WHEN OTHER
                   MOVE WS-SLO-TODAY TO WS-SLO-PERIOD-START
                   MOVE "01" TO WS-SLO-PERIOD-START(7:2)
           END-EVALUATE
           EXIT PARAGRAPH.
      * Takes back the counts of any objective the file still holds
      * under the same definition -- module, op, limit, target and
      * period all matching. Anything else in the file is dropped at
      * the next write.
       Load-Slo-Budget.
           MOVE "Y" TO WS-SLO-LOADED
           OPEN INPUT SLO-FILE
           IF NOT WS-SLO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SLO-EOF
           PERFORM UNTIL WS-SLO-EOF = "Y"
               READ SLO-FILE INTO WS-SLO-REC
                   AT END MOVE "Y" TO WS-SLO-EOF
                   NOT AT END PERFORM Match-Slo-Budget
               END-READ
           END-PERFORM
           CLOSE SLO-FILE
           EXIT PARAGRAPH.
       Match-Slo-Budget.
           IF SLF-GOOD NOT NUMERIC OR SLF-BAD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SLO-IDX FROM 1 BY 1
               UNTIL WS-SLO-IDX > WS-SLO-COUNT
               MOVE SLO-LIMIT(WS-SLO-IDX) TO WS-SLO-LIMIT-TXT
               MOVE SLO-TARGET(WS-SLO-IDX) TO WS-SLO-TARGET-TXT
               IF SLO-MOD(WS-SLO-IDX) = SLF-MOD
                   AND SLO-OP(WS-SLO-IDX) = SLF-OP
                   AND WS-SLO-LIMIT-TXT = SLF-LIMIT
                   AND WS-SLO-TARGET-TXT = SLF-TARGET
                   AND SLO-PERIOD(WS-SLO-IDX) = SLF-PERIOD
                   AND SLO-START(WS-SLO-IDX) = SPACES
                   MOVE SLF-START TO SLO-START(WS-SLO-IDX)
                   MOVE SLF-GOOD TO SLO-GOOD(WS-SLO-IDX)
                   MOVE SLF-BAD TO SLO-BAD(WS-SLO-IDX)
                   MOVE WS-SLO-COUNT TO WS-SLO-IDX
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * Rewritten whole -- one line per objective, counted or not,
      * in config order.
       Write-Slo-Budget.
           MOVE "N" TO WS-SLO-DIRTY
           OPEN OUTPUT SLO-FILE
           IF NOT WS-SLO-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SLO-IDX FROM 1 BY 1
               UNTIL WS-SLO-IDX > WS-SLO-COUNT
               MOVE SPACES TO WS-SLO-REC
               MOVE SLO-MOD(WS-SLO-IDX) TO SLF-MOD
               MOVE SLO-OP(WS-SLO-IDX) TO SLF-OP
               MOVE SLO-LIMIT(WS-SLO-IDX) TO SLF-LIMIT
               MOVE SLO-TARGET(WS-SLO-IDX) TO SLF-TARGET
               MOVE SLO-PERIOD(WS-SLO-IDX) TO SLF-PERIOD
               MOVE SLO-START(WS-SLO-IDX) TO SLF-START
               MOVE SLO-GOOD(WS-SLO-IDX) TO SLF-GOOD
               MOVE SLO-BAD(WS-SLO-IDX) TO SLF-BAD
               MOVE FUNCTION CURRENT-DATE(1:14) TO SLF-STAMP
               WRITE SLO-RECORD FROM WS-SLO-REC
           END-PERFORM
           CLOSE SLO-FILE
           EXIT PARAGRAPH.
       Compute-Now-Serial.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-DT-FIELDS
           COMPUTE WS-NOW-SERIAL =
               + WS-NOW-DT-HH * 3600 + WS-NOW-DT-MI * 60
               + WS-NOW-DT-SS
           EXIT PARAGRAPH.
      * Every trail line is sealed the moment before it is written,
      * chaining it to the line written before it.
       Seal-Alert-Line.
           MOVE "S" TO WS-CHAIN-MODE
           CALL 'ALTCHAIN' USING WS-CHAIN-MODE WS-ALERT-LINE
               WS-CHAIN-RESULT WS-CHAIN-RECNO WS-CHAIN-COUNT
           END-CALL
           MOVE "Y" TO WS-SYSLOG-DUE
           EXIT PARAGRAPH.
      * Every crossing and recovery lands in the audit trail, so
      * "when did this start and how often has it happened" has an
      * answer after the fact.
           IF WS-ALERT-WINDOW = "Y" AND WS-ALERT-NEW-STATE > 0
               MOVE "SUPPRESSED" TO WS-ALERT-NOTE
           END-IF
      * A CRIT a MEETING line let through is an ordinary page.
           IF WS-ALERT-WINDOW = "M" AND WS-ALERT-NEW-STATE > 0
               PERFORM Check-Meeting-Through
               IF WS-MEET-THROUGH = "N"
                   MOVE "MEETING" TO WS-ALERT-NOTE
               END-IF
           END-IF
           IF WS-ALERT-NOTE = SPACES AND WS-ALERT-NEW-STATE > 0
               AND WS-DEP-WAIT-ON NOT = SPACES
               MOVE "DEPENDENT" TO WS-ALERT-NOTE
           END-IF
      * A flap record carries the change count in the threshold
      * column; the record ending the episode is the settled level.
           EVALUATE WS-FLAP-EVENT
               WHEN "S"
                   MOVE "FLAP" TO WS-ALERT-LEVEL
                   MOVE WS-MOD-FLAP-COUNT(MOD-IDX) TO WS-ALERT-THRESH
                   EVALUATE WS-ALERT-WINDOW
                       WHEN "Y"
                           MOVE "SUPPRESSED" TO WS-ALERT-NOTE
                       WHEN "M"
                           MOVE "MEETING" TO WS-ALERT-NOTE
                       WHEN OTHER
                           MOVE "FLAPPING" TO WS-ALERT-NOTE
                   END-EVALUATE
               WHEN "E"
                   IF WS-ALERT-NOTE = SPACES
                       MOVE "SETTLED" TO WS-ALERT-NOTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-ALERT-SNAP
           IF WS-ALERT-LEVEL = "CRIT"
               PERFORM Write-Diagnostic-Snapshot
           END-IF
           PERFORM Seal-Alert-Line
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERTS-FILE
           MOVE SPACES TO WS-ALERT-SNAP
           PERFORM Track-Incident
           EXIT PARAGRAPH.
      * Everything worth knowing at the moment a module went CRIT,
      * kept where the morning-after reader can find it: every
      * module's level, typed value and cached text, the detail
      * buffers, and the SNAPSHOT line's command output. A snapshot
      * that can't be opened leaves the crossing unnamed -- the
      * crossing itself is still recorded.
       Write-Diagnostic-Snapshot.
           MOVE SPACES TO WS-SNAP-PATH
           STRING "STATUSLINE-COB." DELIMITED BY SIZE
                  WS-ALERT-TS DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-ALERT-MOD DELIMITED BY SPACE
                  ".SNP" DELIMITED BY SIZE
                  INTO WS-SNAP-PATH
           END-STRING
           OPEN OUTPUT SNAPSHOT-FILE
           IF NOT WS-SNAP-OK
               DISPLAY "WARNING: SNAPSHOT NOT WRITTEN: "
                   FUNCTION TRIM(WS-SNAP-PATH) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SNAP-LINE
           STRING "SNAPSHOT " DELIMITED BY SIZE
                  WS-ALERT-TS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-MOD) DELIMITED BY SIZE
                  " CRIT " DELIMITED BY SIZE
                  WS-ALERT-OBSERVED DELIMITED BY SIZE
                  INTO WS-SNAP-LINE
           END-STRING
           WRITE SNAP-RECORD FROM WS-SNAP-LINE
           MOVE SPACES TO WS-SNAP-LINE
           WRITE SNAP-RECORD FROM WS-SNAP-LINE
           MOVE "MODULE       LEVEL        VALUE UNIT     ERR CACHE"
               TO WS-SNAP-LINE
           WRITE SNAP-RECORD FROM WS-SNAP-LINE
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > WS-MODULES-LOADED
               PERFORM Write-Snapshot-Module
           END-PERFORM
           PERFORM VARYING WS-SNAP-DET-IDX FROM 1 BY 1
               UNTIL WS-SNAP-DET-IDX > 5
               PERFORM Copy-Snapshot-Detail
           END-PERFORM
           IF WS-SNAP-CMD NOT = SPACES
               MOVE SPACES TO WS-SNAP-LINE
               WRITE SNAP-RECORD FROM WS-SNAP-LINE
               STRING "CAPTURE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNAP-CMD) DELIMITED BY SIZE
                      INTO WS-SNAP-LINE
               END-STRING
               WRITE SNAP-RECORD FROM WS-SNAP-LINE
           END-IF
           CLOSE SNAPSHOT-FILE
           MOVE WS-SNAP-PATH TO WS-ALERT-SNAP
      * The capture runs after the close, appending to the file.
           IF WS-SNAP-CMD NOT = SPACES
               MOVE SPACES TO WS-SEC-TEXT
               STRING "( " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNAP-CMD) DELIMITED BY SIZE
                      " ) >> " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SNAP-PATH) DELIMITED BY SIZE
                      " 2>&1 </dev/null" DELIMITED BY SIZE
                      INTO WS-SEC-TEXT
               END-STRING
               PERFORM Run-Secret-Command
           END-IF
           EXIT PARAGRAPH.
      * The module crossing now is shown at the level it is entering;
      * the rest at the level they sat at after their last poll.
       Write-Snapshot-Module.
           MOVE WS-MOD-ALERT-STATE(WS-SNAP-IDX) TO WS-SNAP-LEVEL
           IF WS-SNAP-IDX = MOD-IDX
               MOVE WS-ALERT-NEW-STATE TO WS-SNAP-LEVEL
           END-IF
           EVALUATE WS-SNAP-LEVEL
               WHEN 2 MOVE "CRIT" TO WS-SNAP-MOD-LEVEL
               WHEN 1 MOVE "WARN" TO WS-SNAP-MOD-LEVEL
               WHEN OTHER MOVE "OK  " TO WS-SNAP-MOD-LEVEL
           END-EVALUATE
           MOVE WS-MOD-NAME(WS-SNAP-IDX) TO WS-SNAP-MOD-NAME
           MOVE WS-MOD-VALUE(WS-SNAP-IDX) TO WS-SNAP-MOD-VALUE
           MOVE WS-MOD-UNIT(WS-SNAP-IDX) TO WS-SNAP-MOD-UNIT
           MOVE WS-MOD-FAILS(WS-SNAP-IDX) TO WS-SNAP-MOD-FAILS
           MOVE WS-MOD-CACHE(WS-SNAP-IDX) TO WS-SNAP-MOD-CACHE
           INSPECT WS-SNAP-MOD-CACHE REPLACING ALL X'0A' BY SPACE
           WRITE SNAP-RECORD FROM WS-SNAP-MOD-LINE
           EXIT PARAGRAPH.
      * A module that spools no detail buffer (or isn't configured)
      * is noted as such rather than silently left out.
       Copy-Snapshot-Detail.
           MOVE SPACES TO WS-SNAP-LINE
           WRITE SNAP-RECORD FROM WS-SNAP-LINE
           STRING "DETAIL " DELIMITED BY SIZE
                  WS-SNAP-DETAIL-NAME(WS-SNAP-DET-IDX)
                      DELIMITED BY SPACE
                  INTO WS-SNAP-LINE
           END-STRING
           WRITE SNAP-RECORD FROM WS-SNAP-LINE
           MOVE SPACES TO WS-SNAP-DETAIL-PATH
           STRING "/tmp/.statusline-cob-detail." DELIMITED BY SIZE
                  WS-SNAP-DETAIL-NAME(WS-SNAP-DET-IDX)
                      DELIMITED BY SPACE
                  INTO WS-SNAP-DETAIL-PATH
           END-STRING
           OPEN INPUT DETAIL-FILE
           IF NOT WS-SNAP-DET-OK
               MOVE "  (no detail buffer)" TO WS-SNAP-LINE
               WRITE SNAP-RECORD FROM WS-SNAP-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SNAP-DET-EOF
           PERFORM UNTIL WS-SNAP-DET-EOF = "Y"
               READ DETAIL-FILE
                   AT END MOVE "Y" TO WS-SNAP-DET-EOF
                   NOT AT END
                       WRITE SNAP-RECORD FROM DETAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE DETAIL-FILE
           EXIT PARAGRAPH.
      * Snapshots age out under the history store's RETAIN-DAYS --
      * run alongside its daily purge.
       Purge-Old-Snapshots.
           MOVE WS-RETAIN-DAYS TO WS-SNAP-DAYS
           MOVE SPACES TO WS-SEC-TEXT
           STRING "find . -maxdepth 1 -name "
                      DELIMITED BY SIZE
                  "'STATUSLINE-COB.*.SNP' -mtime +" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SNAP-DAYS) DELIMITED BY SIZE
                  " -delete >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO WS-SEC-TEXT
           END-STRING
           PERFORM Run-Secret-Command
           EXIT PARAGRAPH.
      * Folds the trail record just written into the numbered
      * incident file -- a crossing opens or joins an incident, a
      * recovery may close one, an ack marks it acknowledged.
       Track-Incident.
           CALL 'INCTRACK' USING WS-ALERT-MOD WS-ALERT-LEVEL
               WS-ALERT-TS WS-ALERT-NOTE WS-INCIDENT-WINDOW
           END-CALL
           EXIT PARAGRAPH.
      * Drains the ack drop box: each "MODULE SECONDS USER" line
      * snoozes that module's alert commands for the duration and
           UNSTRING WS-ACK-LINE DELIMITED BY ALL SPACES
               INTO WS-ACK-MODULE WS-ACK-SECS WS-ACK-USER
           END-UNSTRING
      * HANDOVER's line is no ack -- it marks on the trail where
      * one shift's window closed and the next one's opened.
           IF WS-ACK-MODULE = "*HANDOVER*"
               PERFORM Write-Handover-Record
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-MODULE = SPACES
               OR FUNCTION TRIM(WS-ACK-SECS) NOT NUMERIC
               EXIT PARAGRAPH
           END-PERFORM
           EXIT PARAGRAPH.
       Dispatch-Control-Command.
           MOVE "unknown" TO WS-CMD-USER
           IF WS-CMD-LINE(1:1) = "@"
               MOVE SPACES TO WS-CMD-USER WS-CMD-TAIL
               MOVE 2 TO WS-CMD-PTR
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-CMD-USER
                   WITH POINTER WS-CMD-PTR
               END-UNSTRING
      * The verb and its arguments stay together behind the name.
               IF WS-CMD-PTR <= LENGTH OF WS-CMD-LINE
                   MOVE WS-CMD-LINE(WS-CMD-PTR:) TO WS-CMD-TAIL
               END-IF
               MOVE WS-CMD-TAIL TO WS-CMD-LINE
           END-IF
           MOVE SPACES TO WS-CMD-VERB WS-CMD-ARG1 WS-CMD-ARG2
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-CMD-VERB WS-CMD-ARG1 WS-CMD-ARG2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CMD-VERB) TO WS-CMD-VERB
           MOVE FUNCTION UPPER-CASE(WS-CMD-ARG1) TO WS-CMD-ARG1
           MOVE "OK" TO WS-CMD-OUTCOME
           PERFORM Check-Control-Allowed
           IF WS-CMD-ALLOWED = "N"
               MOVE "REFUSED" TO WS-CMD-OUTCOME
               MOVE SPACES TO WS-RSP-LINE
               STRING "REFUSED " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CMD-USER) DELIMITED BY SIZE
                      " is not allowed to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CMD-VERB) DELIMITED BY SIZE
                      " (see STATUSLINE-COB.ALW)" DELIMITED BY SIZE
                      INTO WS-RSP-LINE
               END-STRING
               PERFORM Write-Control-Reply
               PERFORM Write-Control-Audit
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-CMD-VERB)
               WHEN "GET"
                   PERFORM Answer-Get-Command
                   IF WS-CHK-MATCHED = "N"
                       MOVE "NOMODULE" TO WS-CMD-OUTCOME
                   END-IF
               WHEN "REFRESH"
      * One module's ticks-left drops to zero instead of all of
      * them -- the surgical version of SIGUSR1.
                   MOVE "NOMODULE" TO WS-CMD-OUTCOME
                   PERFORM VARYING MOD-IDX FROM 1 BY 1
                       UNTIL MOD-IDX > WS-MODULES-LOADED
                       IF FUNCTION TRIM(WS-MOD-NAME(MOD-IDX)) =
                           FUNCTION TRIM(WS-CMD-ARG1)
                           MOVE 0 TO WS-MOD-TICKS-LEFT(MOD-IDX)
                           MOVE "OK" TO WS-CMD-OUTCOME
                       END-IF
                   END-PERFORM
               WHEN "PAUSE"
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CMD-ARG2)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CMD-USER)
                              DELIMITED BY SIZE
                          INTO WS-ACK-LINE
                   END-STRING
                   PERFORM Apply-Ack-Record
               WHEN OTHER
                   DISPLAY "STATCTL: unknown verb " WS-CMD-VERB
                       UPON SYSERR
                   MOVE "BADVERB" TO WS-CMD-OUTCOME
           END-EVALUATE
      * "get" has written its own answer; the other verbs report how
      * they went.
           IF FUNCTION TRIM(WS-CMD-VERB) NOT = "GET"
               MOVE SPACES TO WS-RSP-LINE
               EVALUATE WS-CMD-OUTCOME
                   WHEN "NOMODULE"
                       STRING "NO SUCH MODULE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CMD-ARG1) DELIMITED BY SIZE
                           INTO WS-RSP-LINE
                       END-STRING
                   WHEN "BADVERB"
                       STRING "UNKNOWN VERB " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CMD-VERB) DELIMITED BY SIZE
                           INTO WS-RSP-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "OK " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CMD-VERB) DELIMITED BY SIZE
                           INTO WS-RSP-LINE
                       END-STRING
               END-EVALUATE
               PERFORM Write-Control-Reply
           END-IF
           PERFORM Write-Control-Audit
           EXIT PARAGRAPH.
      * The allow file, if there is one, must have a line for this
      * user (or ALL) naming the verb (or ALL).
       Check-Control-Allowed.
           MOVE "Y" TO WS-CMD-ALLOWED
           OPEN INPUT CTL-ALLOW-FILE
           IF NOT WS-ALW-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CMD-ALLOWED
           MOVE "N" TO WS-ALW-EOF
           PERFORM UNTIL WS-ALW-EOF = "Y" OR WS-CMD-ALLOWED = "Y"
               READ CTL-ALLOW-FILE
                   AT END MOVE "Y" TO WS-ALW-EOF
                   NOT AT END PERFORM Match-Allow-Line
               END-READ
           END-PERFORM
           CLOSE CTL-ALLOW-FILE
           EXIT PARAGRAPH.
       Match-Allow-Line.
           IF ALW-RECORD = SPACES OR ALW-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ALW-USER WS-ALW-VERBS
           UNSTRING FUNCTION TRIM(ALW-RECORD) DELIMITED BY ALL SPACES
               INTO WS-ALW-USER WS-ALW-VERB(1) WS-ALW-VERB(2)
                    WS-ALW-VERB(3) WS-ALW-VERB(4) WS-ALW-VERB(5)
                    WS-ALW-VERB(6) WS-ALW-VERB(7) WS-ALW-VERB(8)
           END-UNSTRING
           IF WS-ALW-USER NOT = "ALL" AND WS-ALW-USER NOT = WS-CMD-USER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALW-IDX FROM 1 BY 1
               UNTIL WS-ALW-IDX > 8
               MOVE FUNCTION UPPER-CASE(WS-ALW-VERB(WS-ALW-IDX))
                   TO WS-ALW-VERB(WS-ALW-IDX)
               IF WS-ALW-VERB(WS-ALW-IDX) = "ALL"
                   OR WS-ALW-VERB(WS-ALW-IDX) = WS-CMD-VERB
                   MOVE "Y" TO WS-CMD-ALLOWED
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Write-Control-Reply.
           OPEN OUTPUT RESPONSE-FILE
           IF NOT WS-RSP-OK
               EXIT PARAGRAPH
           END-IF
           WRITE RSP-RECORD FROM WS-RSP-LINE
           CLOSE RESPONSE-FILE
           EXIT PARAGRAPH.
       Write-Control-Audit.
           OPEN EXTEND CTL-AUDIT-FILE
           IF NOT WS-CTL-OK
               OPEN OUTPUT CTL-AUDIT-FILE
           END-IF
           IF NOT WS-CTL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CTL-TS
           MOVE WS-CMD-USER TO WS-CTL-USER
           MOVE WS-CMD-VERB TO WS-CTL-VERB
           MOVE WS-CMD-ARG1 TO WS-CTL-ARG1
           MOVE WS-CMD-ARG2 TO WS-CTL-ARG2
           MOVE WS-CMD-OUTCOME TO WS-CTL-OUTCOME
           WRITE CTL-RECORD FROM WS-CTL-LINE
           CLOSE CTL-AUDIT-FILE
           MOVE "Y" TO WS-SYSLOG-DUE
           EXIT PARAGRAPH.
       Answer-Get-Command.
           OPEN OUTPUT RESPONSE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALERT-TS
           MOVE WS-ACK-MODULE TO WS-ALERT-MOD
           MOVE SPACES TO WS-ALERT-ROUTING
           MOVE "ACK " TO WS-ALERT-LEVEL
           MOVE 0 TO WS-ALERT-THRESH
           MOVE FUNCTION NUMVAL(WS-ACK-SECS) TO WS-ALERT-OBSERVED
           MOVE WS-ACK-USER TO WS-ALERT-NOTE
           PERFORM Seal-Alert-Line
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERTS-FILE
           PERFORM Track-Incident
           EXIT PARAGRAPH.
       Write-Handover-Record.
           OPEN EXTEND ALERTS-FILE
           IF NOT WS-ALERTS-OK
               OPEN OUTPUT ALERTS-FILE
           END-IF
           IF NOT WS-ALERTS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALERT-TS
           MOVE WS-ACK-MODULE TO WS-ALERT-MOD
           MOVE SPACES TO WS-ALERT-ROUTING
           MOVE "HAND" TO WS-ALERT-LEVEL
           MOVE 0 TO WS-ALERT-THRESH
           MOVE 0 TO WS-ALERT-OBSERVED
           MOVE WS-ACK-USER TO WS-ALERT-NOTE
           PERFORM Seal-Alert-Line
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERTS-FILE
           EXIT PARAGRAPH.
           IF WS-ALERT-WINDOW = "Y"
               EXIT PARAGRAPH
           END-IF
      * A [DND] meeting holds it the same way, counted so the
      * meeting's end can send one summary -- unless it is a CRIT
      * on a module a MEETING line lets through.
           IF WS-ALERT-WINDOW = "M"
               PERFORM Check-Meeting-Through
               IF WS-MEET-THROUGH = "N"
                   IF WS-MEET-HELD < 99999
                       ADD 1 TO WS-MEET-HELD
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * Likewise while an upstream module is down -- the parent's
      * own page covers it (tagged DEPENDENT).
           IF WS-DEP-WAIT-ON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Compute-Now-Serial
      * An acknowledged (snoozed) module keeps writing crossings to
      * the audit trail but stays quiet until the snooze lapses.
           ELSE
               MOVE "WARN" TO WS-ALERT-LEVEL-TEXT
           END-IF
           IF WS-FLAP-EVENT = "S"
               MOVE "FLAP" TO WS-ALERT-LEVEL-TEXT
           END-IF
           MOVE WS-MOD-VALUE(MOD-IDX) TO WS-ALERT-VALUE-TEXT
           CALL 'RUNBOOK' USING WS-MOD-NAME(MOD-IDX)
               WS-ALERT-LEVEL-TEXT WS-RUNBOOK-REF WS-RUNBOOK-TEXT
           END-CALL
      * "@<route>" in place of a command hands the choice to the
      * routing table and the on-call roster. Nothing matching is
      * warned and counted as fired, so repeats keep their pace.
           IF WS-ALERT-USE-CMD(1:1) = "@"
               MOVE WS-ALERT-USE-CMD(2:12) TO WS-ALERT-ROUTE
               CALL 'ALTROUTE' USING WS-ALERT-ROUTE
                   WS-MOD-NAME(MOD-IDX) WS-ALERT-LEVEL-TEXT
                   WS-ALERT-USE-CMD WS-ALERT-PERSON
               END-CALL
               IF WS-ALERT-USE-CMD = SPACES
                   DISPLAY "WARNING: NO ROUTE FOR "
                       FUNCTION TRIM(WS-MOD-NAME(MOD-IDX)) " "
                       WS-ALERT-LEVEL-TEXT " VIA "
                       FUNCTION TRIM(WS-ALERT-ROUTE) UPON SYSERR
                   MOVE WS-NOW-SERIAL
                       TO WS-MOD-ALERT-LAST-TS(MOD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-ALERT-CMD
           STRING FUNCTION TRIM(WS-ALERT-USE-CMD)
                      DELIMITED BY SIZE
                  WS-ALERT-LEVEL-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALERT-VALUE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNBOOK-REF) DELIMITED BY SIZE
                  " >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO WS-ALERT-CMD
           END-STRING
           MOVE WS-ALERT-CMD TO WS-SEC-TEXT
           PERFORM Run-Secret-Command
           MOVE WS-SEC-RUN-RC TO WS-ALERT-RC
           MOVE WS-NOW-SERIAL TO WS-MOD-ALERT-LAST-TS(MOD-IDX)
      * A nonzero exit means the page never went out -- queue the
      * assembled command for the backoff retries instead of losing
               PERFORM Spool-Failed-Alert
           END-IF
           EXIT PARAGRAPH.
      * CRIT (not a flap page) on a module named by a MEETING line.
       Check-Meeting-Through.
           MOVE "N" TO WS-MEET-THROUGH
           IF WS-ALERT-NEW-STATE NOT = 2 OR WS-FLAP-EVENT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MEET-IDX FROM 1 BY 1
               UNTIL WS-MEET-IDX > WS-MEET-COUNT
               IF WS-MEET-BREAK(WS-MEET-IDX) = WS-MOD-NAME(MOD-IDX)
                   MOVE "Y" TO WS-MEET-THROUGH
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * Once a cycle while pages are being held for a meeting: when
      * the [DND] appointment is over, every alerting module still
      * in WARN or CRIT goes out as one summary -- "CPU CRIT 97.00,
      * DISK WARN 85.00" -- and the count starts over. What cleared
      * during the meeting is not mentioned; the trail has it.
       Check-Meeting-End.
           IF WS-MEET-HELD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MEET-NOW
           CALL 'MEETCHK' USING WS-MEET-NOW
           END-CALL
           IF WS-MEET-NOW = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MEET-HELD
           MOVE SPACES TO WS-MEET-TEXT
           MOVE 1 TO WS-MEET-PTR
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               IF WS-MOD-ALERT-STATE(MOD-IDX) > 0
                   AND WS-MOD-ALERT(MOD-IDX) NOT = SPACES
                   PERFORM Add-Meeting-Summary-Item
               END-IF
           END-PERFORM
           IF WS-MEET-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEC-TEXT
           IF WS-MEET-SUMMARY-CMD = SPACES
               STRING "notify-send 'After meeting' '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MEET-TEXT) DELIMITED BY SIZE
                      "' >/dev/null 2>&1" DELIMITED BY SIZE
                      INTO WS-SEC-TEXT
               END-STRING
           ELSE
               COMPUTE WS-MEET-ROOM = LENGTH OF WS-SEC-TEXT - 19
                   - FUNCTION LENGTH(FUNCTION TRIM(WS-MEET-SUMMARY-CMD))
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MEET-TEXT))
                   TO WS-MEET-LEN
               IF WS-MEET-LEN > WS-MEET-ROOM
                   MOVE WS-MEET-ROOM TO WS-MEET-LEN
               END-IF
               STRING FUNCTION TRIM(WS-MEET-SUMMARY-CMD)
                          DELIMITED BY SIZE
                      " '" DELIMITED BY SIZE
                      WS-MEET-TEXT(1:WS-MEET-LEN) DELIMITED BY SIZE
                      "' >/dev/null 2>&1" DELIMITED BY SIZE
                      INTO WS-SEC-TEXT
                   ON OVERFLOW
                       DISPLAY "WARNING: MEETING SUMMARY COMMAND TOO "
                           "LONG, NOT RUN" UPON SYSERR
                       EXIT PARAGRAPH
               END-STRING
           END-IF
           PERFORM Run-Secret-Command
           IF WS-SEC-RUN-RC NOT = 0
               DISPLAY "WARNING: MEETING SUMMARY NOT DELIVERED: "
                   FUNCTION TRIM(WS-MEET-TEXT) UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Add-Meeting-Summary-Item.
           IF WS-MOD-ALERT-STATE(MOD-IDX) = 2
               MOVE "CRIT" TO WS-MEET-LEVEL
           ELSE
               MOVE "WARN" TO WS-MEET-LEVEL
           END-IF
           MOVE WS-MOD-VALUE(MOD-IDX) TO WS-MEET-VALUE
           IF WS-MEET-PTR > 1
               STRING ", " DELIMITED BY SIZE
                   INTO WS-MEET-TEXT WITH POINTER WS-MEET-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-MOD-NAME(MOD-IDX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MEET-LEVEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEET-VALUE) DELIMITED BY SIZE
                  INTO WS-MEET-TEXT WITH POINTER WS-MEET-PTR
           END-STRING
           EXIT PARAGRAPH.
      * Runs WS-SEC-TEXT through the shell with its secret
      * references filled in. One that cannot be filled in (no such
      * name, or a secrets file open to other users) is not run at
      * all and comes back as a failure, so it spools and retries
      * like an unreachable webhook once the file is put right.
       Run-Secret-Command.
           MOVE "R" TO WS-SEC-MODE
           CALL 'SECRETS' USING WS-SEC-MODE WS-SEC-TEXT WS-SEC-RUN
               WS-SEC-RESULT
           END-CALL
           IF WS-SEC-RESULT NOT = "Y"
               DISPLAY "WARNING: UNRESOLVED SECRET, NOT RUN: "
                   FUNCTION TRIM(WS-SEC-TEXT) UPON SYSERR
               MOVE -1 TO WS-SEC-RUN-RC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEC-RUN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SEC-RUN))
           IF WS-SEC-RUN-LEN > 399
               MOVE 399 TO WS-SEC-RUN-LEN
           END-IF
           MOVE LOW-VALUE TO WS-SEC-RUN(WS-SEC-RUN-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-SEC-RUN
               RETURNING WS-SEC-RUN-RC
           END-CALL
           MOVE SPACES TO WS-SEC-RUN
           EXIT PARAGRAPH.
       Spool-Failed-Alert.
           OPEN EXTEND SPOOL-FILE
           IF NOT WS-SPL-OK
           MOVE 1 TO WS-SPL-ATTEMPTS
           MOVE WS-NOW-SERIAL TO WS-SPL-LAST-TRY
           INSPECT WS-ALERT-CMD REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-ALERT-CMD TO WS-SPL-CMD
           WRITE SPL-RECORD FROM WS-SPL-LINE
           CLOSE SPOOL-FILE
           EXIT PARAGRAPH.
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALERT-TS
           MOVE WS-SPL-MOD TO WS-ALERT-MOD
           MOVE SPACES TO WS-ALERT-ROUTING
           MOVE "LOST" TO WS-ALERT-LEVEL
           MOVE 0 TO WS-ALERT-THRESH
           IF WS-SPL-ATTEMPTS NUMERIC
               MOVE 0 TO WS-ALERT-OBSERVED
           END-IF
           MOVE WS-SPL-TS TO WS-ALERT-NOTE
           PERFORM Seal-Alert-Line
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERTS-FILE
           EXIT PARAGRAPH.
               < WS-SPL-BACKOFF
               EXIT PARAGRAPH
           END-IF
           MOVE SPL-CMD(WS-SPL-IDX) TO WS-SEC-TEXT
           PERFORM Run-Secret-Command
           MOVE WS-SEC-RUN-RC TO WS-SPL-RC
           IF WS-SPL-RC = 0
               MOVE "N" TO SPL-KEEP(WS-SPL-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SPL-ATTEMPTS(WS-SPL-IDX)
           MOVE WS-NOW-SERIAL TO SPL-LAST-TRY(WS-SPL-IDX)
           IF SPL-ATTEMPTS(WS-SPL-IDX) > WS-SPL-MAX-TRIES
               MOVE "N" TO SPL-KEEP(WS-SPL-IDX)
               PERFORM Write-Lost-Record
           END-IF
           EXIT PARAGRAPH.
      * The explicit "gave up" record -- the crossing's original
      * timestamp rides in the note so the trail shows when the
      * undelivered page was first owed.
       Write-Lost-Record.
           OPEN EXTEND ALERTS-FILE
           IF NOT WS-ALERTS-OK
               OPEN OUTPUT ALERTS-FILE
           END-IF
           IF NOT WS-ALERTS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ALERT-TS
           MOVE SPL-MOD(WS-SPL-IDX) TO WS-ALERT-MOD
           MOVE SPACES TO WS-ALERT-ROUTING
           MOVE "LOST" TO WS-ALERT-LEVEL
           MOVE 0 TO WS-ALERT-THRESH
           MOVE SPL-ATTEMPTS(WS-SPL-IDX) TO WS-ALERT-OBSERVED
           MOVE SPL-TS(WS-SPL-IDX) TO WS-ALERT-NOTE
           PERFORM Seal-Alert-Line
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           CLOSE ALERTS-FILE
           EXIT PARAGRAPH.
      * Once a cycle when the trail has grown: every record past the
      * bookmark goes to the system log, oldest first, up to fifty a
      * cycle so a long outage drains without stalling the bar. The
      * first send that fails stops the pass; the rest wait a minute
      * and go in order, the bookmark marking exactly what went.
      * The control audit follows the trail in the same pass.
       Forward-Trail-To-Syslog.
           PERFORM Compute-Now-Serial
           IF WS-NOW-SERIAL < WS-SYSLOG-RETRY-AT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SYS-SENT
           MOVE "N" TO WS-SYS-FAILED
           PERFORM Read-Syslog-Mark
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-OK
               MOVE 0 TO WS-SYS-RECNO
               MOVE "N" TO WS-SYS-EOF
               PERFORM UNTIL WS-SYS-EOF = "Y"
                   MOVE SPACES TO WS-SYS-TRAIL-LINE
                   READ ALERTS-FILE INTO WS-SYS-TRAIL-LINE
                       AT END MOVE "Y" TO WS-SYS-EOF
                       NOT AT END
                           ADD 1 TO WS-SYS-RECNO
                           IF WS-SYS-RECNO > WS-SYS-MARK
                               PERFORM Send-Syslog-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTS-FILE
      * A trail shorter than the bookmark was replaced or cut back --
      * start over from its end rather than resend or go silent.
               IF WS-SYS-RECNO < WS-SYS-MARK
                   MOVE WS-SYS-RECNO TO WS-SYS-MARK
               END-IF
               PERFORM Write-Syslog-Mark
           END-IF
           PERFORM Forward-Control-To-Syslog
           EVALUATE TRUE
               WHEN WS-SYS-FAILED = "Y"
                   COMPUTE WS-SYSLOG-RETRY-AT = WS-NOW-SERIAL + 60
               WHEN WS-SYS-SENT >= 50
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-SYSLOG-DUE
           END-EVALUATE
           EXIT PARAGRAPH.
       Send-Syslog-Record.
           IF WS-SYS-FAILED = "Y" OR WS-SYS-SENT >= 50
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SYS-LEVEL
               WHEN "CRIT" MOVE "crit" TO WS-SYS-SEVERITY
               WHEN "WARN" MOVE "warning" TO WS-SYS-SEVERITY
               WHEN "FLAP" MOVE "warning" TO WS-SYS-SEVERITY
               WHEN "LOST" MOVE "err" TO WS-SYS-SEVERITY
               WHEN "OK  " MOVE "notice" TO WS-SYS-SEVERITY
               WHEN OTHER MOVE "info" TO WS-SYS-SEVERITY
           END-EVALUATE
           IF FUNCTION TEST-NUMVAL(WS-SYS-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-SYS-VALUE) TO WS-SYS-OBSERVED
           ELSE
               MOVE 0 TO WS-SYS-OBSERVED
           END-IF
           INSPECT WS-SYS-NOTE REPLACING ALL "'" BY SPACE
               ALL QUOTE BY SPACE
           INSPECT WS-SYS-PERSON REPLACING ALL "'" BY SPACE
               ALL QUOTE BY SPACE
           MOVE SPACES TO WS-SYS-CMD
           MOVE 1 TO WS-SYS-PTR
           STRING "logger --socket-errors=on -t " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYSLOG-TAG) DELIMITED BY SIZE
                  " -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYSLOG-FACILITY) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-SEVERITY) DELIMITED BY SIZE
                  " -- 'ts=" DELIMITED BY SIZE
                  WS-SYS-TS DELIMITED BY SIZE
                  " module=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-MOD) DELIMITED BY SIZE
                  " level=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-LEVEL) DELIMITED BY SIZE
                  " threshold=" DELIMITED BY SIZE
                  WS-SYS-THRESH DELIMITED BY SIZE
                  " observed=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-OBSERVED) DELIMITED BY SIZE
                  " note=" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-NOTE) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
           END-STRING
           IF WS-SYS-ROUTE NOT = SPACES
               STRING " route=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SYS-ROUTE) DELIMITED BY SIZE
                      " oncall=" DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SYS-PERSON) DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
               END-STRING
           END-IF
           IF WS-SYS-SNAP NOT = SPACES
               STRING " snapshot=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SYS-SNAP) DELIMITED BY SIZE
                      INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
               END-STRING
           END-IF
           STRING "' >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
           END-STRING
           COMPUTE WS-SYS-CMD-LEN = WS-SYS-PTR - 1
           MOVE LOW-VALUE TO WS-SYS-CMD(WS-SYS-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-SYS-CMD
               RETURNING WS-SYS-RC
           END-CALL
           IF WS-SYS-RC NOT = 0
               MOVE "Y" TO WS-SYS-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYS-SENT
           MOVE WS-SYS-RECNO TO WS-SYS-MARK
           EXIT PARAGRAPH.
      * STATCTL's side of the pass -- its own bookmark, but the
      * trail's fifty and the trail's failure switch, so a dead log
      * holds both back and both pick up together.
       Forward-Control-To-Syslog.
           IF WS-SYS-FAILED = "Y" OR WS-SYS-SENT >= 50
               EXIT PARAGRAPH
           END-IF
           PERFORM Read-Control-Mark
           OPEN INPUT CTL-AUDIT-FILE
           IF NOT WS-CTL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SYS-RECNO
           MOVE "N" TO WS-SYS-EOF
           PERFORM UNTIL WS-SYS-EOF = "Y"
               MOVE SPACES TO WS-SYC-LINE
               READ CTL-AUDIT-FILE INTO WS-SYC-LINE
                   AT END MOVE "Y" TO WS-SYS-EOF
                   NOT AT END
                       ADD 1 TO WS-SYS-RECNO
                       IF WS-SYS-RECNO > WS-SYC-MARK
                           PERFORM Send-Syslog-Control
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-AUDIT-FILE
           IF WS-SYS-RECNO < WS-SYC-MARK
               MOVE WS-SYS-RECNO TO WS-SYC-MARK
           END-IF
           PERFORM Write-Control-Mark
           EXIT PARAGRAPH.
      * A refusal is a warning whatever the verb; PAUSE, RESUME and
      * REFRESH are notices. Gets and bad verbs are not sent, and an
      * ack already went out as its trail record -- those lines are
      * just stepped over.
       Send-Syslog-Control.
           IF WS-SYS-FAILED = "Y" OR WS-SYS-SENT >= 50
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SYC-OUTCOME = "REFUSED"
                   MOVE "warning" TO WS-SYS-SEVERITY
               WHEN WS-SYC-VERB = "PAUSE" OR "RESUME" OR "REFRESH"
                   MOVE "notice" TO WS-SYS-SEVERITY
               WHEN OTHER
                   MOVE WS-SYS-RECNO TO WS-SYC-MARK
                   EXIT PARAGRAPH
           END-EVALUATE
           INSPECT WS-SYC-USER REPLACING ALL "'" BY SPACE
               ALL QUOTE BY SPACE
           INSPECT WS-SYC-ARG1 REPLACING ALL "'" BY SPACE
               ALL QUOTE BY SPACE
           INSPECT WS-SYC-ARG2 REPLACING ALL "'" BY SPACE
               ALL QUOTE BY SPACE
           MOVE SPACES TO WS-SYS-CMD
           MOVE 1 TO WS-SYS-PTR
           STRING "logger --socket-errors=on -t " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYSLOG-TAG) DELIMITED BY SIZE
                  " -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYSLOG-FACILITY) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYS-SEVERITY) DELIMITED BY SIZE
                  " -- 'ts=" DELIMITED BY SIZE
                  WS-SYC-TS DELIMITED BY SIZE
                  " control=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYC-VERB) DELIMITED BY SIZE
                  " user=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYC-USER) DELIMITED BY SIZE
                  " outcome=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYC-OUTCOME) DELIMITED BY SIZE
                  INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
           END-STRING
           IF WS-SYC-ARG1 NOT = SPACES
               STRING " module=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SYC-ARG1) DELIMITED BY SIZE
                      INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
               END-STRING
           END-IF
           IF WS-SYC-ARG2 NOT = SPACES
               STRING " arg=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SYC-ARG2) DELIMITED BY SIZE
                      INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
               END-STRING
           END-IF
           STRING "' >/dev/null 2>&1" DELIMITED BY SIZE
                  INTO WS-SYS-CMD WITH POINTER WS-SYS-PTR
           END-STRING
           COMPUTE WS-SYS-CMD-LEN = WS-SYS-PTR - 1
           MOVE LOW-VALUE TO WS-SYS-CMD(WS-SYS-CMD-LEN + 1:1)
           CALL "SYSTEM" USING BY REFERENCE WS-SYS-CMD
               RETURNING WS-SYS-RC
           END-CALL
           IF WS-SYS-RC NOT = 0
               MOVE "Y" TO WS-SYS-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYS-SENT
           MOVE WS-SYS-RECNO TO WS-SYC-MARK
           EXIT PARAGRAPH.
       Read-Syslog-Mark.
           MOVE 0 TO WS-SYS-MARK
           OPEN INPUT SYSLOG-MARK-FILE
           IF NOT WS-SYS-MARK-OK
               EXIT PARAGRAPH
           END-IF
           READ SYSLOG-MARK-FILE
               AT END MOVE ZEROES TO SYS-MARK-RECORD
           END-READ
           IF SYS-MARK-RECORD NUMERIC
               MOVE SYS-MARK-RECORD TO WS-SYS-MARK
           END-IF
           CLOSE SYSLOG-MARK-FILE
           EXIT PARAGRAPH.
       Write-Syslog-Mark.
           OPEN OUTPUT SYSLOG-MARK-FILE
           IF NOT WS-SYS-MARK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SYS-MARK TO SYS-MARK-RECORD
           WRITE SYS-MARK-RECORD
           CLOSE SYSLOG-MARK-FILE
           EXIT PARAGRAPH.
      * Turning forwarding on for the first time starts it at the
      * trail's current end -- the history already there is not
      * replayed into the collector.
       Start-Syslog-Mark.
           OPEN INPUT SYSLOG-MARK-FILE
           IF WS-SYS-MARK-OK
               CLOSE SYSLOG-MARK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SYS-MARK
           OPEN INPUT ALERTS-FILE
           IF WS-ALERTS-OK
               MOVE "N" TO WS-SYS-EOF
               PERFORM UNTIL WS-SYS-EOF = "Y"
                   READ ALERTS-FILE
                       AT END MOVE "Y" TO WS-SYS-EOF
                       NOT AT END ADD 1 TO WS-SYS-MARK
                   END-READ
               END-PERFORM
               CLOSE ALERTS-FILE
           END-IF
           PERFORM Write-Syslog-Mark
           EXIT PARAGRAPH.
       Read-Control-Mark.
           MOVE 0 TO WS-SYC-MARK
           OPEN INPUT SYSLOG-CTL-MARK-FILE
           IF NOT WS-SYC-MARK-OK
               EXIT PARAGRAPH
           END-IF
           READ SYSLOG-CTL-MARK-FILE
               AT END MOVE ZEROES TO SYC-MARK-RECORD
           END-READ
           IF SYC-MARK-RECORD NUMERIC
               MOVE SYC-MARK-RECORD TO WS-SYC-MARK
           END-IF
           CLOSE SYSLOG-CTL-MARK-FILE
           EXIT PARAGRAPH.
       Write-Control-Mark.
           OPEN OUTPUT SYSLOG-CTL-MARK-FILE
           IF NOT WS-SYC-MARK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SYC-MARK TO SYC-MARK-RECORD
           WRITE SYC-MARK-RECORD
           CLOSE SYSLOG-CTL-MARK-FILE
           EXIT PARAGRAPH.
      * Likewise for the control audit, on its own -- an install
      * already forwarding the trail starts on STATCTL's lines from
      * the audit's current end, not from its first line.
       Start-Control-Mark.
           OPEN INPUT SYSLOG-CTL-MARK-FILE
           IF WS-SYC-MARK-OK
               CLOSE SYSLOG-CTL-MARK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SYC-MARK
           OPEN INPUT CTL-AUDIT-FILE
           IF WS-CTL-OK
               MOVE "N" TO WS-SYS-EOF
               PERFORM UNTIL WS-SYS-EOF = "Y"
                   READ CTL-AUDIT-FILE
                       AT END MOVE "Y" TO WS-SYS-EOF
                       NOT AT END ADD 1 TO WS-SYC-MARK
                   END-READ
               END-PERFORM
               CLOSE CTL-AUDIT-FILE
           END-IF
           PERFORM Write-Control-Mark
           EXIT PARAGRAPH.
       Validate-Config.
           MOVE 0 TO WS-VALIDATION-ERRORS
           MOVE 0 TO WS-VALIDATE-LINE-NUM
           MOVE WS-CONFIG-PATH TO WS-VALIDATE-FILE
           PERFORM Reset-Config-Vars
           MOVE "N" TO WS-VALIDATE-EOF
           PERFORM UNTIL VALIDATE-EOF
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                       PERFORM Validate-Config-Line
               END-READ
           END-PERFORM
           MOVE "E" TO WS-VAR-MODE
           PERFORM Call-Cfgvars
           IF WS-VAR-MESSAGE NOT = SPACES
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION TRIM(WS-CONFIG-PATH)
                   ": " FUNCTION TRIM(WS-VAR-MESSAGE) UPON SYSERR
           END-IF
           CLOSE CONFIG-FILE
           OPEN INPUT CONFIG-FILE
      * A secrets file anyone else can read is refused outright --
      * SECRETS will not fill a reference from it until it is
      * chmod 600 and owned by the user running the bar.
           MOVE "C" TO WS-SEC-MODE
           CALL 'SECRETS' USING WS-SEC-MODE WS-SEC-TEXT WS-SEC-RUN
               WS-SEC-RESULT
           END-CALL
           IF WS-SEC-RESULT = "U"
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR STATUSLINE-COB.SEC: OPEN TO OTHER "
                   "USERS, REFUSED (CHMOD 600)" UPON SYSERR
           END-IF
           IF WS-VALIDATION-ERRORS > 0
               DISPLAY "WARNING: " WS-VALIDATION-ERRORS
                   " CONFIG VALIDATION ERROR(S) FOUND IN "
           IF WS-CONFIG-LINE = SPACES OR WS-TYPE-COMMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM Filter-Config-Line
           IF WS-VAR-MESSAGE NOT = SPACES
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM ": "
                   FUNCTION TRIM(WS-VAR-MESSAGE) UPON SYSERR
           END-IF
           IF WS-VAR-KEEP = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TYPE-GENERAL PERFORM Validate-General-Line
               WHEN WS-TYPE-MODULE PERFORM Validate-Module-Line
               WHEN WS-TYPE-GROUP  PERFORM Validate-Module-Line
               WHEN WS-TYPE-DERIVED PERFORM Validate-Module-Line
               WHEN WS-TYPE-METRICS PERFORM Validate-Metrics-Line
               WHEN WS-TYPE-CLICK  PERFORM Validate-Click-Line
               WHEN WS-TYPE-RULE   PERFORM Validate-Rule-Line
               WHEN WS-TYPE-FLEET  PERFORM Validate-Fleet-Line
               WHEN WS-TYPE-DEPENDS PERFORM Validate-Depends-Line
               WHEN WS-TYPE-MEETING PERFORM Validate-Meeting-Line
               WHEN WS-TYPE-UNITS  PERFORM Validate-Units-Line
               WHEN WS-TYPE-LOCALE PERFORM Validate-Locale-Line
               WHEN WS-TYPE-SLO    PERFORM Validate-Slo-Line
               WHEN WS-TYPE-RECORD PERFORM Validate-Record-Line
               WHEN WS-TYPE-SNAPSHOT PERFORM Validate-Snapshot-Line
               WHEN WS-TYPE-SYSLOG PERFORM Validate-Syslog-Line
               WHEN OTHER
                   ADD 1 TO WS-VALIDATION-ERRORS
                   DISPLAY "CONFIG ERROR " FUNCTION
                   ": INVALID MARKUP " WS-CONFIG-MARKUP
                   UPON SYSERR
           END-IF
           IF WS-CONFIG-SPARK NOT = SPACES
               AND (WS-CONFIG-SPARK NOT NUMERIC
                   OR WS-CONFIG-SPARK < "02"
                   OR WS-CONFIG-SPARK > "16")
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID SPARK " WS-CONFIG-SPARK
                   " (2-16)" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * A config color is acceptable as six hex digits or as the
      * name of a slot in the loaded palette.
           END-PERFORM
           EXIT PARAGRAPH.
       Process-Config-Line.
           PERFORM Filter-Config-Line
           IF WS-VAR-KEEP = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-INCLUDE
               PERFORM Process-Include
           ELSE
                 DELIMITED BY ALL SPACES
                 INTO WS-TIME-FORMAT WS-UPDATE-INTERVAL
                      WS-TERM-SEPARATOR WS-SAVER-INTERVAL
                      WS-RETAIN-DAYS WS-INCIDENT-WINDOW
                      WS-FLAP-CROSSINGS WS-FLAP-MINUTES
                      WS-FLAP-SETTLE
               END-UNSTRING
               IF WS-FLAP-CROSSINGS > WS-FLAP-CROSSINGS-MAX
                   DISPLAY "WARNING: FLAP-CROSSINGS ABOVE "
                       WS-FLAP-CROSSINGS-MAX ", "
                       WS-FLAP-CROSSINGS-MAX " USED" UPON SYSERR
                   MOVE WS-FLAP-CROSSINGS-MAX TO WS-FLAP-CROSSINGS
               END-IF
             WHEN WS-TYPE-MODULE PERFORM Process-Module
             WHEN WS-TYPE-GROUP  PERFORM Process-Module
             WHEN WS-TYPE-DERIVED PERFORM Process-Module
             WHEN WS-TYPE-METRICS PERFORM Process-Metrics
             WHEN WS-TYPE-CLICK  PERFORM Process-Click-Line
             WHEN WS-TYPE-RULE   PERFORM Process-Rule-Line
             WHEN WS-TYPE-FLEET  PERFORM Process-Fleet
             WHEN WS-TYPE-DEPENDS PERFORM Process-Depends-Line
             WHEN WS-TYPE-MEETING PERFORM Process-Meeting-Line
             WHEN WS-TYPE-UNITS  PERFORM Process-Units-Line
             WHEN WS-TYPE-LOCALE PERFORM Process-Locale-Line
             WHEN WS-TYPE-SLO    PERFORM Process-Slo-Line
             WHEN WS-TYPE-RECORD PERFORM Process-Record-Line
             WHEN WS-TYPE-SNAPSHOT PERFORM Process-Snapshot-Line
             WHEN WS-TYPE-SYSLOG PERFORM Process-Syslog-Line
             WHEN OTHER DISPLAY "WARNING: UNKNOWN MODULE TYPE: "
                                WS-CONFIG-TYPE UPON SYSERR
           END-EVALUATE
               READ INCLUDE-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-INCLUDE-EOF
                   NOT AT END
                       PERFORM Filter-Config-Line
                       EVALUATE TRUE
                           WHEN WS-VAR-KEEP = "N"
                               CONTINUE
                           WHEN WS-TYPE-INCLUDE
                               DISPLAY "WARNING: NESTED INCLUDE IGNORED"
                                   " IN " FUNCTION TRIM(WS-INCLUDE-PATH)
                                   UPON SYSERR
                           WHEN OTHER
                               PERFORM Dispatch-Config-Line
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INCLUDE-FILE
           EXIT PARAGRAPH.
      * Every config line, the main file's and an include's, goes
      * through CFGVARS first -- see WS-TYPE-SET.
       Reset-Config-Vars.
           MOVE "R" TO WS-VAR-MODE
           MOVE SPACES TO WS-VAR-LINE
           MOVE WS-VAR-HOST TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           EXIT PARAGRAPH.
       Filter-Config-Line.
           MOVE "F" TO WS-VAR-MODE
           MOVE WS-CONFIG-LINE TO WS-VAR-LINE
           PERFORM Call-Cfgvars
           MOVE WS-VAR-LINE TO WS-CONFIG-LINE
           EXIT PARAGRAPH.
       Call-Cfgvars.
           CALL 'CFGVARS' USING WS-VAR-MODE WS-VAR-LINE WS-VAR-KEEP
               WS-VAR-MESSAGE
           END-CALL
           EXIT PARAGRAPH.
      * "--expand": the config as WS-VAR-HOST would load it, one
      * line per line loaded, on stdout -- ready to diff against
      * another host's, or to keep as that machine's own file.
       List-Expanded-Config.
           IF NOT WS-FILE-OK
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM Reset-Config-Vars
           MOVE "N" TO WS-VALIDATE-EOF
           PERFORM UNTIL VALIDATE-EOF
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-VALIDATE-EOF
                   NOT AT END PERFORM List-Expanded-Line
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           MOVE 0 TO RETURN-CODE
           IF WS-VALIDATION-ERRORS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT PARAGRAPH.
       List-Expanded-Line.
           PERFORM Filter-Config-Line
           EVALUATE TRUE
               WHEN WS-VAR-KEEP = "N"
                   CONTINUE
               WHEN WS-TYPE-INCLUDE
                   PERFORM List-Expanded-Include
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-CONFIG-LINE TRAILING)
           END-EVALUATE
           EXIT PARAGRAPH.
      * An include's lines are listed in its place, one level deep
      * as the bar reads them.
       List-Expanded-Include.
           MOVE SPACES TO WS-INCLUDE-PATH
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-INCLUDE-PATH
           OPEN INPUT INCLUDE-FILE
           IF NOT WS-INCLUDE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INCLUDE-EOF
           PERFORM UNTIL WS-INCLUDE-EOF = "Y"
               READ INCLUDE-FILE INTO WS-CONFIG-LINE
                   AT END MOVE "Y" TO WS-INCLUDE-EOF
                   NOT AT END
                       PERFORM Filter-Config-Line
                       IF WS-VAR-KEEP = "Y" AND NOT WS-TYPE-INCLUDE
                           DISPLAY FUNCTION TRIM(WS-CONFIG-LINE
                               TRAILING)
                       END-IF
               END-READ
           END-PERFORM
            IF WS-TYPE-PLUGIN
               SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DPLUGHOOK'
            ELSE
      * AGE, AGE-DB, AGE-HOME ... -- one backup target apiece, each
      * under its own name in the history store.
            IF WS-CONFIG-NAME(1:3) = "AGE"
               SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DAGEHOOK'
            ELSE
             EVALUATE WS-CONFIG-NAME
               WHEN "BATTERY"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DBATTHOOK'
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DPINGHOOK'
               WHEN "SVC"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DSVCHOOK'
               WHEN "PROC"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DPROCHOOK'
               WHEN "LOG"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DLOGHOOK'
               WHEN "CERT"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DCERTHOOK'
               WHEN "NIGHTLY"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DNIGHTHOOK'
               WHEN "SLO"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DSLOHOOK'
               WHEN "MUSIC"
                 SET WS-MOD-POINTER(MOD-IDX) TO ENTRY 'DMUSICHOOK'
               WHEN "WEATHER"
             END-EVALUATE
            END-IF
            END-IF
            END-IF
           END-IF
           MOVE WS-CONFIG-COLOR TO WS-COLOR-WORK
           PERFORM Resolve-Theme-Color
           END-IF
           SET WS-MOD-JUSTIFY(MOD-IDX) TO WS-CONFIG-JUSTIFY
           MOVE 000 TO WS-MOD-FAILS(MOD-IDX)
           MOVE 0 TO WS-MOD-REC-SECS(MOD-IDX)
           IF WS-CONFIG-TIMEOUT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-TIMEOUT)
                   TO WS-MOD-TIMEOUT(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-RATE-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-HBASE-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-STATE(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-FLAP-SINCE(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-LEN(MOD-IDX)
           MOVE 0 TO WS-MOD-SPARK-COUNT(MOD-IDX)
           MOVE 0 TO WS-MOD-ALERT-REPEAT(MOD-IDX)
           MOVE 0 TO WS-MOD-ESC-AFTER(MOD-IDX)
           SET WS-MOD-ESC-CMD(MOD-IDX) TO SPACES
           IF WS-CONFIG-MARKUP = "P"
               MOVE "P" TO WS-MOD-MARKUP(MOD-IDX)
           END-IF
           IF WS-CONFIG-SPARK IS NUMERIC
               AND WS-CONFIG-SPARK >= "02" AND WS-CONFIG-SPARK <= "16"
               MOVE WS-CONFIG-SPARK TO WS-MOD-SPARK-LEN(MOD-IDX)
           END-IF
           IF WS-CONFIG-ALERT-REPEAT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-ALERT-REPEAT)
                   TO WS-MOD-ALERT-REPEAT(MOD-IDX)
                   ": METRICS LINE MISSING PATH" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Process-Fleet.
           MOVE SPACES TO WS-FLEET-DIR WS-FLEET-HOST
           UNSTRING FUNCTION TRIM(WS-CONFIG-BODY)
               DELIMITED BY ALL SPACES
               INTO WS-FLEET-DIR WS-FLEET-HOST
           END-UNSTRING
           IF WS-FLEET-DIR = SPACES
               DISPLAY "WARNING: FLEET LINE MISSING DIRECTORY"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
      * No name on the line: the machine's short name, as CFGVARS
      * worked it out for IF-HOST -- $HOSTNAME is seldom exported
      * under cron or systemd, and it falls back to /etc/hostname.
           IF WS-FLEET-HOST = SPACES
               MOVE "H" TO WS-VAR-MODE
               PERFORM Call-Cfgvars
               MOVE WS-VAR-LINE(65:64) TO WS-FLEET-HOST
           END-IF
           IF WS-FLEET-HOST = SPACES
               MOVE "localhost" TO WS-FLEET-HOST
           END-IF
           MOVE SPACES TO WS-FLEET-PATH WS-FLEET-TMP-PATH
           STRING FUNCTION TRIM(WS-FLEET-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLEET-HOST) DELIMITED BY SIZE
                  ".FLT" DELIMITED BY SIZE
                  INTO WS-FLEET-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-FLEET-PATH) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO WS-FLEET-TMP-PATH
           END-STRING
           MOVE "Y" TO WS-FLEET-SET
           EXIT PARAGRAPH.
      * "MEETING CPU" lets CPU's CRIT page during a [DND] meeting;
      * "MEETING" with NAME blank sets the summary command.
       Process-Meeting-Line.
           IF WS-CONFIG-NAME = SPACES
               IF WS-CONFIG-BODY = SPACES
                   DISPLAY "WARNING: BAD MEETING LINE: NO MODULE "
                       "OR COMMAND" UPON SYSERR
               ELSE
                   MOVE FUNCTION TRIM(WS-CONFIG-BODY)
                       TO WS-MEET-SUMMARY-CMD
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MEET-COUNT >= 20
               DISPLAY "WARNING: MEETING LIMIT (20) REACHED, IGNORING: "
                   FUNCTION TRIM(WS-CONFIG-NAME) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEET-COUNT
           MOVE WS-CONFIG-NAME TO WS-MEET-BREAK(WS-MEET-COUNT)
           EXIT PARAGRAPH.
       Validate-Meeting-Line.
           IF WS-CONFIG-NAME = SPACES AND WS-CONFIG-BODY = SPACES
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID MEETING LINE" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * A config without a UNITS line shows Celsius, binary sizes
      * and bytes, as the bar always has -- so a reload that drops
      * the line goes back to them.
       Reset-Unit-Preferences.
           MOVE "C" TO WS-UNIT-MODE
           MOVE SPACES TO WS-UNIT-TEXT
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-RESULT WS-UNIT-TEXT
           END-CALL
           EXIT PARAGRAPH.
       Process-Units-Line.
           MOVE "C" TO WS-UNIT-MODE
           MOVE WS-CONFIG-BODY TO WS-UNIT-TEXT
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-RESULT WS-UNIT-TEXT
           END-CALL
           IF WS-UNIT-RESULT NOT = "OK"
               DISPLAY "WARNING: BAD UNITS LINE, IGNORED: "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Validate-Units-Line.
           MOVE "K" TO WS-UNIT-MODE
           MOVE WS-CONFIG-BODY TO WS-UNIT-TEXT
           CALL 'UNITFMT' USING WS-UNIT-MODE WS-UNIT-VALUE
               WS-UNIT-RESULT WS-UNIT-TEXT
           END-CALL
           IF WS-UNIT-RESULT NOT = "OK"
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID UNITS LINE" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * Without a LOCALE line dates, names and numbers print as they
      * always have.
       Reset-Locale.
           MOVE "R" TO WS-LOC-MODE
           PERFORM Call-Locfmt
           EXIT PARAGRAPH.
       Process-Locale-Line.
           MOVE "C" TO WS-LOC-MODE
           PERFORM Call-Locfmt
           IF WS-LOC-RESULT NOT = "OK"
               DISPLAY "WARNING: BAD LOCALE LINE, IGNORED: "
                   FUNCTION TRIM(WS-CONFIG-NAME) " "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Validate-Locale-Line.
           MOVE "K" TO WS-LOC-MODE
           PERFORM Call-Locfmt
           IF WS-LOC-RESULT NOT = "OK"
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID LOCALE LINE" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * NAME in columns 1-12 and BODY in 13-83 of the text, as
      * LOCFMT takes a line.
       Call-Locfmt.
           MOVE SPACES TO WS-LOC-TEXT
           MOVE WS-CONFIG-NAME TO WS-LOC-TEXT(1:12)
           MOVE WS-CONFIG-BODY TO WS-LOC-TEXT(13:71)
           CALL 'LOCFMT' USING WS-LOC-MODE WS-LOC-VALUE
               WS-LOC-RESULT WS-LOC-TEXT
           END-CALL
           EXIT PARAGRAPH.
       Reset-Record-Policies.
           MOVE "R" TO WS-POL-MODE
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           EXIT PARAGRAPH.
      * "LOCAL3" in BODY, "BAR" in NAME -- logged as local3.<sev>
      * under tag BAR. A facility not in the list is warned and the
      * line dropped, leaving forwarding off.
       Process-Syslog-Line.
           PERFORM Parse-Syslog-Line
           IF WS-SYSLOG-FACILITY = SPACES
               DISPLAY "WARNING: BAD SYSLOG LINE: "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SYSLOG-SET
           MOVE "Y" TO WS-SYSLOG-DUE
           PERFORM Start-Syslog-Mark
           PERFORM Start-Control-Mark
           EXIT PARAGRAPH.
       Validate-Syslog-Line.
           PERFORM Parse-Syslog-Line
           IF WS-SYSLOG-FACILITY = SPACES
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID SYSLOG FACILITY" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * Leaves the facility in lower case (spaces when it isn't one
      * of the allowed ones) and the tag.
       Parse-Syslog-Line.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CONFIG-BODY))
               TO WS-SYSLOG-FACILITY
           IF WS-SYSLOG-FACILITY = SPACES
               MOVE "user" TO WS-SYSLOG-FACILITY
           END-IF
           IF WS-SYSLOG-FACILITY NOT = "user" AND NOT = "daemon"
               AND NOT = "local0" AND NOT = "local1"
               AND NOT = "local2" AND NOT = "local3"
               AND NOT = "local4" AND NOT = "local5"
               AND NOT = "local6" AND NOT = "local7"
               MOVE SPACES TO WS-SYSLOG-FACILITY
           END-IF
           IF WS-CONFIG-NAME = SPACES
               MOVE "statusline-cob" TO WS-SYSLOG-TAG
           ELSE
               MOVE FUNCTION TRIM(WS-CONFIG-NAME) TO WS-SYSLOG-TAG
           END-IF
           EXIT PARAGRAPH.
      * A later SNAPSHOT line replaces an earlier one's command.
       Process-Snapshot-Line.
           MOVE FUNCTION TRIM(WS-CONFIG-BODY) TO WS-SNAP-CMD
           EXIT PARAGRAPH.
       Validate-Snapshot-Line.
           IF WS-CONFIG-BODY = SPACES
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": SNAPSHOT LINE NAMES NO COMMAND" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * "DISK" with "CHANGE 1 EVERY 30" -- a line that doesn't parse
      * is warned and dropped, leaving the module written every poll.
       Process-Record-Line.
           MOVE "C" TO WS-POL-MODE
           MOVE WS-CONFIG-NAME TO WS-POL-NAME
           MOVE WS-CONFIG-BODY TO WS-POL-TEXT
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           IF WS-POL-POLICY = "?"
               DISPLAY "WARNING: BAD RECORD LINE: "
                   FUNCTION TRIM(WS-CONFIG-NAME) " "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Validate-Record-Line.
           MOVE "K" TO WS-POL-MODE
           MOVE WS-CONFIG-NAME TO WS-POL-NAME
           MOVE WS-CONFIG-BODY TO WS-POL-TEXT
           CALL 'HISTPOL' USING WS-POL-MODE WS-POL-NAME WS-POL-TEXT
               WS-POL-POLICY WS-POL-BAND WS-POL-KEEP WS-POL-COUNT
           END-CALL
           IF WS-POL-POLICY = "?"
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID RECORD LINE" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * "PING" with "LT 150 99.5 MONTH" -- a line that doesn't parse
      * is warned and dropped; the counts of a dropped or changed
      * objective are not carried over.
       Process-Slo-Line.
           PERFORM Parse-Slo-Body
           IF WS-SLO-BAD-LINE = "Y"
               DISPLAY "WARNING: BAD SLO LINE: "
                   FUNCTION TRIM(WS-CONFIG-NAME) " "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-SLO-COUNT >= 20
               DISPLAY "WARNING: SLO LIMIT (20) REACHED, IGNORING: "
                   FUNCTION TRIM(WS-CONFIG-NAME) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLO-COUNT
           MOVE WS-CONFIG-NAME TO SLO-MOD(WS-SLO-COUNT)
           MOVE WS-SLO-TOK-1 TO SLO-OP(WS-SLO-COUNT)
           MOVE FUNCTION NUMVAL(WS-SLO-TOK-2)
               TO SLO-LIMIT(WS-SLO-COUNT)
           MOVE FUNCTION NUMVAL(WS-SLO-TOK-3)
               TO SLO-TARGET(WS-SLO-COUNT)
           MOVE WS-SLO-TOK-4 TO SLO-PERIOD(WS-SLO-COUNT)
           MOVE SPACES TO SLO-START(WS-SLO-COUNT)
           MOVE 0 TO SLO-GOOD(WS-SLO-COUNT) SLO-BAD(WS-SLO-COUNT)
           EXIT PARAGRAPH.
       Validate-Slo-Line.
           PERFORM Parse-Slo-Body
           IF WS-SLO-BAD-LINE = "Y"
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID SLO LINE" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * Leaves the op, limit, target and period (MONTH when none is
      * given) in WS-SLO-TOK-1 through -4. A "%" after the target is
      * allowed; the target must lie strictly between 0 and 100.
       Parse-Slo-Body.
           MOVE "N" TO WS-SLO-BAD-LINE
           MOVE SPACES TO WS-SLO-TOK-1 WS-SLO-TOK-2 WS-SLO-TOK-3
               WS-SLO-TOK-4 WS-SLO-TOK-5
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIG-BODY))
               DELIMITED BY ALL SPACES
               INTO WS-SLO-TOK-1 WS-SLO-TOK-2 WS-SLO-TOK-3
                    WS-SLO-TOK-4 WS-SLO-TOK-5
           END-UNSTRING
           INSPECT WS-SLO-TOK-3 REPLACING ALL "%" BY SPACE
           IF WS-SLO-TOK-4 = SPACES
               MOVE "MONTH" TO WS-SLO-TOK-4
           END-IF
           IF WS-CONFIG-NAME = SPACES OR WS-SLO-TOK-5 NOT = SPACES
               OR WS-SLO-TOK-2 = SPACES OR WS-SLO-TOK-3 = SPACES
               MOVE "Y" TO WS-SLO-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SLO-TOK-1 NOT = "LT" AND NOT = "LE"
               AND NOT = "GT" AND NOT = "GE"
               MOVE "Y" TO WS-SLO-BAD-LINE
           END-IF
           IF WS-SLO-TOK-4 NOT = "DAY" AND NOT = "WEEK"
               AND NOT = "MONTH"
               MOVE "Y" TO WS-SLO-BAD-LINE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-SLO-TOK-2) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-SLO-TOK-3) NOT = 0
               MOVE "Y" TO WS-SLO-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-SLO-TOK-3) <= 0
               OR FUNCTION NUMVAL(WS-SLO-TOK-3) >= 100
               MOVE "Y" TO WS-SLO-BAD-LINE
           END-IF
           EXIT PARAGRAPH.
      * "WEATHER DEPENDS ON PING": the child in NAME, the parent as
      * the body's first token (a leading ON is skipped). A line
      * naming no parent, or the module itself, is warned and
      * dropped.
       Process-Depends-Line.
           PERFORM Parse-Depends-Body
           IF WS-DEP-BAD = "Y"
               DISPLAY "WARNING: BAD DEPENDS LINE: "
                   FUNCTION TRIM(WS-CONFIG-NAME) " "
                   FUNCTION TRIM(WS-CONFIG-BODY) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-COUNT >= 30
               DISPLAY "WARNING: DEPENDS LIMIT (30) REACHED, IGNORING: "
                   FUNCTION TRIM(WS-CONFIG-NAME) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE WS-CONFIG-NAME TO DEP-CHILD(WS-DEP-COUNT)
           MOVE WS-DEP-TOK-1 TO DEP-PARENT(WS-DEP-COUNT)
           EXIT PARAGRAPH.
       Validate-Depends-Line.
           PERFORM Parse-Depends-Body
           IF WS-DEP-BAD = "Y"
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": INVALID DEPENDS LINE" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
      * Leaves the parent's name in WS-DEP-TOK-1.
       Parse-Depends-Body.
           MOVE "N" TO WS-DEP-BAD
           MOVE SPACES TO WS-DEP-TOK-1 WS-DEP-TOK-2
           UNSTRING FUNCTION TRIM(WS-CONFIG-BODY)
               DELIMITED BY ALL SPACES
               INTO WS-DEP-TOK-1 WS-DEP-TOK-2
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-DEP-TOK-1) = "ON"
               MOVE WS-DEP-TOK-2 TO WS-DEP-TOK-1
           END-IF
           IF WS-CONFIG-NAME = SPACES OR WS-DEP-TOK-1 = SPACES
               OR WS-DEP-TOK-1 = WS-CONFIG-NAME
               MOVE "Y" TO WS-DEP-BAD
           END-IF
           EXIT PARAGRAPH.
      * Each poll, before the render: is any parent this module
      * depends on down right now -- in CRIT, or showing ERR after
      * three failed reads? Parents polled earlier in the cycle
      * answer for this cycle, later ones from the last.
       Check-Dependency.
           MOVE SPACES TO WS-DEP-WAIT-ON
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   OR WS-DEP-WAIT-ON NOT = SPACES
               IF DEP-CHILD(WS-DEP-IDX) = WS-MOD-NAME(MOD-IDX)
                   PERFORM Check-Dependency-Parent
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
       Check-Dependency-Parent.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-MODULES-LOADED
               IF WS-MOD-NAME(WS-DEP-SCAN) = DEP-PARENT(WS-DEP-IDX)
                   IF WS-MOD-ALERT-STATE(WS-DEP-SCAN) = 2
                       OR WS-MOD-FAILS(WS-DEP-SCAN) >= 3
                       MOVE DEP-PARENT(WS-DEP-IDX) TO WS-DEP-WAIT-ON
                   END-IF
                   MOVE WS-MODULES-LOADED TO WS-DEP-SCAN
               END-IF
           END-PERFORM
           EXIT PARAGRAPH.
      * Only the flap setting is checked -- the rest of the line
      * has always been taken as it comes.
       Validate-General-Line.
           MOVE SPACES TO WS-GENERAL-TOKENS
           UNSTRING WS-CONFIG-BODY DELIMITED BY ALL SPACES
               INTO WS-GENERAL-TOK(1) WS-GENERAL-TOK(2)
                    WS-GENERAL-TOK(3) WS-GENERAL-TOK(4)
                    WS-GENERAL-TOK(5) WS-GENERAL-TOK(6)
                    WS-GENERAL-TOK(7)
           END-UNSTRING
           IF WS-GENERAL-TOK(7) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-GENERAL-TOK(7)) NOT = 0
               OR FUNCTION NUMVAL(WS-GENERAL-TOK(7))
                   > WS-FLAP-CROSSINGS-MAX
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": FLAP-CROSSINGS MUST BE 0 TO "
                   WS-FLAP-CROSSINGS-MAX UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Validate-Fleet-Line.
           IF FUNCTION TRIM(WS-CONFIG-BODY) = SPACES
               ADD 1 TO WS-VALIDATION-ERRORS
               DISPLAY "CONFIG ERROR " FUNCTION
                   TRIM(WS-VALIDATE-FILE)
                   " LINE " WS-VALIDATE-LINE-NUM
                   ": FLEET LINE MISSING DIRECTORY" UPON SYSERR
           END-IF
           EXIT PARAGRAPH.
       Validate-Sink-Line.
           MOVE SPACES TO WS-SINK-TOKEN WS-SINK-PATH-TOKEN
           UNSTRING FUNCTION TRIM(WS-CONFIG-BODY)
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               PERFORM Compute-Hide-Pass
               PERFORM Load-Spark-Ring
               CALL 'OUTPUT_FMT' USING WS-SINK-TYPE
                   WS-MOD-POINTER(MOD-IDX)
                   WS-MOD-COLOR(MOD-IDX) WS-MOD-BODY(MOD-IDX) 3
           END-STRING
           WRITE METRICS-RECORD FROM WS-METRICS-LINE
           EXIT PARAGRAPH.
      * One header line and one line per named module, levels as
      * the alert engine last saw them (ERR once the hook has failed
      * three polls running, the same point OUTPUT_FMT gives up on
      * the stale text). An unwritable directory skips the cycle,
      * same as the metrics file; the rename is what makes the drop
      * appear all at once to a reader on another machine's mount.
       Write-Fleet-Feed.
           PERFORM Compute-Now-Serial
           MOVE 0 TO WS-FLH-HB-AGE
           IF WS-FLEET-LAST-SERIAL > 0
               AND WS-NOW-SERIAL > WS-FLEET-LAST-SERIAL
               COMPUTE WS-FLH-HB-AGE =
                   WS-NOW-SERIAL - WS-FLEET-LAST-SERIAL
           END-IF
           MOVE WS-NOW-SERIAL TO WS-FLEET-LAST-SERIAL
           OPEN OUTPUT FLEET-FEED-FILE
           IF NOT WS-FLEET-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLEET-HOST TO WS-FLH-HOST
           MOVE WS-NOW-DT-FIELDS TO WS-FLH-TS
           MOVE WS-EFFECTIVE-INTERVAL TO WS-FLH-INTERVAL
           WRITE FLEET-FEED-RECORD FROM WS-FLEET-HEAD
           PERFORM VARYING MOD-IDX FROM 1 BY 1
               UNTIL MOD-IDX > WS-MODULES-LOADED
               IF WS-MOD-NAME(MOD-IDX) NOT = SPACES
                   PERFORM Write-Fleet-Module
               END-IF
           END-PERFORM
           CLOSE FLEET-FEED-FILE
           MOVE LOW-VALUE
               TO WS-FLEET-TMP-PATH(FUNCTION LENGTH(FUNCTION
               TRIM(WS-FLEET-TMP-PATH)) + 1:1)
           MOVE LOW-VALUE
               TO WS-FLEET-PATH(FUNCTION LENGTH(FUNCTION
               TRIM(WS-FLEET-PATH)) + 1:1)
           CALL "rename" USING BY REFERENCE WS-FLEET-TMP-PATH
               BY REFERENCE WS-FLEET-PATH
               RETURNING WS-FLEET-RC
           END-CALL
           INSPECT WS-FLEET-TMP-PATH REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-FLEET-PATH REPLACING ALL LOW-VALUE BY SPACE
           EXIT PARAGRAPH.
       Write-Fleet-Module.
           MOVE WS-MOD-NAME(MOD-IDX) TO WS-FLM-NAME
           EVALUATE TRUE
               WHEN WS-MOD-FAILS(MOD-IDX) >= 3
                   MOVE "ERR " TO WS-FLM-LEVEL
               WHEN WS-MOD-ALERT-STATE(MOD-IDX) = 2
                   MOVE "CRIT" TO WS-FLM-LEVEL
               WHEN WS-MOD-ALERT-STATE(MOD-IDX) = 1
                   MOVE "WARN" TO WS-FLM-LEVEL
               WHEN OTHER
                   MOVE "OK  " TO WS-FLM-LEVEL
           END-EVALUATE
           MOVE WS-MOD-FAILS(MOD-IDX) TO WS-FLM-FAILS
           IF WS-MOD-VALUE-SET(MOD-IDX) = "Y"
               MOVE "Y" TO WS-FLM-NUM-FLAG
               MOVE WS-MOD-VALUE(MOD-IDX) TO WS-FLM-VALUE
               MOVE WS-MOD-UNIT(MOD-IDX) TO WS-FLM-UNIT
           ELSE
               MOVE "N" TO WS-FLM-NUM-FLAG
               MOVE 0 TO WS-FLM-VALUE
               MOVE SPACES TO WS-FLM-UNIT
           END-IF
           WRITE FLEET-FEED-RECORD FROM WS-FLEET-MOD
           EXIT PARAGRAPH.
       Apply-Color-Override.
           MOVE SPACES TO WS-COLOR-ENV-NAME
           STRING "STATUSLINE_" DELIMITED BY SIZE
