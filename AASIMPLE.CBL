           SELECT TOURNFILE ASSIGN TO DYNAMIC TOURNFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOURNFILE-STATUS.
           SELECT RULESETFILE ASSIGN TO DYNAMIC RULESETFILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RULESETFILE-STATUS.
           SELECT PLANFILE ASSIGN TO DYNAMIC PLANFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLANFILE-STATUS.
           SELECT LEDGERFILE ASSIGN TO DYNAMIC LEDGERFILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGERFILE-STATUS.
           SELECT STMTFILE ASSIGN TO DYNAMIC STMTFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMTFILE-STATUS.
           SELECT JOBFILE ASSIGN TO DYNAMIC JOBFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBFILE-STATUS.
           SELECT JOBLISTFILE ASSIGN TO DYNAMIC JOBLISTFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLISTFILE-STATUS.
           SELECT PRINTFILE ASSIGN TO DYNAMIC PRINTFILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTFILE-STATUS.
           SELECT LOCKFILE ASSIGN TO DYNAMIC LOCKFILENAME
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCKFILE-STATUS.
           SELECT LIBAUDITFILE ASSIGN TO DYNAMIC LIBAUDITFILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIBAUDITFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   04 FR-RF-UNIT  PIC 99.
                   04 FR-RF-COUNT PIC 999.
                   04 FR-RF-ROUND PIC 999.
      * Allied contingents, laid out as CONTINGENTS in the army.
           02 FR-CONTINGENTS PIC X(187).

      * One record per simulated combat round, so a research run can
      * be audited afterward instead of only seeing final tallies.
           02 BS-ROUNDNUM    PIC 999.
           02 BS-ATTK-TROOPS PIC 999 OCCURS 14 TIMES.
           02 BS-DEF-TROOPS  PIC 999 OCCURS 14 TIMES.
      * One power record ('P') per allied contingent follows the data
      * record of a round, for each side made of contingents, with
      * that power's losses in the round and its running cost for
      * the battle.  Like snapshots, power records are outside the
      * trailer's count and control totals.
       01  BATTLELOG-POWER.
           02 BP-RECTYPE     PIC X.
           02 BP-BATTLENUM   PIC 9(9).
           02 BP-ROUNDNUM    PIC 999.
           02 BP-SIDE        PIC X.
           02 BP-POWER       PIC X(12).
           02 BP-COST        PIC 9(5).
           02 BP-LOSSES      PIC 999 OCCURS 14 TIMES.
       01  BATTLELOG-HEADER.
           02 BLH-RECTYPE    PIC X.
           02 BLH-RUNDATE    PIC 9(8).
           02 BLH-STATSFILE  PIC X(30).
           02 BLH-BATTLETYPE PIC X.
           02 BLH-BATTLECOUNT PIC 9(9).
           02 BLH-RULESET    PIC X(20).
           02 BLH-STATSCTL   PIC 9(9).
      * The trailer carries the data-record count and control totals
      * (hits and cost summed over the body) for reconciliation.
       01  BATTLELOG-TRAILER.
                       05 SC-ATTK-RF-UNIT  PIC 99.
                       05 SC-ATTK-RF-COUNT PIC 999.
                       05 SC-ATTK-RF-ROUND PIC 999.
               03 SC-ATTK-CONTINGENTS PIC X(187).
           02 SC-DEFENDER.
               03 SC-DEF-TROOPS PIC 999 OCCURS 14 TIMES.
               03 SC-DEF-POLICY PIC 99 OCCURS 14 TIMES.
                       05 SC-DEF-RF-UNIT  PIC 99.
                       05 SC-DEF-RF-COUNT PIC 999.
                       05 SC-DEF-RF-ROUND PIC 999.
               03 SC-DEF-CONTINGENTS PIC X(187).

      * One summary line per scenario in the batch run, bracketed by
      * a header and a reconciliation trailer like the battle log.
               03 RPT-DEFCOSTMED PIC 9(5).
               03 RPT-DEFCOSTQ3  PIC 9(5).
      * Rounds-to-resolution spread for the scenario: zero means
      * resolved in the opening phase, 101 means the ruleset's round
      * cap was reached.
           02 RPT-ROUNDSDIST.
               03 RPT-ROUNDSMIN PIC 999.
               03 RPT-ROUNDSMED PIC 999.
           02 RPT-SURVIVORS.
               03 RPT-ATTKSURV PIC 999 OCCURS 14 TIMES.
               03 RPT-DEFSURV  PIC 999 OCCURS 14 TIMES.
      * Battle type the scenario was fought as (1 land, 2 sea, 3
      * amphibious), so a printed report can group scenarios by it.
      * Reports written before the field existed read it as blank.
           02 RPT-BATTLETYPE   PIC X.
      * A scenario whose armies are made of allied contingents is
      * followed by one power record ('P') per contingent: that
      * power's average cost per battle and its surviving troops,
      * averaged over its side's victories like RPT-SURVIVORS.
      * Power records are outside the trailer's count and totals.
       01  REPORT-POWER.
           02 RPTP-RECTYPE    PIC X.
           02 RPTP-LABEL      PIC X(20).
           02 RPTP-SIDE       PIC X.
           02 RPTP-POWER      PIC X(12).
           02 RPTP-AVCOST     PIC 9(5).
           02 RPTP-SURV       PIC 999 OCCURS 14 TIMES.
       01  REPORT-HEADER.
           02 RPTH-RECTYPE    PIC X.
           02 RPTH-RUNDATE    PIC 9(8).
           02 RPTH-STATSFILE  PIC X(30).
           02 RPTH-BATTLETYPE PIC X.
           02 RPTH-BATTLECOUNT PIC 9(9).
           02 RPTH-RULESET    PIC X(20).
           02 RPTH-STATSCTL   PIC 9(9).
           02 RPTH-SEED       PIC 9(9).
      * The scenario file a batch run read and its control total
      * (SCENCTL), so a report approved as a benchmark baseline says
      * what to rerun to reproduce it and whether that file is still
      * the one it was approved on.
           02 RPTH-SCENFILE   PIC X(30).
           02 RPTH-SCENCTL    PIC 9(15).
       01  REPORT-TRAILER.
           02 RPTT-RECTYPE    PIC X.
           02 RPTT-RECCOUNT   PIC 9(9).
               03 LIB-RETREATTROOPS PIC 9(5).
               03 LIB-RETREATROUND  PIC 999.
               03 LIB-REINFORCEMENTS PIC X(40).
               03 LIB-CONTINGENTS PIC X(187).

      * One record per unit type, same order as UNITLIST/UNITS, so the
      * cost/attack/defense schedule GETCOST/GETATTACK/GETDEFENSE use
           02 US-UNITATTK-ALT PIC 99V9.
           02 US-UNITDEF      PIC 99.
           02 US-UNITDEF-ALT  PIC 99.
      * A stats set saved through the maintenance screen ends with a
      * control record carrying the set's control total (see
      * COMPUTESTATSCTL), so a set edited by hand since it was saved
      * shows up as a mismatch when it is loaded.
       01  UNITSTATS-CONTROL.
           02 USC-TAG         PIC X(5).
           02 USC-TOTAL       PIC 9(9).

      * One record naming the combat rules a run is played under, so
      * edition and house-rule differences are picked at startup the
      * way the unit stats file is, instead of living in the battle
      * paragraphs.  Each switch is 'Y' for the standard rule:
      *   RS-ROUNDCAP        battles still undecided after this many
      *                      rounds (1-100) are called stalemates
      *   RS-TRANSPORTSLAST  transports are taken as casualties only
      *                      when nothing else is left
      *   RS-AAFIRE          'Y' AA guns fire an opening shot in land
      *                      and amphibious battles only, 'A' in every
      *                      battle type, 'N' never
      *   RS-DDCANCELSUB     an enemy destroyer cancels the submarine
      *                      surprise strike
      *   RS-TWOHITSHIPS     carriers and battleships take two hits,
      *                      degrading to their 1HP entries
       FD  RULESETFILE.
       01  RULESET-RECORD.
           02 RS-NAME           PIC X(20).
           02 RS-ROUNDCAP       PIC 999.
           02 RS-TRANSPORTSLAST PIC X.
           02 RS-AAFIRE         PIC X.
           02 RS-DDCANCELSUB    PIC X.
           02 RS-TWOHITSHIPS    PIC X.

      * One record per checkpoint written during a simulated-battle
      * run, so a long SIMBATTLE run can be interrupted and resumed
           02 CP-LOGRECCOUNT     PIC 9(9).
           02 CP-LOGHITS         PIC 9(9).
           02 CP-LOGCOST         PIC 9(9).
      * A run may only be resumed under the ruleset it started with.
           02 CP-RULESET         PIC X(20).
      * Each allied power's running cost totals, so a resumed run's
      * per-power averages still cover the whole run.
           02 CP-POWERCOSTS.
               03 CP-POWERCOST OCCURS 3 TIMES.
                   04 CP-ATTK-CTCOST PIC 9(12).
                   04 CP-DEF-CTCOST  PIC 9(12).

      * One record appended per completed simulation or batch run:
      * the date, mode, input and output filenames and seed that
           02 RJ-RETREATS    PIC 9(9).
           02 RJ-AVATTKCOST  PIC 9(5).
           02 RJ-AVDEFCOST   PIC 9(5).
           02 RJ-RULESET     PIC X(20).
           02 RJ-STATSCTL    PIC 9(9).
      * The compile stamp of the build that made the run, so any
      * result can be matched to the certificate that build earned;
      * a certification run also carries its PASS or FAIL.
           02 RJ-BUILD       PIC X(16).
           02 RJ-CERTRESULT  PIC X(4).

      * The tournament's cross-table report as print-style text
      * lines, so an unattended run leaves its results in a file and
       FD  TOURNFILE.
       01  TOURN-LINE PIC X(208).

      * The split-force planner's ranked plans as print-style text
      * lines, the same way the tournament writes its cross-table.
       FD  PLANFILE.
       01  PLAN-LINE PIC X(100).

      * The nation ledger: what each power owns and can afford.  One
      * 'N' record per nation carries its income, treasury, turn
      * number, technology (laid out like the army SPECIAL group) and
      * this turn's running totals; one 'P' record per territory a
      * nation holds units in carries the troop counts there, same
      * order as UNITLIST/UNITS.  Both records are the same length.
       FD  LEDGERFILE.
       01  LEDGER-NATION.
           02 LGN-RECTYPE   PIC X.
           02 LGN-NATION    PIC X(12).
           02 LGN-INCOME    PIC 999.
           02 LGN-TREASURY  PIC 9(5).
           02 LGN-TURN      PIC 999.
           02 LGN-TECH      PIC X(7).
      * This turn so far: the treasury it opened with, IPCs spent on
      * purchases, the value of own units lost in battle and of enemy
      * units destroyed.  Reset by the end-of-turn posting.
           02 LGN-OPENBAL   PIC 9(5).
           02 LGN-SPENT     PIC 9(5).
           02 LGN-LOSTVALUE PIC 9(5).
           02 LGN-KILLVALUE PIC 9(5).
           02 FILLER        PIC X(24).
       01  LEDGER-HOLDING.
           02 LGP-RECTYPE   PIC X.
           02 LGP-NATION    PIC X(12).
           02 LGP-TERRITORY PIC X(20).
           02 LGP-TROOPS    PIC 999 OCCURS 14 TIMES.

      * The ledger's turn-end statements as print-style text lines.
       FD  STMTFILE.
       01  STMT-LINE PIC X(80).

      * Job-control file for an unattended run: one step per card,
      * a verb followed by its parameters separated by spaces.  A
      * card whose first nonblank character is '*' is a comment.
       FD  JOBFILE.
       01  JOB-CARD PIC X(200).

      * Completion listing of the job, one entry per step.
       FD  JOBLISTFILE.
       01  JOBLIST-LINE PIC X(132).

      * Paginated management print of a report file, laid out for a
      * 132-column printer with a page throw before each heading.
       FD  PRINTFILE.
       01  PRINT-LINE PIC X(132).

      * Lock file beside a shared file (its name plus '.LCK').  Being
      * able to open it exclusively is the right to update the file;
      * the one record only notes who created it and when.  The lock
      * goes with the open, so a program that ends abnormally never
      * leaves a file locked.
       FD  LOCKFILE.
       01  LOCK-RECORD.
           02 LCK-USER      PIC X(20).
           02 LCK-DATE      PIC 9(8).
           02 LCK-TIME      PIC 9(8).

      * Change history of an army library (its name plus '.AUD'):
      * one record per army added, replaced or deleted, with who made
      * the change and when.  AUD-MERGED is 'Y' when other users had
      * changed the library since it was loaded and the change was
      * applied to their version of it.
       FD  LIBAUDITFILE.
       01  LIBAUDIT-RECORD.
           02 AUD-DATE      PIC 9(8).
           02 AUD-TIME      PIC 9(6).
           02 AUD-USER      PIC X(20).
           02 AUD-ACTION    PIC X(8).
           02 AUD-ARMY      PIC X(20).
           02 AUD-MERGED    PIC X.
           02 AUD-LIBCOUNT  PIC 99.

       WORKING-STORAGE SECTION.
       01 UNITLIST.
           02 UNITS PIC X(17) OCCURS 14 TIMES.
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
      * An army shared by allied powers is split into up to three
      * contingents, each with its power's name, its share of the
      * troops and its own technology (the six flags after
      * LEAVE1LAND, in SPECIAL order).  TROOPS always holds the
      * combined force the removal order runs across, and SPECIAL
      * the lead (first) power's technology; CT-RFCONT names the
      * contingent each reinforcement wave belongs to.  Any other
      * CT-SWITCH value -- spaces in an army saved without
      * contingents included -- means a single-power army.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

       01 DEFENDARMY.
           02 TROOPS PIC 999 OCCURS 14 TIMES.
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

       01 ARMYINUSE.
           02 TROOPS PIC 999 OCCURS 14 TIMES.
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

      * ATTACKWORK/DEFENDWORK hold the two sides' troop counts while a
      * battle is in progress, so both armies can be manipulated at the
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

       01 DEFENDWORK.
           02 TROOPS PIC 999 OCCURS 14 TIMES.
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

      * Snapshot of ATTACKARMY/DEFENDARMY taken by BATCHMODE so a
      * scenario file run doesn't overwrite the army the user built
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

       01 SAVEDDEFENDARMY.
           02 TROOPS PIC 999 OCCURS 14 TIMES.
                   04 RF-UNIT  PIC 99.
                   04 RF-COUNT PIC 999.
                   04 RF-ROUND PIC 999.
           02 CONTINGENTS.
               03 CT-SWITCH PIC X.
                   88 CT-ON VALUE 'Y'.
               03 CT-COUNT PIC 9.
               03 CT-ENTRY OCCURS 3 TIMES.
                   04 CT-POWER  PIC X(12).
                   04 CT-TROOPS PIC 999 OCCURS 14 TIMES.
                   04 CT-TECH   PIC X(6).
               03 CT-RFCONT PIC 9 OCCURS 5 TIMES.

       01 WORKING-MEMORY.
          02 MENUVARS.
            03 SCENCHOOSEVAR PIC 99 VALUE 1.
            03 LIBCHOOSEVAR  PIC 99 VALUE 1.
            03 LOGCHOOSEVAR  PIC 99 VALUE 1.
            03 LEDGCHOOSEVAR PIC 99 VALUE 1.
            03 STATCHOOSEVAR PIC 99 VALUE 1.
            03 CERTCHOOSEVAR PIC 99 VALUE 1.
            03 YNVAR PIC X.
                88 YNVAL VALUE 'Y'.
          02 FILEVARS.
            03 REPORTFILE-STATUS PIC XX.
            03 BATCH-EOF-SWITCH PIC X.
                88 BATCH-EOF-TRUE VALUE 'Y'.
            03 BATCH-RAN-SWITCH PIC X.
                88 BATCH-RAN-TRUE VALUE 'Y'.
            03 ARMYLIBFILENAME  PIC X(30) VALUE 'ARMYLIB.DAT'.
            03 ARMYLIBFILENAME-INPUT PIC X(30).
            03 ARMYLIBFILE-STATUS PIC XX.
                88 CHECKPOINT-ON VALUE 'Y'.
            03 RESUME-SWITCH PIC X.
                88 RESUME-TRUE VALUE 'Y'.
            03 RESUME-RULESET PIC X(20).
            03 RESUME-POWERCOSTS.
                04 RESUME-POWERCOST OCCURS 3 TIMES.
                    05 RESUME-ATTK-CTCOST PIC 9(12).
                    05 RESUME-DEF-CTCOST  PIC 9(12).
            03 CHECKPOINT-EOF-SWITCH PIC X.
                88 CHECKPOINT-EOF-TRUE VALUE 'Y'.
            03 RUNJOURNALFILENAME  PIC X(30) VALUE 'RUNJOURNAL.DAT'.
            03 TOURNFILE-STATUS PIC XX.
            03 TOURNOUT-SWITCH PIC X.
                88 TOURNOUT-ON VALUE 'Y'.
                88 TOURNOUT-FAILED VALUE 'F'.
            03 RULESETFILENAME  PIC X(30) VALUE 'RULESET.DAT'.
            03 RULESETFILENAME-INPUT PIC X(30).
            03 RULESETFILE-STATUS PIC XX.
            03 PLANFILENAME  PIC X(30).
            03 PLANFILE-STATUS PIC XX.
            03 PLANOUT-SWITCH PIC X.
                88 PLANOUT-ON VALUE 'Y'.
            03 LEDGERFILENAME  PIC X(30) VALUE 'LEDGER.DAT'.
            03 LEDGERFILENAME-INPUT PIC X(30).
            03 LEDGERFILE-STATUS PIC XX.
            03 STMTFILENAME  PIC X(30).
            03 STMTFILE-STATUS PIC XX.
            03 STMTOUT-SWITCH PIC X.
                88 STMTOUT-ON VALUE 'Y'.
            03 STATSOK-SWITCH PIC X.
                88 STATSOK-TRUE VALUE 'Y'.
            03 STATSWARN-SWITCH PIC X.
                88 STATSWARN-TRUE VALUE 'Y'.
            03 ARMYOK-SWITCH PIC X.
                88 ARMYOK-TRUE VALUE 'Y'.
            03 JOBFILENAME  PIC X(30).
            03 JOBFILE-STATUS PIC XX.
            03 JOBLISTFILENAME  PIC X(30) VALUE 'JOBLIST.TXT'.
            03 JOBLISTFILENAME-INPUT PIC X(30).
            03 JOBLISTFILE-STATUS PIC XX.
            03 PRINTFILENAME  PIC X(30).
            03 PRINTFILE-STATUS PIC XX.
            03 PRINTOUT-SWITCH PIC X.
                88 PRINTOUT-ON VALUE 'Y'.
            03 LOCKFILENAME  PIC X(40).
            03 LOCKFILE-STATUS PIC XX.
            03 LIBAUDITFILENAME  PIC X(40).
            03 LIBAUDITFILE-STATUS PIC XX.
          02 INDEXVARS.
      * UIDX - for bottom level iterations, like displaying unit lists
            03 IDX           PIC 99.
                    04 UST-ATTK-ALT  PIC 99V9.
                    04 UST-DEF       PIC 99.
                    04 UST-DEF-ALT   PIC 99.
      * Loaded from RULESETFILE at startup by LOADRULESET; the combat
      * paragraphs test these switches instead of hard-coding the
      * rules, and the name is stamped on every log, report, journal
      * and checkpoint record so results run under different rules
      * cannot be mixed up.
            02 RULESET-TABLE.
                03 RULE-NAME         PIC X(20).
                03 RULE-ROUNDCAP     PIC 999.
                03 RULE-TRANSPORTSLAST PIC X.
                    88 RULE-TRANSPORTSLAST-ON VALUE 'Y'.
                03 RULE-AAFIRE       PIC X.
                    88 RULE-AAFIRE-LANDONLY VALUE 'Y'.
                    88 RULE-AAFIRE-ALWAYS   VALUE 'A'.
                    88 RULE-AAFIRE-NEVER    VALUE 'N'.
                03 RULE-DDCANCELSUB  PIC X.
                    88 RULE-DDCANCELSUB-ON VALUE 'Y'.
                03 RULE-TWOHITSHIPS  PIC X.
                    88 RULE-TWOHITSHIPS-ON VALUE 'Y'.
                03 RULE-OK-SWITCH    PIC X.
                    88 RULE-OK-TRUE VALUE 'Y'.
      * State for the battle replay: which battle number is wanted
      * and whether any of its records were found in the log.
            02 LOGREPLAY.
      * What the caller wants in the report header: BATCHMODE leaves
      * these blank and zero (each scenario sets its own battle type
      * and count); the parameter sweep knows both for the whole file.
      * Only BATCHMODE has a scenario file to name and total.
                03 RPTCTL-HDRTYPE  PIC X.
                03 RPTCTL-HDRCOUNT PIC 9(9).
                03 RPTCTL-HDRSCEN  PIC X(30).
                03 RPTCTL-HDRSCENCTL PIC 9(15).
      * State for the verify pass that reads an output file back and
      * reconciles the body against the trailer.
            02 FILEVERIFY.
                    88 VFY-HEADER-SEEN VALUE 'Y'.
                03 VFY-TRAILER-SWITCH PIC X.
                    88 VFY-TRAILER-SEEN VALUE 'Y'.
                03 VFY-PASS-SWITCH PIC X.
                    88 VFY-PASS-TRUE VALUE 'Y'.
                03 VFY-BADTYPE-COUNT PIC 9(9).
                03 VFY-RECCOUNT   PIC 9(9).
                03 VFY-TOTAL1     PIC 9(9).
                03 VFY-EXP-RECCOUNT PIC 9(9).
                03 VFY-EXP-TOTAL1 PIC 9(9).
                03 VFY-EXP-TOTAL2 PIC 9(9).
                03 VFY-RULESET    PIC X(20).
                03 VFY-STATSCTL   PIC 9(9).
      * Staging and accumulators for the run journal: every
      * simulation mode totals its battles and outcomes here and
      * appends one journal record when it completes, and the browse
                03 JRN-DEFCOSTSUM  PIC 9(12).
                03 JRN-AVATTKCOST  PIC 9(5).
                03 JRN-AVDEFCOST   PIC 9(5).
                03 JRN-CERTRESULT  PIC X(4).
                03 JRN-LOST-SWITCH PIC X VALUE 'N'.
                    88 JRN-LOST-TRUE VALUE 'Y'.
                03 JRN-EOF-SWITCH  PIC X.
                    88 JRN-EOF-TRUE VALUE 'Y'.
                03 JRN-COUNT       PIC 999.
                03 JRN-PICK        PIC 999.
                03 JRN-TABLE.
                    04 JRN-ENTRY PIC X(253) OCCURS 200 TIMES.
      * Shared-file locking: LOCKRESOURCE takes the lock on the file
      * named in LOCK-RESOURCE, waiting a second between tries while
      * another user holds it, and UNLOCKRESOURCE gives it back.
      * Only one file is locked at a time.  LOCK-USER is who this
      * run belongs to, for the library change history.  With
      * LOCK-WAIT-ALWAYS set, a lock held by another user is waited
      * for however long it takes.
            02 FILELOCK.
                03 LOCK-RESOURCE  PIC X(30).
                03 LOCK-SWITCH    PIC X VALUE 'N'.
                    88 LOCK-HELD VALUE 'Y'.
                03 LOCK-WAIT-SWITCH PIC X VALUE 'N'.
                    88 LOCK-WAIT-ALWAYS VALUE 'Y'.
                03 LOCK-TRIES     PIC 99.
                03 LOCK-MAXTRIES  PIC 99 VALUE 10.
                03 LOCK-USER      PIC X(20).
                03 LOCK-TIME      PIC 9(8).
      * State for the report comparison: file 1's data records are
      * held whole in CMP-TABLE (like the scenario and library
      * tables) and matched against file 2's records on RPT-LABEL;
            02 COMPARE.
                03 CMP-FILENAME1  PIC X(30).
                03 CMP-FILENAME2  PIC X(30).
                03 CMP-RULESET1   PIC X(20).
                03 CMP-STATSCTL1  PIC 9(9).
                03 CMP-OK-SWITCH  PIC X.
                    88 CMP-OK-TRUE VALUE 'Y'.
                03 CMP-COUNT      PIC 999.
                03 CMP-MATCHED    PIC X OCCURS 100 TIMES.
                03 CMP-TABLE.
                    04 CMP-RECORD PIC X(300) OCCURS 100 TIMES.
      * State for the printed report: the file is scanned once for
      * its header, trailer and the number of scenarios of each
      * battle type, then read once per battle type to print that
      * group.  Totals 1-3 are land, sea and amphibious, 4 holds
      * scenarios whose type was never recorded, 5 is the grand
      * total.  Costs are summed weighted by battles so a subtotal
      * average is per battle, not per scenario; PRT-T-CTLCOST sums
      * the scenario averages the way the trailer's cost total does.
            02 RPTPRINT.
                03 PRT-HIGH       PIC 999.
                03 PRT-LOW        PIC 999.
                03 PRT-OK-SWITCH  PIC X.
                    88 PRT-OK-TRUE VALUE 'Y'.
                03 PRT-EOF-SWITCH PIC X.
                    88 PRT-EOF-TRUE VALUE 'Y'.
                03 PRT-TRAILER-SWITCH PIC X.
                    88 PRT-TRAILER-SEEN VALUE 'Y'.
                03 PRT-SEED-SWITCH PIC X.
                    88 PRT-SEED-KNOWN VALUE 'Y'.
                03 PRT-NEWPAGE-SWITCH PIC X.
                    88 PRT-NEWPAGE VALUE 'Y'.
                03 PRT-RECON-SWITCH PIC X.
                    88 PRT-RECONCILED VALUE 'Y'.
                03 PRT-RUNDATE    PIC 9(8).
                03 PRT-STATSFILE  PIC X(30).
                03 PRT-RULESET    PIC X(20).
                03 PRT-STATSCTL   PIC 9(9).
                03 PRT-HDRTYPE    PIC X.
                03 PRT-SEED       PIC 9(9).
                03 PRT-EXP-RECCOUNT PIC 9(9).
                03 PRT-EXP-BATTLES PIC 9(9).
                03 PRT-EXP-COST   PIC 9(9).
                03 PRT-POWERCOUNT PIC 9(9).
                03 PRT-BADCOUNT   PIC 9(9).
                03 PRT-TYPE       PIC X.
                03 PRT-GROUP      PIC 9.
                03 PRT-RECGROUP   PIC 9.
                03 PRT-TIDX       PIC 9.
                03 PRT-GROUPCOUNT PIC 9(9) OCCURS 4 TIMES.
                03 PRT-TOTALTABLE.
                    04 PRT-TOTALS OCCURS 5 TIMES.
                        05 PRT-T-SCEN     PIC 9(9).
                        05 PRT-T-BATTLES  PIC 9(9).
                        05 PRT-T-ATTKVICT PIC 9(9).
                        05 PRT-T-DEFVICT  PIC 9(9).
                        05 PRT-T-STALE    PIC 9(9).
                        05 PRT-T-RETREATS PIC 9(9).
                        05 PRT-T-ATTKCOST PIC 9(15).
                        05 PRT-T-DEFCOST  PIC 9(15).
                        05 PRT-T-CTLCOST  PIC 9(9).
                        05 PRT-T-FLAGGED  PIC 9(5).
                03 PRT-PAGE       PIC 999.
                03 PRT-LINES      PIC 99.
                03 PRT-PAGELINES  PIC 99 VALUE 56.
                03 PRT-NUM        PIC 9(9).
                03 PRT-BASE       PIC 9(9).
                03 PRT-POS        PIC 999.
                03 PRT-RATE       PIC 999V99.
                03 PRT-AVCOST     PIC 9(5).
                03 PRT-RATEDISP   PIC ZZ9.99.
                03 PRT-NUMDISP    PIC ZZZZZZZZ9.
                03 PRT-COSTDISP   PIC ZZZZ9.
                03 PRT-PCTDISP    PIC ZZ9.
                03 PRT-PAGEDISP   PIC ZZ9.
                03 PRT-DATEDISP   PIC 9999/99/99.
                03 PRT-FLAG       PIC X(4).
                03 PRT-TYPENAME   PIC X(20).
                03 PRT-RECONLABEL PIC X(30).
                03 PRTLINE        PIC X(132).
                03 PRTLEN         PIC 999.
      * State for benchmark certification.  A baseline is a report
      * file approved as the expected answers: its header names the
      * benchmark scenario file, stats set, ruleset and seed, and its
      * scenario records are held in CMP-TABLE while the benchmark
      * is rerun and every figure compared.  Outcome counts may move
      * by CERT-RATETOL percentage points of the battles fought;
      * average costs and survivor mixes by CERT-FIGTOL percent of
      * the baseline figure, never less than the one whole unit they
      * are rounded to unless the tolerance is zero.  CERT-BASEREC
      * lays out one baseline scenario the way REPORT-RECORD does.
            02 CERTIFY.
                03 CERT-BASEFILE  PIC X(30).
                03 CERT-RERUNFILE PIC X(30).
                03 CERT-INPUT     PIC X(30).
                03 CERT-OK-SWITCH PIC X.
                    88 CERT-OK-TRUE VALUE 'Y'.
                03 CERT-RUN-SWITCH PIC X VALUE 'N'.
                    88 CERT-RUN-TRUE VALUE 'Y'.
                03 CERT-BASEDATE  PIC 9(8).
                03 CERT-STATSFILE PIC X(30).
                03 CERT-RULESET   PIC X(20).
                03 CERT-STATSCTL  PIC 9(9).
                03 CERT-SEED      PIC 9(9).
                03 CERT-SCENFILE  PIC X(30).
                03 CERT-SCENCTL   PIC 9(15).
                03 CERT-CTLDISP   PIC Z(14)9.
                03 CERT-RATETOL   PIC 99.
                03 CERT-FIGTOL    PIC 99.
                03 CERT-BUILD     PIC X(16).
                03 CERT-LABEL     PIC X(20).
                03 CERT-FIGNAME   PIC X(36).
                03 CERT-BASEVAL   PIC 9(9).
                03 CERT-NEWVAL    PIC 9(9).
                03 CERT-DIFF      PIC S9(9).
                03 CERT-ABSDIFF   PIC 9(9).
                03 CERT-ALLOWED   PIC 9(9).
                03 CERT-DIFFDISP  PIC +(9)9.
                03 CERT-UIDX      PIC 99.
                03 CERT-SCENCOUNT PIC 9(9).
                03 CERT-FIGCOUNT  PIC 9(9).
                03 CERT-DRIFTCOUNT PIC 9(9).
                03 CERT-SCENDRIFT PIC 9(9).
                03 CERT-BASEREC.
                    04 FILLER         PIC X(21).
                    04 CB-ROUNDS      PIC 9(9).
                    04 CB-ATTKVICT    PIC 9(9).
                    04 CB-DEFVICT     PIC 9(9).
                    04 CB-STALEMATES  PIC 9(9).
                    04 CB-RETREATS    PIC 9(9).
                    04 CB-AVATTKCOST  PIC 9(5).
                    04 CB-AVDEFCOST   PIC 9(5).
                    04 FILLER         PIC X(78).
                    04 CB-ATTKSURV    PIC 999 OCCURS 14 TIMES.
                    04 CB-DEFSURV     PIC 999 OCCURS 14 TIMES.
                    04 FILLER         PIC X.
      * Per-run distribution statistics: running min/max/sums for
      * each side's battle cost, the first 10000 per-battle costs for
      * quartiles, and a rounds-to-resolution histogram.  Filled by
                    04 SURV-DEF  PIC 9(12) OCCURS 14 TIMES.
                03 SURVAVG       PIC 9(7)V99.
                03 SURVAVGDISP   PIC Z(6)9.99.
      * Per-power accounting for armies made of allied contingents:
      * each contingent's pre-removal troops and value, its losses
      * and running cost in the battle under way, and its cost and
      * survivor totals across the run.  CTROLE says whether the
      * side taking hits is attacking or defending, which decides
      * whose copy of a unit type is the weakest and goes first.
            02 POWERSTATS.
                03 CTIDX         PIC 9.
                03 CTSIDX        PIC 99.
                03 CTPICK        PIC 9.
                03 CTENTRYCOUNT  PIC 9.
                03 CTTAKE        PIC 999.
                03 CTBEFORE      PIC 999.
                03 CTLOSS        PIC 999.
                03 CTSUM         PIC 9(5).
                03 CTVAL         PIC 99V9.
                03 CTBESTVAL     PIC 99V9.
                03 CTSAVESPECIAL PIC X(6).
                03 CTROLE-SWITCH PIC X.
                    88 CTROLE-ATTACK VALUE 'A'.
                    88 CTROLE-DEFEND VALUE 'D'.
                03 UNITHITS      PIC 9(5).
                03 CTVALUE       PIC 9(5) OCCURS 3 TIMES.
                03 CTVALUE1      PIC 9(5) OCCURS 3 TIMES.
                03 CTPRE-ENTRY OCCURS 3 TIMES.
                    04 CTPRE-TROOPS PIC 999 OCCURS 14 TIMES.
                03 CTBATTLE.
                    04 CTLOSS-ENTRY OCCURS 3 TIMES.
                        05 CT-ATTK-LOSSES PIC 999 OCCURS 14 TIMES.
                        05 CT-DEF-LOSSES  PIC 999 OCCURS 14 TIMES.
                    04 ATTK-CTCOST PIC 9(5) OCCURS 3 TIMES.
                    04 DEF-CTCOST  PIC 9(5) OCCURS 3 TIMES.
                03 CTTOTALS.
                    04 CTTOTAL-ENTRY OCCURS 3 TIMES.
                        05 TOTALATTK-CTCOST PIC 9(12).
                        05 TOTALDEF-CTCOST  PIC 9(12).
                        05 SURV-CTATTK PIC 9(12) OCCURS 14 TIMES.
                        05 SURV-CTDEF  PIC 9(12) OCCURS 14 TIMES.
                03 CTAVCOST      PIC 9(5).
                03 CTLABEL       PIC X(20).
      * State for the purchase optimizer: the budget search's
      * eligible-unit list, the candidate being built, and the best
      * compositions found so far, kept sorted best-first.
                03 CAMPALIVE-SWITCH PIC X.
                    88 CAMPALIVE-TRUE VALUE 'Y'.
                03 CAMPRATE      PIC 999V99.
                03 CAMPARMY      PIC X(312).
                03 CAMPLEG-TABLE.
                    04 CAMPLEG-ENTRY OCCURS 5 TIMES.
                        05 CLEG-BATTLETYPE PIC X.
                        05 CLEG-DEFENDER   PIC X(312).
                03 CAMPLEGSTATS.
                    04 CAMPLEGSTAT-ENTRY OCCURS 5 TIMES.
                        05 CLEG-REACHED    PIC 9(9).
                        05 CLEG-STALEMATES PIC 9(9).
                        05 CLEG-ATTKCOST   PIC 9(12).
                        05 CLEG-DEFCOST    PIC 9(12).
      * State for the split-force planner: ATTACKARMY is the pool of
      * units available, divided among 2-4 targets attacked at the
      * same time.  Each target holds its defender as a whole army
      * image (like the campaign legs) plus its IPC value and the
      * allocation being tried.  Each candidate plan draws a random
      * weight per target and deals every committed troop to one of
      * the targets it can fight in, in proportion to those weights;
      * the five best plans are kept sorted best-first by expected
      * territories taken, then by expected TUV swing.  A win only
      * takes a land or amphibious target if an infantry, artillery
      * or tank survives to move in, so captures are tallied apart
      * from attacker victories in SPLITCAPTURED.
            02 SPLITFORCE.
                03 SPLITTARGETS  PIC 9.
                03 SPLITTIDX     PIC 9.
                03 SPLITPLANS    PIC 9(5).
                03 SPLITPIDX     PIC 9(5).
                03 SPLITBATTLES  PIC 9(5).
                03 SPLITTROOP    PIC 999.
                03 SPLITWSUM     PIC 99.
                03 SPLITCUM      PIC 99.
                03 SPLITDRAW     PIC 99V99.
                03 SPLITPICK     PIC 9.
                03 SPLITHOME     PIC 999 OCCURS 14 TIMES.
                03 SPLITTAKEN    PIC 9V99.
                03 SPLITSWING    PIC S9(7)V99.
                03 SPLITIPC      PIC 9(5)V99.
                03 SPLITTAKENDISP PIC 9.99.
                03 SPLITSWINGDISP PIC +ZZZZZZ9.99.
                03 SPLITIPCDISP  PIC ZZZZ9.99.
                03 SPLITTROOPSUM PIC 9(5).
                03 SPLITCAPTURED PIC 9(9).
                03 SPLITLANDLEFT PIC 9(5).
                03 SPLITRUN-SWITCH PIC X VALUE 'N'.
                    88 SPLITRUN-TRUE VALUE 'Y'.
                03 SPLIT-TARGET-TABLE.
                    04 SPLIT-TARGET OCCURS 4 TIMES.
                        05 STG-NAME       PIC X(20).
                        05 STG-BATTLETYPE PIC X.
                        05 STG-IPC        PIC 99.
                        05 STG-DEFENDER   PIC X(312).
                        05 STG-WEIGHT     PIC 9.
                        05 STG-ELIG       PIC X.
                        05 STG-WINRATE    PIC 999V99.
                        05 STG-CAPRATE    PIC 999V99.
                        05 STG-AVATTK     PIC 9(5).
                        05 STG-AVDEF      PIC 9(5).
                        05 STG-ALLOC      PIC 999 OCCURS 14 TIMES.
                03 SPLITTOPCOUNT PIC 9.
                03 SPLITTOPIDX   PIC 9.
                03 SPLITSIDX     PIC 9.
                03 SPLITTOP-TEMP PIC X(267).
                03 SPLITTOP.
                    04 SPLITTOP-ENTRY OCCURS 5 TIMES.
                        05 SPTOP-TAKEN    PIC 9V99.
                        05 SPTOP-SWING    PIC S9(7)V99.
                        05 SPTOP-IPC      PIC 9(5)V99.
                        05 SPTOP-TARGET OCCURS 4 TIMES.
                            06 SPTOP-WINRATE PIC 999V99.
                            06 SPTOP-CAPRATE PIC 999V99.
                            06 SPTOP-AVATTK  PIC 9(5).
                            06 SPTOP-AVDEF   PIC 9(5).
                            06 SPTOP-ALLOC   PIC 999 OCCURS 14 TIMES.
                03 PLANLINE      PIC X(100).
                03 PLANLEN       PIC 999.
      * State for the hold-the-territory analysis.  The enemy's
      * counterattack force is held as a whole army image; so are
      * the friendly units moving in, though only their troop counts
      * and the defend-side removal order are used.  The first-turn
      * battle is tallied in the ordinary SIMBATTLESTATS counters;
      * the counterattack is tallied here, and the counters it
      * disturbs are put back after each one.
            02 HOLDCHECK.
                03 HOLDTYPE      PIC X.
                03 HOLDCTYPE     PIC X.
                03 HOLDCOUNTER   PIC X(312).
                03 HOLDREINF     PIC X(312).
                03 HOLDLANDLEFT  PIC 9(5).
                03 HOLDTAKEN     PIC 9(9).
                03 HOLDHELD      PIC 9(9).
                03 HOLDLOST      PIC 9(9).
                03 HOLDCATTKCOST PIC 9(12).
                03 HOLDCDEFCOST  PIC 9(12).
                03 HOLDSAVE-ATTKVICT  PIC 9(9).
                03 HOLDSAVE-DEFVICT   PIC 9(9).
                03 HOLDSAVE-STALE     PIC 9(9).
                03 HOLDSAVE-RETREATS  PIC 9(9).
                03 HOLDSAVE-ATTKCOST  PIC 9(9).
                03 HOLDSAVE-DEFCOST   PIC 9(9).
                03 HOLDRATE      PIC 999V99.
                03 HOLDAVCOST    PIC 9(5).
                03 HOLDTUV       PIC S9(7)V99.
                03 HOLDTUVDISP   PIC +ZZZZZZ9.99.
      * In-memory copy of a scenario file while it is being built or
      * maintained through the SCENARIO MENU; each entry holds one
      * whole SCENARIO-RECORD image, moved through SCENARIO-RECORD
                03 SCENBADCOUNT   PIC 999.
                03 POLICYSEEN     PIC 9 OCCURS 14 TIMES.
                03 SCENARIO-TABLE.
                    04 ST-SCENARIO PIC X(654) OCCURS 100 TIMES.
      * The scenario file as it was loaded, so a save back to the
      * same file can tell whether someone else has rewritten it
      * since.
                03 SCENSAVE-SWITCH PIC X.
                    88 SCENSAVE-TRUE VALUE 'Y'.
                03 SCENBASE-NAME  PIC X(30).
                03 SCENBASECOUNT  PIC 999 VALUE 0.
                03 SCENREADCOUNT  PIC 999.
                03 SCENBASE-TABLE.
                    04 SB-SCENARIO PIC X(654) OCCURS 100 TIMES.
      * Control total of a scenario file as a batch run reads it:
      * every character of every record, weighted by its place in
      * the record and the record's place in the file, so an edited,
      * added, dropped or reordered scenario changes it.
                03 SCENCTL        PIC 9(15).
                03 SCENCTL-SEQ    PIC 9(5).
                03 SCENCTL-REC    PIC 9(9).
                03 SCENCTL-POS    PIC 999.
      * In-memory copy of the army library while it is being listed
      * or maintained; each entry holds one whole ARMYLIB-RECORD
      * image, picked apart through ARMYLIB-RECORD itself.
                03 LIBOK-SWITCH   PIC X.
                    88 LIBOK-TRUE VALUE 'Y'.
                03 LIBNAME-WANTED PIC X(20).
                03 LIBHOLDARMY    PIC X(312).
      * A change is made against the library as it stands when the
      * change is written, not as it stood when it was loaded: the
      * loaded image and the loaded entry being changed are kept so
      * the file can be read again under its lock and compared.
                03 LIBACTION      PIC X(8).
                03 LIBAPPLY-SWITCH PIC X.
                    88 LIBAPPLY-TRUE VALUE 'Y'.
                03 LIBCHANGED-SWITCH PIC X.
                    88 LIBCHANGED-TRUE VALUE 'Y'.
                03 AUD-EOF-SWITCH PIC X.
                    88 AUD-EOF-TRUE VALUE 'Y'.
                03 LIBBASECOUNT   PIC 99.
                03 LIBBASE-ENTRY  PIC X(340).
                03 LIBBASE-TABLE.
                    04 LB-ARMY PIC X(340) OCCURS 50 TIMES.
                03 LIBRARY-TABLE.
                    04 LT-ARMY PIC X(340) OCCURS 50 TIMES.
      * State for the library tournament: every army in the loaded
      * library attacks every other for a fixed number of battles,
      * the attacker win rate of each pairing lands in the grid, and
                        05 TOURNCELL PIC 999 OCCURS 50 TIMES.
                03 TOURNAVG      PIC 999V99 OCCURS 50 TIMES.
                03 TOURNDONE     PIC X OCCURS 50 TIMES.
      * In-memory copy of the nation ledger while a posting is made;
      * each entry holds one whole nation or holding record image,
      * picked apart through LEDGER-NATION / LEDGER-HOLDING.  The
      * battle posting keeps the entry numbers of both nations and
      * both holdings, and the troop counts before and after.
            02 LEDGEREDIT.
                03 LGCOUNT        PIC 999 VALUE 0.
                03 LGIDX          PIC 999.
                03 LGJDX          PIC 999.
                03 LG-EOF-SWITCH  PIC X.
                    88 LG-EOF-TRUE VALUE 'Y'.
                03 LGOK-SWITCH    PIC X.
                    88 LGOK-TRUE VALUE 'Y'.
                03 LGVALID-SWITCH PIC X.
                    88 LGVALID-TRUE VALUE 'Y'.
                03 LGNATION-WANTED PIC X(12).
                03 LGTERR-WANTED  PIC X(20).
                03 LGFOUND        PIC 999.
                03 LGNA           PIC 999.
                03 LGND           PIC 999.
                03 LGPA           PIC 999.
                03 LGPD           PIC 999.
                03 LGLIMIT        PIC 999.
                03 LGATTKLOST     PIC 9(5).
                03 LGDEFLOST      PIC 9(5).
                03 LGFORCEVALUE   PIC 9(7).
                03 LGHOLD-TROOPS  PIC 999 OCCURS 14 TIMES.
                03 LGPRE-ATTK     PIC 999 OCCURS 14 TIMES.
                03 LGPRE-DEF      PIC 999 OCCURS 14 TIMES.
                03 LGSURV-ATTK    PIC 999 OCCURS 14 TIMES.
                03 LGSURV-DEF     PIC 999 OCCURS 14 TIMES.
                03 LEDGER-TABLE.
                    04 LG-ENTRY PIC X(75) OCCURS 300 TIMES.
                03 STMTLINE       PIC X(80).
                03 STMTLEN        PIC 99.
      * State for an unattended job: the command line names the job
      * file (and optionally the listing), each card is split into a
      * verb and up to ten parameters, and every step leaves a return
      * code in JOBSTEPRC.  Codes follow the usual scheduler scale:
      * 0 complete, 4 complete with a warning, 8 a check failed, 12
      * a file was missing or unusable, 16 the card itself was bad.
      * The job code is the highest step code, and the first step at
      * 8 or over stops the job; later steps are listed as not run.
      * Stats and ruleset are loaded from their default files before
      * the first simulating step unless a step has loaded them.
            02 JOBCONTROL.
                03 JOBCOMMAND     PIC X(100).
                03 JOB-SWITCH     PIC X VALUE 'N'.
                    88 JOB-ON VALUE 'Y'.
                03 JOB-EOF-SWITCH PIC X.
                    88 JOB-EOF-TRUE VALUE 'Y'.
                03 JOBSTOP-SWITCH PIC X.
                    88 JOBSTOP-TRUE VALUE 'Y'.
                03 JOBSTATS-SWITCH PIC X.
                    88 JOBSTATS-LOADED VALUE 'Y'.
                03 JOBRULES-SWITCH PIC X.
                    88 JOBRULES-LOADED VALUE 'Y'.
                03 JOBNUM-SWITCH  PIC X.
                    88 JOBNUM-OK VALUE 'Y'.
                03 JOBWARN-SWITCH PIC X.
                    88 JOBWARN-ON VALUE 'Y'.
                03 JOBRC          PIC 99.
                03 JOBSTEPRC      PIC 99 VALUE 0.
                03 JOBSTEP        PIC 999.
                03 JOBSTEPSRUN    PIC 999.
                03 JOBNOTRUN      PIC 999.
                03 JOBVERB        PIC X(10).
                03 JOBPARM        PIC X(30) OCCURS 10 TIMES.
                03 JOBPARMS       PIC 99.
                03 JOBPIDX        PIC 99.
                03 JOBPOS         PIC 999.
                03 JOBNUM         PIC 9(9).
                03 JOBLIMIT       PIC 9(9).
                03 JOBLEN         PIC 999.
                03 JOBTIME        PIC 9(8).
                03 JOBMSG         PIC X(60).
                03 JOBLINE        PIC X(132).
                03 JOBLLEN        PIC 999.
      * Unit stats maintenance works on a copy of the table in use,
      * laid out exactly like UNITSTATS-TABLE so the two move whole.
      * The same checks run when a set is loaded.  STATSCTL is the
      * control total of the table in use, stamped on every log and
      * report header and journal record.  The control total weights
      * each figure by its field and unit position, so a figure moved
      * to the wrong unit or field changes the total as surely as a
      * mistyped one.
            02 STATSMAINT.
                03 STATSCTL       PIC 9(9) VALUE 0.
                03 STATSEDIT-TABLE.
                    04 STATSEDIT-ENTRY OCCURS 14 TIMES.
                        05 SE-COST      PIC 99.
                        05 SE-COST-ALT  PIC 99.
                        05 SE-ATTK      PIC 99V9.
                        05 SE-ATTK-ALT  PIC 99V9.
                        05 SE-DEF       PIC 99.
                        05 SE-DEF-ALT   PIC 99.
                03 SE-OLDENTRY    PIC X(14).
                03 SE-UNIT        PIC 99.
                03 SE-FIELD       PIC 9.
                03 SE-INPUT       PIC X(8).
                03 SE-VALUE       PIC S9(3)V99.
                03 SE-TENTHS      PIC S9(5)V99.
                03 SE-WHOLE       PIC 9(5).
                03 SE-BADCOUNT    PIC 999.
                03 SE-CTLTOTAL    PIC 9(9).
                03 SE-OLDNAME     PIC X(30).
                03 SE-CHANGED-SWITCH PIC X.
                    88 SE-CHANGED VALUE 'Y'.
                03 SE-QUIET-SWITCH PIC X.
                    88 SE-QUIET VALUE 'Y'.
                03 SE-BADBEFORE   PIC 999.
                03 SE-PROBLEM     PIC X(50).
                03 SE-COSTDISP    PIC Z9.
                03 SE-COSTALTDISP PIC Z9.
                03 SE-ATTKDISP    PIC Z9.9.
                03 SE-ATTKALTDISP PIC Z9.9.
                03 SE-DEFDISP     PIC Z9.
                03 SE-DEFALTDISP  PIC Z9.

       PROCEDURE DIVISION.
       MOVE 'INFANTRY' TO UNITS(1)
       MOVE '2HP BATTLESHIP' TO UNITS(13)
       MOVE '1HP BATTLESHIP' TO UNITS(14)

      * A job file named on the command line runs unattended: no
      * prompts at all, and the job's return code goes back to the
      * scheduler.
       ACCEPT JOBCOMMAND FROM COMMAND-LINE.
       IF JOBCOMMAND NOT = SPACES
           PERFORM RUNJOBFILE
           MOVE JOBRC TO RETURN-CODE
           STOP RUN
       END-IF.

       DISPLAY "ENTER UNIT STATS FILE TO LOAD (BLANK FOR "
           UNITSTATSFILENAME ")"
       DISPLAY "> "
       END-IF.

       PERFORM LOADUNITSTATS.
       IF NOT STATSOK-TRUE
           DISPLAY "UNABLE TO CONTINUE WITHOUT UNIT STATS -- "
               "STOPPING"
           STOP RUN
       END-IF.

       DISPLAY "ENTER RULESET FILE TO LOAD (BLANK FOR "
           RULESETFILENAME ")"
       DISPLAY "> "
       MOVE SPACES TO RULESETFILENAME-INPUT
       ACCEPT RULESETFILENAME-INPUT.
       IF RULESETFILENAME-INPUT NOT = SPACES
           MOVE RULESETFILENAME-INPUT TO RULESETFILENAME
       END-IF.

       PERFORM LOADRULESET.
       IF NOT RULE-OK-TRUE
           DISPLAY "UNABLE TO CONTINUE WITHOUT A RULESET -- "
               "STOPPING"
           STOP RUN
       END-IF.

       PERFORM MAIN UNTIL MAINCHOOSEVAR = 0.

            DISPLAY "8. VERIFY A BATTLE LOG OR REPORT FILE"
            DISPLAY "9. COMPARE TWO REPORT FILES"
            DISPLAY "10. BROWSE THE RUN JOURNAL"
            DISPLAY "11. NATION LEDGER MENU"
            DISPLAY "12. UNIT STATS MAINTENANCE"
            DISPLAY "13. PRINT A REPORT FILE"
            DISPLAY "14. BENCHMARK CERTIFICATION"
            DISPLAY "> "
            ACCEPT MAINCHOOSEVAR.

                    PERFORM COMPAREREPORTS
                WHEN 10
                    PERFORM BROWSEJOURNAL
                WHEN 11
                    DISPLAY "ENTER NATION LEDGER FILE (BLANK FOR "
                        LEDGERFILENAME ")"
                    DISPLAY "> "
                    MOVE SPACES TO LEDGERFILENAME-INPUT
                    ACCEPT LEDGERFILENAME-INPUT
                    IF LEDGERFILENAME-INPUT NOT = SPACES
                        MOVE LEDGERFILENAME-INPUT TO LEDGERFILENAME
                    END-IF
                    SET LEDGCHOOSEVAR TO 1
                    PERFORM LEDGERMENU UNTIL LEDGCHOOSEVAR = 0
                WHEN 12
                    MOVE UNITSTATS-TABLE TO STATSEDIT-TABLE
                    SET SE-CHANGED-SWITCH TO 'N'
                    DISPLAY "EDITING A COPY OF STATS SET "
                        UNITSTATSFILENAME
                    SET STATCHOOSEVAR TO 1
                    PERFORM STATSMENU UNTIL STATCHOOSEVAR = 0
                WHEN 13
                    PERFORM PRINTREPORT
                WHEN 14
                    SET CERTCHOOSEVAR TO 1
                    PERFORM CERTIFYMENU UNTIL CERTCHOOSEVAR = 0
            END-EVALUATE.


         DISPLAY "11. ARMY LIBRARY MENU"
         DISPLAY "12. EDIT ARMY RETREAT POLICY"
         DISPLAY "13. EDIT ARMY REINFORCEMENT SCHEDULE"
         DISPLAY "14. EDIT ALLIED CONTINGENTS"
         DISPLAY "> ".
         ACCEPT ARMYCHOOSEVAR.

            WHEN 6
                PERFORM PRINTARMYORDER
            WHEN 7
                IF CT-ON IN ARMYINUSE
                    DISPLAY "THIS ARMY IS MADE OF ALLIED CONTINGENTS; "
                        "USE OPTION 14"
                ELSE
                    PERFORM GETUNITS
                END-IF
            WHEN 8
                IF CT-ON IN ARMYINUSE
                    DISPLAY "THIS ARMY IS MADE OF ALLIED CONTINGENTS; "
                        "USE OPTION 14"
                ELSE
                    PERFORM GETSPECIAL
                END-IF
            WHEN 9
                PERFORM GETORDER
            WHEN 10
                PERFORM GETRETREAT
            WHEN 13
                PERFORM GETREINFORCE
            WHEN 14
                PERFORM GETFORCES
        END-EVALUATE.

       RESEARCHDICE.
           DISPLAY "ENTER AN IPC BUDGET TO CHECK AGAINST (0 FOR NONE)".
           DISPLAY "> ".
           ACCEPT BUDGET.
           PERFORM GETFORCES.
           PERFORM CALCULATECOST.
           IF BUDGET > 0
               IF SUMCOST > BUDGET
               DISPLAY "ARRIVING AT THE TOP OF WHICH ROUND?"
               DISPLAY "> "
               ACCEPT RF-ROUND IN ARMYINUSE (RIDX)
               IF CT-ON IN ARMYINUSE
                   DISPLAY "WHICH POWER SENDS THEM (1-"
                       CT-COUNT IN ARMYINUSE ")?"
                   DISPLAY "> "
                   ACCEPT CT-RFCONT IN ARMYINUSE (RIDX)
               END-IF
           END-IF.

       LOADARMY.
           DISPLAY "ENTER FILENAME TO LOAD ARMY FROM".
           DISPLAY "> ".
           ACCEPT ARMYFILENAME.
           PERFORM READARMYFILE.

      * Reads ARMYFILENAME into ARMYINUSE; ARMYOK-SWITCH tells the
      * caller whether an army was actually loaded.
       READARMYFILE.
           SET ARMYOK-SWITCH TO 'N'.
           OPEN INPUT ARMYFILE.
           IF ARMYFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN FILE"
           ELSE
               MOVE SPACES TO ARMYFILE-RECORD
               READ ARMYFILE
                   AT END
                       DISPLAY "FILE IS EMPTY"
               END-READ
               IF ARMYFILE-STATUS = "00"
                   SET ARMYOK-TRUE TO TRUE
                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                       MOVE FR-TROOPS (IDX)
                           TO TROOPS IN ARMYINUSE (IDX)
                       MOVE FR-RF-ROUND (RIDX)
                           TO RF-ROUND IN ARMYINUSE (RIDX)
                   END-PERFORM
                   MOVE FR-CONTINGENTS TO CONTINGENTS IN ARMYINUSE
                   DISPLAY "ARMY LOADED"
               END-IF
               CLOSE ARMYFILE
               MOVE RF-ROUND IN ARMYINUSE (RIDX)
                   TO FR-RF-ROUND (RIDX)
           END-PERFORM.
           MOVE CONTINGENTS IN ARMYINUSE TO FR-CONTINGENTS.
           OPEN OUTPUT ARMYFILE.
           IF ARMYFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN FILE FOR WRITING"
      * The cost/attack/defense table is required for every combat and
      * cost computation in the program; a missing or short file leaves
      * unit stats at zero, silently breaking every battle from here
      * on, so either failure clears STATSOK-SWITCH and the caller
      * treats it as fatal rather than a warning.
       LOADUNITSTATS.
           SET STATSOK-SWITCH TO 'Y'.
           OPEN INPUT UNITSTATSFILE.
           IF UNITSTATSFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN UNIT STATS FILE "
                   UNITSTATSFILENAME
               SET STATSOK-SWITCH TO 'N'
           ELSE
               PERFORM VARYING UNITID FROM 1 BY 1
                       UNTIL UNITID > 14 OR NOT STATSOK-TRUE
                   READ UNITSTATSFILE
                       AT END
                           DISPLAY "UNIT STATS FILE IS SHORT"
                           SET STATSOK-SWITCH TO 'N'
                       NOT AT END
                           MOVE US-UNITCOST TO UST-COST (UNITID)
                           MOVE US-UNITCOST-ALT
                               TO UST-COST-ALT (UNITID)
                           MOVE US-UNITATTK TO UST-ATTK (UNITID)
                           MOVE US-UNITATTK-ALT
                               TO UST-ATTK-ALT (UNITID)
                           MOVE US-UNITDEF TO UST-DEF (UNITID)
                           MOVE US-UNITDEF-ALT
                               TO UST-DEF-ALT (UNITID)
                   END-READ
               END-PERFORM
               IF STATSOK-TRUE
                   PERFORM CHECKLOADEDSTATS
               END-IF
               CLOSE UNITSTATSFILE
           END-IF.

      * A table that loads but breaks the maintenance checks, or
      * whose control record does not match it, is still used -- the
      * figures may be a deliberate experiment -- but is flagged with
      * STATSWARN-SWITCH.  STATSCTL is always computed from the table
      * actually loaded, so headers describe the figures really used.
       CHECKLOADEDSTATS.
           SET STATSWARN-SWITCH TO 'N'
           MOVE UNITSTATS-TABLE TO STATSEDIT-TABLE
           PERFORM CHECKSTATSTABLE
           IF SE-BADCOUNT > 0
               DISPLAY "WARNING: " SE-BADCOUNT " UNIT STATS FIGURES "
                   "FAIL THE MAINTENANCE CHECKS"
               SET STATSWARN-TRUE TO TRUE
           END-IF
           PERFORM COMPUTESTATSCTL
           MOVE SE-CTLTOTAL TO STATSCTL
           READ UNITSTATSFILE
               AT END
                   DISPLAY "WARNING: UNIT STATS FILE HAS NO CONTROL "
                       "RECORD"
                   SET STATSWARN-TRUE TO TRUE
               NOT AT END
                   IF USC-TAG NOT = 'CTL'
                       DISPLAY "WARNING: UNEXPECTED RECORD AFTER THE "
                           "LAST UNIT IN THE STATS FILE"
                       SET STATSWARN-TRUE TO TRUE
                   ELSE
                       IF USC-TOTAL NOT = STATSCTL
                           DISPLAY "WARNING: STATS FILE CONTROL TOTAL "
                               USC-TOTAL " DOES NOT MATCH ITS TABLE ("
                               STATSCTL "); EDITED SINCE IT WAS SAVED?"
                           SET STATSWARN-TRUE TO TRUE
                       END-IF
                   END-IF
           END-READ
           DISPLAY "UNIT STATS " UNITSTATSFILENAME
               " LOADED, CONTROL TOTAL " STATSCTL.

      * Unit stats maintenance.  Edits go to STATSEDIT-TABLE, a copy
      * of the table in use, one field at a time, and each change is
      * checked before it is kept.  The result is only ever saved as
      * a new stats set under a new file name: an existing set is
      * never overwritten, so every header that names a set and its
      * control total keeps pointing at the figures that produced it.
       STATSMENU.
           DISPLAY "0. GO BACK"
           DISPLAY "1. SHOW THE STATS TABLE"
           DISPLAY "2. EDIT ONE FIELD"
           DISPLAY "3. CHECK THE TABLE"
           DISPLAY "4. SAVE AS A NEW STATS SET"
           DISPLAY "> "
           ACCEPT STATCHOOSEVAR.

           EVALUATE STATCHOOSEVAR
              WHEN 0
                  IF SE-CHANGED
                      DISPLAY "UNSAVED CHANGES WILL BE LOST; LEAVE "
                          "ANYWAY? (Y/N)"
                      DISPLAY "> "
                      ACCEPT YNVAR
                      IF NOT YNVAL
                          SET STATCHOOSEVAR TO 1
                      END-IF
                  END-IF
              WHEN 1
                  PERFORM SHOWSTATSTABLE
              WHEN 2
                  PERFORM EDITSTATSFIELD
              WHEN 3
                  PERFORM CHECKSTATSTABLE
                  IF SE-BADCOUNT = 0
                      DISPLAY "EVERY FIGURE PASSES THE CHECKS"
                  END-IF
                  PERFORM COMPUTESTATSCTL
                  DISPLAY "CONTROL TOTAL OF THE EDITED TABLE: "
                      SE-CTLTOTAL
              WHEN 4
                  PERFORM SAVESTATSSET
           END-EVALUATE.

       SHOWSTATSTABLE.
           DISPLAY "    UNIT             COST  ALT ATTACK   ALT "
               "DEFENSE  ALT"
           PERFORM SHOWSTATSUNIT VARYING SE-UNIT FROM 1 BY 1
               UNTIL SE-UNIT > 14.

       SHOWSTATSUNIT.
           MOVE SE-COST (SE-UNIT) TO SE-COSTDISP
           MOVE SE-COST-ALT (SE-UNIT) TO SE-COSTALTDISP
           MOVE SE-ATTK (SE-UNIT) TO SE-ATTKDISP
           MOVE SE-ATTK-ALT (SE-UNIT) TO SE-ATTKALTDISP
           MOVE SE-DEF (SE-UNIT) TO SE-DEFDISP
           MOVE SE-DEF-ALT (SE-UNIT) TO SE-DEFALTDISP
           DISPLAY SE-UNIT ". " UNITS (SE-UNIT) "  " SE-COSTDISP
               "   " SE-COSTALTDISP "   " SE-ATTKDISP "  "
               SE-ATTKALTDISP "      " SE-DEFDISP "   "
               SE-DEFALTDISP.

      * The ALT figures are the ones a unit uses when its owner has
      * the matching technology (improved shipyards for ship costs,
      * jet fighters, heavy bombers, super submarines, radar).
       EDITSTATSFIELD.
           PERFORM PRINTUNAME
           DISPLAY "EDIT WHICH UNIT?"
           DISPLAY "> "
           ACCEPT SE-UNIT
           IF SE-UNIT < 1 OR SE-UNIT > 14
               DISPLAY "NO SUCH UNIT"
           ELSE
               PERFORM SHOWSTATSUNIT
               DISPLAY "1. COST"
               DISPLAY "2. COST WITH TECHNOLOGY (ALT)"
               DISPLAY "3. ATTACK"
               DISPLAY "4. ATTACK WITH TECHNOLOGY (ALT)"
               DISPLAY "5. DEFENSE"
               DISPLAY "6. DEFENSE WITH TECHNOLOGY (ALT)"
               DISPLAY "EDIT WHICH FIELD?"
               DISPLAY "> "
               ACCEPT SE-FIELD
               IF SE-FIELD < 1 OR SE-FIELD > 6
                   DISPLAY "NO SUCH FIELD"
               ELSE
                   DISPLAY "ENTER THE NEW VALUE"
                   DISPLAY "> "
                   MOVE SPACES TO SE-INPUT
                   ACCEPT SE-INPUT
                   PERFORM TAKESTATSVALUE
               END-IF
           END-IF.

      * A change is kept only if it leaves the unit with no more
      * failed checks than it had, so a bad figure read from a
      * hand-edited set can still be repaired one field at a time.
       TAKESTATSVALUE.
           IF SE-INPUT = SPACES
                   OR FUNCTION TEST-NUMVAL (SE-INPUT) NOT = 0
               DISPLAY "NOT A NUMBER; NOTHING CHANGED"
           ELSE
               COMPUTE SE-VALUE = FUNCTION NUMVAL (SE-INPUT)
               COMPUTE SE-TENTHS = SE-VALUE * 10
               MOVE SE-TENTHS TO SE-WHOLE
               IF SE-VALUE < 0 OR SE-VALUE > 99
                       OR SE-WHOLE NOT = SE-TENTHS
                   DISPLAY "VALUE MUST BE 0-99 WITH AT MOST ONE "
                       "DECIMAL PLACE; NOTHING CHANGED"
               ELSE
                   MOVE SE-VALUE TO SE-WHOLE
                   IF SE-WHOLE NOT = SE-VALUE
                           AND SE-FIELD NOT = 3 AND SE-FIELD NOT = 4
                       DISPLAY "ONLY ATTACK FIGURES MAY HAVE A "
                           "DECIMAL PLACE; NOTHING CHANGED"
                   ELSE
                       SET SE-QUIET TO TRUE
                       MOVE 0 TO SE-BADCOUNT
                       PERFORM CHECKSTATSUNIT
                       MOVE SE-BADCOUNT TO SE-BADBEFORE
                       MOVE STATSEDIT-ENTRY (SE-UNIT) TO SE-OLDENTRY
                       EVALUATE SE-FIELD
                           WHEN 1
                               MOVE SE-VALUE TO SE-COST (SE-UNIT)
                           WHEN 2
                               MOVE SE-VALUE TO SE-COST-ALT (SE-UNIT)
                           WHEN 3
                               MOVE SE-VALUE TO SE-ATTK (SE-UNIT)
                           WHEN 4
                               MOVE SE-VALUE TO SE-ATTK-ALT (SE-UNIT)
                           WHEN 5
                               MOVE SE-VALUE TO SE-DEF (SE-UNIT)
                           WHEN 6
                               MOVE SE-VALUE TO SE-DEF-ALT (SE-UNIT)
                       END-EVALUATE
                       SET SE-QUIET-SWITCH TO 'N'
                       MOVE 0 TO SE-BADCOUNT
                       PERFORM CHECKSTATSUNIT
                       IF SE-BADCOUNT > SE-BADBEFORE
                           MOVE SE-OLDENTRY
                               TO STATSEDIT-ENTRY (SE-UNIT)
                           DISPLAY "CHANGE REFUSED; NOTHING CHANGED"
                       ELSE
                           SET SE-CHANGED TO TRUE
                           PERFORM SHOWSTATSUNIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECKSTATSTABLE.
           MOVE 0 TO SE-BADCOUNT
           SET SE-QUIET-SWITCH TO 'N'
           PERFORM CHECKSTATSUNIT VARYING SE-UNIT FROM 1 BY 1
               UNTIL SE-UNIT > 14.

      * The checks for one unit's figures: costs above zero, attack
      * and defense 0-6, and a technology figure never below the
      * base figure it improves.  Attack figures are whole numbers
      * except the heavy bomber's, which is the averaged hit chance
      * of its two dice (5.3 in the standard set).
       CHECKSTATSUNIT.
           IF SE-COST (SE-UNIT) NOT NUMERIC
                   OR SE-COST-ALT (SE-UNIT) NOT NUMERIC
                   OR SE-ATTK (SE-UNIT) NOT NUMERIC
                   OR SE-ATTK-ALT (SE-UNIT) NOT NUMERIC
                   OR SE-DEF (SE-UNIT) NOT NUMERIC
                   OR SE-DEF-ALT (SE-UNIT) NOT NUMERIC
               MOVE 'FIGURES ARE NOT ALL NUMERIC' TO SE-PROBLEM
               PERFORM NOTESTATSPROBLEM
           ELSE
               IF SE-COST (SE-UNIT) = 0 OR SE-COST-ALT (SE-UNIT) = 0
                   MOVE 'COST MUST BE ABOVE ZERO' TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
               IF SE-ATTK (SE-UNIT) > 6 OR SE-ATTK-ALT (SE-UNIT) > 6
                   MOVE 'ATTACK MUST BE 0-6' TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
               IF SE-DEF (SE-UNIT) > 6 OR SE-DEF-ALT (SE-UNIT) > 6
                   MOVE 'DEFENSE MUST BE 0-6' TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
               MOVE SE-ATTK (SE-UNIT) TO SE-WHOLE
               IF SE-WHOLE NOT = SE-ATTK (SE-UNIT)
                   MOVE 'BASE ATTACK MUST BE A WHOLE NUMBER'
                       TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
               MOVE SE-ATTK-ALT (SE-UNIT) TO SE-WHOLE
               IF SE-WHOLE NOT = SE-ATTK-ALT (SE-UNIT)
                       AND SE-UNIT NOT = 6
                   MOVE 'ONLY HEAVY BOMBER ATTACK MAY BE FRACTIONAL'
                       TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
               IF SE-ATTK-ALT (SE-UNIT) < SE-ATTK (SE-UNIT)
                   MOVE 'ALT ATTACK IS BELOW BASE ATTACK' TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
               IF SE-DEF-ALT (SE-UNIT) < SE-DEF (SE-UNIT)
                   MOVE 'ALT DEFENSE IS BELOW BASE DEFENSE'
                       TO SE-PROBLEM
                   PERFORM NOTESTATSPROBLEM
               END-IF
           END-IF.

       NOTESTATSPROBLEM.
           ADD 1 TO SE-BADCOUNT
           IF NOT SE-QUIET
               DISPLAY "  " UNITS (SE-UNIT) ": " SE-PROBLEM
           END-IF.

       COMPUTESTATSCTL.
           MOVE 0 TO SE-CTLTOTAL
           PERFORM ADDSTATSCTL VARYING SE-UNIT FROM 1 BY 1
               UNTIL SE-UNIT > 14.

       ADDSTATSCTL.
           COMPUTE SE-CTLTOTAL = SE-CTLTOTAL + SE-UNIT *
               (SE-COST (SE-UNIT) + 2 * SE-COST-ALT (SE-UNIT)
               + 30 * SE-ATTK (SE-UNIT) + 40 * SE-ATTK-ALT (SE-UNIT)
               + 5 * SE-DEF (SE-UNIT) + 6 * SE-DEF-ALT (SE-UNIT)).

      * The new set must pass every check and go to a file that does
      * not exist yet.
       SAVESTATSSET.
           PERFORM CHECKSTATSTABLE
           IF SE-BADCOUNT > 0
               DISPLAY "THE TABLE FAILS " SE-BADCOUNT " CHECKS; "
                   "NOTHING SAVED"
           ELSE
               DISPLAY "ENTER FILE NAME FOR THE NEW STATS SET"
               DISPLAY "> "
               MOVE SPACES TO UNITSTATSFILENAME-INPUT
               ACCEPT UNITSTATSFILENAME-INPUT
               MOVE UNITSTATSFILENAME TO SE-OLDNAME
               IF UNITSTATSFILENAME-INPUT = SPACES
                   DISPLAY "NO NAME GIVEN; NOTHING SAVED"
               ELSE
                   MOVE UNITSTATSFILENAME-INPUT TO UNITSTATSFILENAME
                   OPEN INPUT UNITSTATSFILE
                   IF UNITSTATSFILE-STATUS NOT = "35"
                       IF UNITSTATSFILE-STATUS = "00"
                           CLOSE UNITSTATSFILE
                       END-IF
                       DISPLAY "A FILE BY THAT NAME ALREADY EXISTS; "
                           "STATS SETS ARE NEVER OVERWRITTEN -- "
                           "NOTHING SAVED"
                       MOVE SE-OLDNAME TO UNITSTATSFILENAME
                   ELSE
                       PERFORM WRITESTATSSET
                   END-IF
               END-IF
           END-IF.

       WRITESTATSSET.
           PERFORM COMPUTESTATSCTL
           OPEN OUTPUT UNITSTATSFILE
           IF UNITSTATSFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN " UNITSTATSFILENAME
                   " FOR WRITING"
               MOVE SE-OLDNAME TO UNITSTATSFILENAME
           ELSE
               PERFORM VARYING SE-UNIT FROM 1 BY 1 UNTIL SE-UNIT > 14
                   MOVE SE-COST (SE-UNIT) TO US-UNITCOST
                   MOVE SE-COST-ALT (SE-UNIT) TO US-UNITCOST-ALT
                   MOVE SE-ATTK (SE-UNIT) TO US-UNITATTK
                   MOVE SE-ATTK-ALT (SE-UNIT) TO US-UNITATTK-ALT
                   MOVE SE-DEF (SE-UNIT) TO US-UNITDEF
                   MOVE SE-DEF-ALT (SE-UNIT) TO US-UNITDEF-ALT
                   WRITE UNITSTATS-RECORD
               END-PERFORM
               MOVE 'CTL' TO USC-TAG
               MOVE SE-CTLTOTAL TO USC-TOTAL
               WRITE UNITSTATS-CONTROL
               CLOSE UNITSTATSFILE
               DISPLAY "STATS SET " UNITSTATSFILENAME
                   " SAVED, CONTROL TOTAL " SE-CTLTOTAL
               SET SE-CHANGED-SWITCH TO 'N'
               DISPLAY "USE THE NEW STATS SET FOR THE REST OF THIS "
                   "SESSION? (Y/N)"
               DISPLAY "> "
               ACCEPT YNVAR
               IF YNVAL
                   MOVE STATSEDIT-TABLE TO UNITSTATS-TABLE
                   MOVE SE-CTLTOTAL TO STATSCTL
                   SET STATSWARN-SWITCH TO 'N'
                   DISPLAY "NOW USING STATS SET " UNITSTATSFILENAME
               ELSE
                   MOVE SE-OLDNAME TO UNITSTATSFILENAME
               END-IF
           END-IF.

      * The ruleset decides how every battle is fought, so like the
      * unit stats a missing, empty or malformed ruleset leaves
      * RULE-OK-SWITCH off for the caller to treat as fatal: running
      * on a half-read set of switches would stamp a ruleset name on
      * results it did not produce.  The switches in force are only
      * replaced once the new record has passed its checks.
       LOADRULESET.
           SET RULE-OK-SWITCH TO 'N'.
           OPEN INPUT RULESETFILE.
           IF RULESETFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN RULESET FILE " RULESETFILENAME
           ELSE
               READ RULESETFILE
                   AT END
                       DISPLAY "RULESET FILE IS EMPTY"
                   NOT AT END
                       PERFORM CHECKRULESETRECORD
                       IF RULE-OK-TRUE
                           MOVE RS-NAME TO RULE-NAME
                           MOVE RS-ROUNDCAP TO RULE-ROUNDCAP
                           MOVE RS-TRANSPORTSLAST
                               TO RULE-TRANSPORTSLAST
                           MOVE RS-AAFIRE TO RULE-AAFIRE
                           MOVE RS-DDCANCELSUB TO RULE-DDCANCELSUB
                           MOVE RS-TWOHITSHIPS TO RULE-TWOHITSHIPS
                           PERFORM PRINTRULESET
                       END-IF
               END-READ
               CLOSE RULESETFILE
           END-IF.

      * The round cap may not pass 100: the rounds histograms hold
      * 100 rounds plus one bucket for battles that reached the cap.
       CHECKRULESETRECORD.
           SET RULE-OK-SWITCH TO 'Y'.
           IF RS-NAME = SPACES
               DISPLAY "RULESET HAS NO NAME"
               SET RULE-OK-SWITCH TO 'N'
           END-IF.
           IF RS-ROUNDCAP NOT NUMERIC
               DISPLAY "RULESET ROUND CAP IS NOT NUMERIC"
               SET RULE-OK-SWITCH TO 'N'
           ELSE
               IF RS-ROUNDCAP < 1 OR RS-ROUNDCAP > 100
                   DISPLAY "RULESET ROUND CAP MUST BE 1-100"
                   SET RULE-OK-SWITCH TO 'N'
               END-IF
           END-IF.
           IF RS-TRANSPORTSLAST NOT = 'Y'
                   AND RS-TRANSPORTSLAST NOT = 'N'
               DISPLAY "RULESET TRANSPORTS-LAST SWITCH MUST BE Y OR N"
               SET RULE-OK-SWITCH TO 'N'
           END-IF.
           IF RS-AAFIRE NOT = 'Y' AND RS-AAFIRE NOT = 'A'
                   AND RS-AAFIRE NOT = 'N'
               DISPLAY "RULESET AA FIRE SWITCH MUST BE Y, A OR N"
               SET RULE-OK-SWITCH TO 'N'
           END-IF.
           IF RS-DDCANCELSUB NOT = 'Y' AND RS-DDCANCELSUB NOT = 'N'
               DISPLAY "RULESET DESTROYER-CANCELS-SUB SWITCH MUST BE "
                   "Y OR N"
               SET RULE-OK-SWITCH TO 'N'
           END-IF.
           IF RS-TWOHITSHIPS NOT = 'Y' AND RS-TWOHITSHIPS NOT = 'N'
               DISPLAY "RULESET TWO-HIT SHIPS SWITCH MUST BE Y OR N"
               SET RULE-OK-SWITCH TO 'N'
           END-IF.

       PRINTRULESET.
           DISPLAY "RULESET " RULE-NAME " LOADED"
           DISPLAY "  ROUND CAP: " RULE-ROUNDCAP
           DISPLAY "  TRANSPORTS TAKEN LAST: " RULE-TRANSPORTSLAST
           EVALUATE TRUE
               WHEN RULE-AAFIRE-LANDONLY
                   DISPLAY "  AA OPENING SHOT: LAND AND AMPHIBIOUS "
                       "BATTLES"
               WHEN RULE-AAFIRE-ALWAYS
                   DISPLAY "  AA OPENING SHOT: EVERY BATTLE TYPE"
               WHEN RULE-AAFIRE-NEVER
                   DISPLAY "  AA OPENING SHOT: NEVER"
           END-EVALUATE
           DISPLAY "  DESTROYER CANCELS SUB SURPRISE STRIKE: "
               RULE-DDCANCELSUB
           DISPLAY "  2-HIT CARRIERS AND BATTLESHIPS: "
               RULE-TWOHITSHIPS.

       GETSPECIAL.
           DISPLAY "LEAVE ONE LAND UNIT ALIVE AT ALL COSTS (NEEDED FOR
      -    "CAPTURING LAND TERRITORY)? (Y/N)"
           DISPLAY "> "
           ACCEPT  LEAVE1LAND IN ARMYINUSE.
           PERFORM GETTECHFLAGS.

       GETTECHFLAGS.
           DISPLAY "ENTER TECHNOLOGICAL ADVANCES REACHED"
           DISPLAY "ADVANCED ARTILLERY ACHIEVED? (Y/N)".
           DISPLAY "> ".


       GETUNITS.
           MOVE 'N' TO CT-SWITCH IN ARMYINUSE.
           DISPLAY "ENTER UNIT TROOPCOUNT VALUES".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                DISPLAY "HOW MANY " UNITS(IDX)" UNITS? "
                ACCEPT TROOPS IN ARMYINUSE (IDX)
            END-PERFORM.

      * An army fought by one power is entered as before; two or
      * three allied powers are each entered as a contingent with
      * their own troops and technology.
       GETFORCES.
           DISPLAY "HOW MANY ALLIED POWERS IN THIS ARMY (1-3)?"
           DISPLAY "> "
           ACCEPT CTENTRYCOUNT.
           IF CTENTRYCOUNT = 2 OR CTENTRYCOUNT = 3
               PERFORM GETCONTINGENTS
           ELSE
               PERFORM GETUNITS
               PERFORM GETSPECIAL
           END-IF.

      * The combined TROOPS are the contingents' sum and SPECIAL
      * takes the lead power's technology; every reinforcement wave
      * starts out belonging to the lead power.
       GETCONTINGENTS.
           DISPLAY "LEAVE ONE LAND UNIT ALIVE AT ALL COSTS (NEEDED FOR
      -    "CAPTURING LAND TERRITORY)? (Y/N)"
           DISPLAY "> "
           ACCEPT  LEAVE1LAND IN ARMYINUSE.
           MOVE SPACES TO CONTINGENTS IN ARMYINUSE.
           PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                   SET CT-TROOPS IN ARMYINUSE (CTIDX, IDX) TO 0
               END-PERFORM
               MOVE 'NNNNNN' TO CT-TECH IN ARMYINUSE (CTIDX)
           END-PERFORM.
           PERFORM GETONECONTINGENT VARYING CTIDX FROM 1 BY 1
               UNTIL CTIDX > CTENTRYCOUNT.
           MOVE 'Y' TO CT-SWITCH IN ARMYINUSE.
           MOVE CTENTRYCOUNT TO CT-COUNT IN ARMYINUSE.
           PERFORM VARYING RIDX FROM 1 BY 1 UNTIL RIDX > 5
               SET CT-RFCONT IN ARMYINUSE (RIDX) TO 1
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               SET TROOPS IN ARMYINUSE (IDX) TO 0
               PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                   ADD CT-TROOPS IN ARMYINUSE (CTIDX, IDX)
                       TO TROOPS IN ARMYINUSE (IDX)
               END-PERFORM
           END-PERFORM.
           MOVE CT-TECH IN ARMYINUSE (1) TO SPECIAL IN ARMYINUSE (2:6).

       GETONECONTINGENT.
           DISPLAY "POWER " CTIDX " NAME"
           DISPLAY "> "
           ACCEPT CT-POWER IN ARMYINUSE (CTIDX)
           PERFORM GETUNITS
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE TROOPS IN ARMYINUSE (IDX)
                   TO CT-TROOPS IN ARMYINUSE (CTIDX, IDX)
           END-PERFORM
           PERFORM GETTECHFLAGS
           MOVE SPECIAL IN ARMYINUSE (2:6)
               TO CT-TECH IN ARMYINUSE (CTIDX).

       GETORDER.
           DISPLAY "CHOOSE POLICY FOR REMOVING UNITS".
           DISPLAY "1. LOWEST ATTACK FIRST".
                DISPLAY "NUMBER OF " UNITS(IDX) ": "
                    TROOPS IN ARMYINUSE (IDX)
            END-PERFORM.
            IF CT-ON IN ARMYINUSE
                PERFORM PRINTCONTINGENTUNITS VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN ARMYINUSE
            END-IF.

       PRINTCONTINGENTUNITS.
            DISPLAY "OF WHICH " CT-POWER IN ARMYINUSE (CTIDX) ":"
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                IF CT-TROOPS IN ARMYINUSE (CTIDX, IDX) > 0
                    DISPLAY "  " UNITS(IDX) ": "
                        CT-TROOPS IN ARMYINUSE (CTIDX, IDX)
                END-IF
            END-PERFORM.

       PRINTARMYORDER.
            DISPLAY "ORDER OF TROOPS TO REMOVE"
            IF LEAVE1LAND-TRUE IN ARMYINUSE
                DISPLAY "1 LAND UNIT WILL BE KEPT ALIVE AT ALL COSTS"
            END-IF.
            IF CT-ON IN ARMYINUSE
                MOVE SPECIAL IN ARMYINUSE (2:6) TO CTSAVESPECIAL
                PERFORM PRINTCONTINGENTTECH VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN ARMYINUSE
                MOVE CTSAVESPECIAL TO SPECIAL IN ARMYINUSE (2:6)
            ELSE
                PERFORM PRINTTECHFLAGS
            END-IF.
            IF RETREATTROOPS IN ARMYINUSE > 0
                DISPLAY "RETREATS (AS ATTACKER) WHEN TROOPS BELOW "
                        RF-COUNT IN ARMYINUSE (RIDX) " "
                        UNITS(UNITID) " AT ROUND "
                        RF-ROUND IN ARMYINUSE (RIDX)
                    IF CT-ON IN ARMYINUSE
                            AND CT-RFCONT IN ARMYINUSE (RIDX) >= 1
                            AND CT-RFCONT IN ARMYINUSE (RIDX) <=
                                CT-COUNT IN ARMYINUSE
                        MOVE CT-RFCONT IN ARMYINUSE (RIDX) TO CTIDX
                        DISPLAY "  SENT BY "
                            CT-POWER IN ARMYINUSE (CTIDX)
                    END-IF
                END-IF
            END-PERFORM.

       PRINTCONTINGENTTECH.
            MOVE CT-TECH IN ARMYINUSE (CTIDX)
                TO SPECIAL IN ARMYINUSE (2:6)
            DISPLAY "POWER " CTIDX ": " CT-POWER IN ARMYINUSE (CTIDX)
            PERFORM PRINTTECHFLAGS.

       PRINTTECHFLAGS.
            DISPLAY "TECHNOLOGY:"
            IF AARTILLERY-TRUE IN ARMYINUSE
                DISPLAY "ADVANCED ARTILLERY"
            END-IF.
            IF SSUBMARINE-TRUE IN ARMYINUSE
                DISPLAY "SUPER SUBMARINES"
            END-IF.
            IF JETFIGHTER-TRUE IN ARMYINUSE
                DISPLAY "IMPROVED JET FIGHTERS"
            END-IF.
            IF IMPRVDSHIP-TRUE IN ARMYINUSE
                DISPLAY "IMPROVED SHIPYARDS"
            END-IF.
            IF AAGUNRADAR-TRUE IN ARMYINUSE
                DISPLAY "AA GUN RADAR"
            END-IF.
            IF HEAVYBOMBR-TRUE IN ARMYINUSE
                DISPLAY "HEAVY BOMBERS"
            END-IF.

       PRINTUNAME.
           PERFORM VARYING UIDX FROM 1 BY 1 UNTIL UIDX > 14
                DISPLAY UIDX ". " UNITS(UIDX)
           DISPLAY "5. CAMPAIGN MODE (CHAIN BATTLES, SURVIVORS "
               "CARRY FORWARD)"
           DISPLAY "6. REMOVAL-POLICY ADVISOR"
           DISPLAY "7. SPLIT-FORCE PLANNER (ONE ARMY, SEVERAL TARGETS)"
           DISPLAY "8. HOLD-THE-TERRITORY ANALYSIS (WITH COUNTERATTACK)"
           DISPLAY "> "
           ACCEPT BATTCHOOSEVAR.

                PERFORM CAMPAIGNMODE
              WHEN 6
                PERFORM POLICYADVISOR
              WHEN 7
                PERFORM SPLITPLANNER
              WHEN 8
                PERFORM HOLDANALYSIS
           END-EVALUATE.

      * Estimates the outcome of ATTACKARMY vs DEFENDARMY without

        CALCULATECOST.
            SET SUMCOST TO 0.
            IF CT-ON IN ARMYINUSE
                PERFORM CALCCONTINGENTCOST
            ELSE
                PERFORM VARYING UNITID FROM 1 BY 1 UNTIL UNITID > 14
                    PERFORM GETCOST
                    COMPUTE SUMCOST = SUMCOST +
                        UNITCOST * TROOPS IN ARMYINUSE (UNITID)
                END-PERFORM
            END-IF.

      * Each contingent is costed on its own power's technology
      * (Improved Shipyards is per power), its value left in CTVALUE
      * and the army's total in SUMCOST.
        CALCCONTINGENTCOST.
            PERFORM SYNCCONTINGENTS
            MOVE SPECIAL IN ARMYINUSE (2:6) TO CTSAVESPECIAL
            PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                SET CTVALUE (CTIDX) TO 0
                MOVE CT-TECH IN ARMYINUSE (CTIDX)
                    TO SPECIAL IN ARMYINUSE (2:6)
                PERFORM VARYING UNITID FROM 1 BY 1 UNTIL UNITID > 14
                    PERFORM GETCOST
                    COMPUTE CTVALUE (CTIDX) = CTVALUE (CTIDX) +
                        UNITCOST *
                        CT-TROOPS IN ARMYINUSE (CTIDX, UNITID)
                END-PERFORM
                ADD CTVALUE (CTIDX) TO SUMCOST
            END-PERFORM
            MOVE CTSAVESPECIAL TO SPECIAL IN ARMYINUSE (2:6).

      * Keeps the contingents adding up to TROOPS when something
      * outside the combat paragraphs (the optimizer, a sweep step,
      * a split plan, a holding force's reinforcements) changed the
      * combined count: extra troops join the lead power and a
      * shortfall comes off the last contingent first.
        SYNCCONTINGENTS.
            IF CT-COUNT IN ARMYINUSE NOT NUMERIC
                    OR CT-COUNT IN ARMYINUSE < 1
                    OR CT-COUNT IN ARMYINUSE > 3
                MOVE 1 TO CT-COUNT IN ARMYINUSE
            END-IF
            PERFORM VARYING CTSIDX FROM 1 BY 1 UNTIL CTSIDX > 14
                SET CTSUM TO 0
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    IF CT-TROOPS IN ARMYINUSE (CTIDX, CTSIDX)
                            NOT NUMERIC
                            OR CTIDX > CT-COUNT IN ARMYINUSE
                        SET CT-TROOPS IN ARMYINUSE (CTIDX, CTSIDX)
                            TO 0
                    END-IF
                    ADD CT-TROOPS IN ARMYINUSE (CTIDX, CTSIDX)
                        TO CTSUM
                END-PERFORM
                IF CTSUM < TROOPS IN ARMYINUSE (CTSIDX)
                    COMPUTE CT-TROOPS IN ARMYINUSE (1, CTSIDX) =
                        CT-TROOPS IN ARMYINUSE (1, CTSIDX) +
                        TROOPS IN ARMYINUSE (CTSIDX) - CTSUM
                END-IF
                MOVE 3 TO CTIDX
                PERFORM UNTIL CTSUM NOT > TROOPS IN ARMYINUSE (CTSIDX)
                        OR CTIDX = 0
                    COMPUTE CTLOSS =
                        CTSUM - TROOPS IN ARMYINUSE (CTSIDX)
                    IF CTLOSS > CT-TROOPS IN ARMYINUSE (CTIDX, CTSIDX)
                        MOVE CT-TROOPS IN ARMYINUSE (CTIDX, CTSIDX)
                            TO CTLOSS
                    END-IF
                    SUBTRACT CTLOSS FROM
                        CT-TROOPS IN ARMYINUSE (CTIDX, CTSIDX)
                    SUBTRACT CTLOSS FROM CTSUM
                    SUBTRACT 1 FROM CTIDX
                END-PERFORM
            END-PERFORM.

      * Rolls one unit type's dice for the side in ARMYINUSE and
      * leaves the hits in UNITHITS.  Each contingent rolls its own
      * troops at its own power's attack value.
        ROLLATTACKGROUP.
            SET UNITHITS TO 0
            IF CT-ON IN ARMYINUSE
                MOVE SPECIAL IN ARMYINUSE (2:6) TO CTSAVESPECIAL
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    IF CT-TROOPS IN ARMYINUSE (CTIDX, UNITID) > 0
                        MOVE CT-TECH IN ARMYINUSE (CTIDX)
                            TO SPECIAL IN ARMYINUSE (2:6)
                        PERFORM GETATTACK
                        MOVE CT-TROOPS IN ARMYINUSE (CTIDX, UNITID)
                            TO GROUPCOUNT
                        MOVE UNITATTK TO GROUPPIPS
                        PERFORM GETGROUPHITS
                        ADD GROUPHITCOUNT TO UNITHITS
                    END-IF
                END-PERFORM
                MOVE CTSAVESPECIAL TO SPECIAL IN ARMYINUSE (2:6)
            ELSE
                PERFORM GETATTACK
                MOVE TROOPS IN ARMYINUSE (UNITID) TO GROUPCOUNT
                MOVE UNITATTK TO GROUPPIPS
                PERFORM GETGROUPHITS
                MOVE GROUPHITCOUNT TO UNITHITS
            END-IF.

        ROLLDEFENSEGROUP.
            SET UNITHITS TO 0
            IF CT-ON IN ARMYINUSE
                MOVE SPECIAL IN ARMYINUSE (2:6) TO CTSAVESPECIAL
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    IF CT-TROOPS IN ARMYINUSE (CTIDX, UNITID) > 0
                        MOVE CT-TECH IN ARMYINUSE (CTIDX)
                            TO SPECIAL IN ARMYINUSE (2:6)
                        PERFORM GETDEFENSE
                        MOVE CT-TROOPS IN ARMYINUSE (CTIDX, UNITID)
                            TO GROUPCOUNT
                        MOVE UNITDEF TO GROUPPIPS
                        PERFORM GETGROUPHITS
                        ADD GROUPHITCOUNT TO UNITHITS
                    END-IF
                END-PERFORM
                MOVE CTSAVESPECIAL TO SPECIAL IN ARMYINUSE (2:6)
            ELSE
                PERFORM GETDEFENSE
                MOVE TROOPS IN ARMYINUSE (UNITID) TO GROUPCOUNT
                MOVE UNITDEF TO GROUPPIPS
                PERFORM GETGROUPHITS
                MOVE GROUPHITCOUNT TO UNITHITS
            END-IF.

        REMOVEUNIT.
            MOVE TROOPS IN ARMYINUSE (UNITID) TO CTBEFORE
            IF TROOPS IN ARMYINUSE (UNITID) >= HITSTAKEN
                COMPUTE TROOPS IN ARMYINUSE (UNITID) =
                    TROOPS IN ARMYINUSE (UNITID) - HITSTAKEN
                IF (UNITID = 11 OR UNITID = 13)
                        AND RULE-TWOHITSHIPS-ON
                    COMPUTE TROOPS IN ARMYINUSE (UNITID + 1) =
                        TROOPS IN ARMYINUSE (UNITID + 1) + HITSTAKEN
                END-IF
            ELSE
                COMPUTE HITSTAKEN =
                    HITSTAKEN - TROOPS IN ARMYINUSE (UNITID)
                IF (UNITID = 11 OR UNITID = 13)
                        AND RULE-TWOHITSHIPS-ON
                    COMPUTE TROOPS IN ARMYINUSE (UNITID + 1) =
                        TROOPS IN ARMYINUSE (UNITID + 1) +
                        TROOPS IN ARMYINUSE (UNITID)
                END-IF
                SET TROOPS IN ARMYINUSE (UNITID) TO 0
            END-IF.
            IF CT-ON IN ARMYINUSE
                COMPUTE CTTAKE = CTBEFORE - TROOPS IN ARMYINUSE (UNITID)
                PERFORM TAKECONTINGENTLOSS CTTAKE TIMES
            END-IF.

      * Within one unit type the removal order cannot choose between
      * powers, so each casualty is the weakest copy on the side's
      * current role -- attack value when attacking, defense value
      * when defending -- with ties going to the later contingent.
      * A 2-hit ship stays with its own power as the damaged type.
        TAKECONTINGENTLOSS.
            MOVE 0 TO CTPICK
            MOVE SPECIAL IN ARMYINUSE (2:6) TO CTSAVESPECIAL
            PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                IF CT-TROOPS IN ARMYINUSE (CTIDX, UNITID) > 0
                    MOVE CT-TECH IN ARMYINUSE (CTIDX)
                        TO SPECIAL IN ARMYINUSE (2:6)
                    IF CTROLE-DEFEND
                        PERFORM GETDEFENSE
                        MOVE UNITDEF TO CTVAL
                    ELSE
                        PERFORM GETATTACK
                        MOVE UNITATTK TO CTVAL
                    END-IF
                    IF CTPICK = 0 OR CTVAL NOT > CTBESTVAL
                        MOVE CTIDX TO CTPICK
                        MOVE CTVAL TO CTBESTVAL
                    END-IF
                END-IF
            END-PERFORM
            MOVE CTSAVESPECIAL TO SPECIAL IN ARMYINUSE (2:6)
            IF CTPICK > 0
                SUBTRACT 1 FROM CT-TROOPS IN ARMYINUSE (CTPICK, UNITID)
                IF (UNITID = 11 OR UNITID = 13)
                        AND RULE-TWOHITSHIPS-ON
                    ADD 1 TO CT-TROOPS IN ARMYINUSE (CTPICK, UNITID + 1)
                END-IF
            END-IF.

      * LEAVE1LAND-TRUE protects the very last surviving land unit (ids
      * 1-3) from being taken as a casualty; the hit just carries on to
                ADD 1 TO UIDX
            END-PERFORM.

      * Transports have no combat value and, under a ruleset that
      * takes them last, may only be taken as casualties once nothing
      * else is left, whatever the removal policy says, so they are
      * skipped here and mopped up last.  Otherwise they fall in the
      * removal order like any other ship.
        REMOVESEAUNITS.
            SET UIDX TO 1
            PERFORM UNTIL HITSTAKEN = 0 OR UIDX > 14
                MOVE POLICY IN ARMYINUSE (UIDX) TO UNITID
                IF UNITID > 3
                        AND (UNITID NOT = 8
                            OR NOT RULE-TRANSPORTSLAST-ON)
                    PERFORM REMOVEUNIT
                END-IF
                ADD 1 TO UIDX

      * Only ships (ids 7-14) are eligible casualties of a submarine
      * surprise strike; air units cannot be hit, and transports are
      * still taken last when the ruleset says so.
        REMOVESHIPUNITS.
            SET UIDX TO 1
            PERFORM UNTIL HITSTAKEN = 0 OR UIDX > 14
                MOVE POLICY IN ARMYINUSE (UIDX) TO UNITID
                IF UNITID > 6
                        AND (UNITID NOT = 8
                            OR NOT RULE-TRANSPORTSLAST-ON)
                    PERFORM REMOVEUNIT
                END-IF
                ADD 1 TO UIDX

      * The defender's AA GUNs get one shot at the attacker's air
      * units before the first normal combat round of a land or
      * amphibious battle (or of any battle, or none, as the ruleset
      * says), using the same (radar-boosted) defense value
      * GETDEFENSE already gives AA GUN.
       AAFIREPHASE.
            MOVE DEFENDWORK TO ARMYINUSE
            SET AAHITS TO 0
            IF TROOPS IN ARMYINUSE (4) > 0
                SET UNITID TO 4
                PERFORM ROLLDEFENSEGROUP
                ADD UNITHITS TO AAHITS
            END-IF.
            MOVE ATTACKWORK TO ARMYINUSE
            COMPUTE MISC = TROOPS IN ARMYINUSE (5) +
                MOVE MISC TO AAHITS
            END-IF.
            IF AAHITS > 0
                SET CTROLE-ATTACK TO TRUE
                PERFORM CALCULATECOST
                MOVE SUMCOST TO SUMCOST-ATTK-1
                PERFORM SAVEPOWERTROOPS
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                    MOVE TROOPS IN ARMYINUSE (IDX) TO PRE-TROOPS (IDX)
                END-PERFORM
                MOVE SUMCOST TO SUMCOST-ATTK-2
                COMPUTE ATTKCOST = ATTKCOST +
                    SUMCOST-ATTK-1 - SUMCOST-ATTK-2
                PERFORM POSTPOWERLOSSES
      * The AA phase gets its own ROUNDNUM 0 log record (ROUNDNUM is
      * still 0 here -- RUNONEBATTLE bumps it to 1 for the first real
      * combat round) so its casualties and cost show up in the audit
                    SET DEFENDHITS TO AAHITS
                    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                        SET DEF-LOSSES (IDX) TO 0
                        PERFORM VARYING CTIDX FROM 1 BY 1
                                UNTIL CTIDX > 3
                            SET CT-DEF-LOSSES (CTIDX, IDX) TO 0
                        END-PERFORM
                    END-PERFORM
      * The snapshot record reads the working armies, so the AA
      * casualties go back to ATTACKWORK before the log write.
      * Opening naval phases, run once before round one the same way
      * AAFIREPHASE runs the AA guns' opening shot: in a sea battle
      * each side's submarines get a surprise strike (cancelled when
      * the enemy fleet holds a destroyer, if the ruleset says so),
      * and in an amphibious
      * assault the attacker's battleships and cruisers fire a one-
      * time shore bombardment.  Both log under their own round
      * number zero record like the AA phase does.
            SET ATTACKHITS TO 0
            SET DEFENDHITS TO 0
            IF TROOPS IN DEFENDWORK (9) = 0
                    OR NOT RULE-DDCANCELSUB-ON
                MOVE ATTACKWORK TO ARMYINUSE
                IF TROOPS IN ARMYINUSE (7) > 0
                    SET UNITID TO 7
                    PERFORM ROLLATTACKGROUP
                    ADD UNITHITS TO ATTACKHITS
                END-IF
            END-IF
            IF TROOPS IN ATTACKWORK (9) = 0
                    OR NOT RULE-DDCANCELSUB-ON
                MOVE DEFENDWORK TO ARMYINUSE
                IF TROOPS IN ARMYINUSE (7) > 0
                    SET UNITID TO 7
                    PERFORM ROLLDEFENSEGROUP
                    ADD UNITHITS TO DEFENDHITS
                END-IF
            END-IF
            IF ATTACKHITS > 0 OR DEFENDHITS > 0

       BOMBARDROLLS.
            IF TROOPS IN ARMYINUSE (UNITID) > 0
                PERFORM ROLLATTACKGROUP
                ADD UNITHITS TO ATTACKHITS
            END-IF.

       GETDICEROLL.
            DISPLAY "> "
            MOVE SPACES TO SEEDINPUT
            ACCEPT SEEDINPUT
            PERFORM APPLYSEED.

      * Seeds the stream from SEEDINPUT, however it was supplied.
       APPLYSEED.
            SET SEED-SWITCH TO 'N'
            SET RANDOMSEED TO 0
            SET RNGDRAWS TO 0
            COMPUTE PRECSTART = SIMBATTLEROUNDS + 1
            COMPUTE PRECEND = SIMBATTLEROUNDS + PRECBLOCK
            MOVE PRECEND TO SIMBATTLEROUNDS
            IF SPLITRUN-TRUE
                PERFORM RUNSPLITBATTLE
                    VARYING BATTLENUM FROM PRECSTART BY 1
                    UNTIL BATTLENUM > PRECEND
            ELSE
                PERFORM RUNONEBATTLE
                    VARYING BATTLENUM FROM PRECSTART BY 1
                    UNTIL BATTLENUM > PRECEND
            END-IF
            COMPUTE PRECP ROUNDED =
                ATTKVICTORIES / SIMBATTLEROUNDS
            COMPUTE PRECWORK =
                END-IF
            END-IF.
            PERFORM INITDISTSTATS.
      * The per-power cost totals carry over a resume like the army's
      * own; the distribution and survivor figures start afresh.
            IF RESUME-TRUE
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    MOVE RESUME-ATTK-CTCOST (CTIDX)
                        TO TOTALATTK-CTCOST (CTIDX)
                    MOVE RESUME-DEF-CTCOST (CTIDX)
                        TO TOTALDEF-CTCOST (CTIDX)
                END-PERFORM
            END-IF.
            PERFORM INITJOURNALTALLY.
            IF PREC-ON
                PERFORM RUNTOPRECISION
            END-IF
            PERFORM PRINTDISTSTATS
            PERFORM PRINTSURVSTATS
            PERFORM PRINTPOWERSTATS
            IF RESUME-TRUE
                DISPLAY "DISTRIBUTION AND SURVIVOR FIGURES COVER "
                    "ONLY THE BATTLES RUN SINCE THE CHECKPOINT"
            MOVE DEFENDARMY TO DEFENDWORK
            SET ATTKCOST TO 0
            SET DEFCOST TO 0
            PERFORM STARTPOWERBATTLE
            SET ROUNDNUM TO 0
            SET RETREAT-SWITCH TO 'N'
            IF RULE-AAFIRE-ALWAYS
                    OR (RULE-AAFIRE-LANDONLY
                        AND (LAND-TRUE OR AMPH-TRUE))
                PERFORM AAFIREPHASE
            END-IF
            IF SEA-TRUE OR AMPH-TRUE
            PERFORM COUNTDEFTROOPS
            PERFORM RUNCOMBATROUND
                UNTIL ATTKTROOPSLEFT = 0 OR DEFTROOPSLEFT = 0
                    OR ROUNDNUM > RULE-ROUNDCAP OR RETREAT-TRUE
            IF DEFTROOPSLEFT = 0 AND ATTKTROOPSLEFT NOT = 0
                ADD 1 TO ATTKVICTORIES
                SET SURVOUTCOME TO 1
            END-IF
            ADD ATTKCOST TO TOTALATTKCOST
            ADD DEFCOST TO TOTALDEFCOST
            PERFORM TALLYPOWERCOSTS.
            PERFORM TALLYBATTLESTATS.
            PERFORM TALLYSURVIVORS.
            IF CHECKPOINT-ON
                    SET SURV-ATTK (SURVIDX, IDX) TO 0
                    SET SURV-DEF (SURVIDX, IDX) TO 0
                END-PERFORM
            END-PERFORM
            MOVE ZEROS TO CTTOTALS.

      * A battle starts with no power losses, and with each side's
      * contingents brought into line with its combined troops.
       STARTPOWERBATTLE.
            MOVE ZEROS TO CTBATTLE
            IF CT-ON IN ATTACKWORK
                MOVE ATTACKWORK TO ARMYINUSE
                PERFORM SYNCCONTINGENTS
                MOVE ARMYINUSE TO ATTACKWORK
            END-IF
            IF CT-ON IN DEFENDWORK
                MOVE DEFENDWORK TO ARMYINUSE
                PERFORM SYNCCONTINGENTS
                MOVE ARMYINUSE TO DEFENDWORK
            END-IF.

       TALLYPOWERCOSTS.
            PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                ADD ATTK-CTCOST (CTIDX) TO TOTALATTK-CTCOST (CTIDX)
                ADD DEF-CTCOST (CTIDX) TO TOTALDEF-CTCOST (CTIDX)
            END-PERFORM.

      * The surviving working-army troop counts at the end of one
                ADD TROOPS IN DEFENDWORK (IDX)
                    TO SURV-DEF (SURVOUTCOME, IDX)
            END-PERFORM.
            PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                    IF SURVOUTCOME = 1 AND CT-ON IN ATTACKWORK
                        ADD CT-TROOPS IN ATTACKWORK (CTIDX, IDX)
                            TO SURV-CTATTK (CTIDX, IDX)
                    END-IF
                    IF SURVOUTCOME = 2 AND CT-ON IN DEFENDWORK
                        ADD CT-TROOPS IN DEFENDWORK (CTIDX, IDX)
                            TO SURV-CTDEF (CTIDX, IDX)
                    END-IF
                END-PERFORM
            END-PERFORM.

       TALLYBATTLESTATS.
            ADD 1 TO DISTCOUNT
            EVALUATE TRUE
                WHEN ROUNDNUM = 0
                    ADD 1 TO ROUNDZEROHIST
                WHEN ROUNDNUM > RULE-ROUNDCAP
                    ADD 1 TO ROUNDHIST (101)
                WHEN OTHER
                    ADD 1 TO ROUNDHIST (ROUNDNUM)
                END-IF
            END-PERFORM
            IF ROUNDHIST (101) > 0
                DISPLAY "  PAST THE " RULE-ROUNDCAP "-ROUND CAP: "
                    ROUNDHIST (101) " BATTLES"
            END-IF.

      * The expected surviving force mix: average troops left per
                END-PERFORM
            END-IF.

      * Each allied power's share of the run: its average cost per
      * battle and its troops still standing after its side's wins.
       PRINTPOWERSTATS.
            IF CT-ON IN ATTACKARMY OR CT-ON IN DEFENDARMY
                DISPLAY "BY ALLIED POWER:"
            END-IF.
            IF CT-ON IN ATTACKARMY
                SET CTROLE-ATTACK TO TRUE
                PERFORM PRINTONEPOWER VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN ATTACKARMY
            END-IF.
            IF CT-ON IN DEFENDARMY
                SET CTROLE-DEFEND TO TRUE
                PERFORM PRINTONEPOWER VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN DEFENDARMY
            END-IF.

       PRINTONEPOWER.
            PERFORM COMPUTEPOWERCOST
            IF CTROLE-ATTACK
                DISPLAY "  ATTACKING " CT-POWER IN ATTACKARMY (CTIDX)
                    " AVERAGE COST PER BATTLE: " CTAVCOST
                IF SURV-COUNT (1) > 0
                    DISPLAY "    SURVIVORS AFTER AN ATTACKER VICTORY:"
                END-IF
            ELSE
                DISPLAY "  DEFENDING " CT-POWER IN DEFENDARMY (CTIDX)
                    " AVERAGE COST PER BATTLE: " CTAVCOST
                IF SURV-COUNT (2) > 0
                    DISPLAY "    SURVIVORS AFTER A DEFENDER VICTORY:"
                END-IF
            END-IF
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                SET SURVAVG TO 0
                IF CTROLE-ATTACK AND SURV-COUNT (1) > 0
                    COMPUTE SURVAVG ROUNDED =
                        SURV-CTATTK (CTIDX, IDX) / SURV-COUNT (1)
                END-IF
                IF CTROLE-DEFEND AND SURV-COUNT (2) > 0
                    COMPUTE SURVAVG ROUNDED =
                        SURV-CTDEF (CTIDX, IDX) / SURV-COUNT (2)
                END-IF
                IF SURVAVG > 0
                    MOVE SURVAVG TO SURVAVGDISP
                    DISPLAY "      " UNITS(IDX) " " SURVAVGDISP
                END-IF
            END-PERFORM.

      * The report line carries the attacker's expected survivors
      * after a win and the defender's after a hold, rounded to
      * whole troops.
                END-IF
            END-PERFORM.

      * The power records for a scenario just written, attacker's
      * contingents first.  CTLABEL carries the scenario label since
      * the power record reuses the report line's storage.
       WRITERPTPOWER.
            IF CT-ON IN ATTACKARMY
                SET CTROLE-ATTACK TO TRUE
                PERFORM WRITEONERPTPOWER VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN ATTACKARMY
            END-IF
            IF CT-ON IN DEFENDARMY
                SET CTROLE-DEFEND TO TRUE
                PERFORM WRITEONERPTPOWER VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN DEFENDARMY
            END-IF.

       WRITEONERPTPOWER.
            MOVE SPACES TO REPORT-POWER
            MOVE 'P' TO RPTP-RECTYPE
            MOVE CTLABEL TO RPTP-LABEL
            MOVE CTROLE-SWITCH TO RPTP-SIDE
            PERFORM COMPUTEPOWERCOST
            MOVE CTAVCOST TO RPTP-AVCOST
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                SET RPTP-SURV (IDX) TO 0
                IF CTROLE-ATTACK
                    MOVE CT-POWER IN ATTACKARMY (CTIDX) TO RPTP-POWER
                    IF SURV-COUNT (1) > 0
                        COMPUTE RPTP-SURV (IDX) ROUNDED =
                            SURV-CTATTK (CTIDX, IDX) / SURV-COUNT (1)
                    END-IF
                ELSE
                    MOVE CT-POWER IN DEFENDARMY (CTIDX) TO RPTP-POWER
                    IF SURV-COUNT (2) > 0
                        COMPUTE RPTP-SURV (IDX) ROUNDED =
                            SURV-CTDEF (CTIDX, IDX) / SURV-COUNT (2)
                    END-IF
                END-IF
            END-PERFORM
            WRITE REPORT-POWER.

      * One power's average cost per battle over the run, on the
      * side CTROLE names.
       COMPUTEPOWERCOST.
            SET CTAVCOST TO 0
            IF SIMBATTLEROUNDS > 0
                IF CTROLE-ATTACK
                    COMPUTE CTAVCOST ROUNDED =
                        TOTALATTK-CTCOST (CTIDX) / SIMBATTLEROUNDS
                ELSE
                    COMPUTE CTAVCOST ROUNDED =
                        TOTALDEF-CTCOST (CTIDX) / SIMBATTLEROUNDS
                END-IF
            END-IF.

      * Moves the finished distribution figures into the report line.
       FILLRPTDISTFIELDS.
            MOVE ATTKCOSTMIN TO RPT-ATTKCOSTMIN
            MOVE LOG-RECCOUNT TO CP-LOGRECCOUNT
            MOVE LOG-TOTALHITS TO CP-LOGHITS
            MOVE LOG-TOTALCOST TO CP-LOGCOST
            MOVE RULE-NAME TO CP-RULESET
            PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                MOVE TOTALATTK-CTCOST (CTIDX) TO CP-ATTK-CTCOST (CTIDX)
                MOVE TOTALDEF-CTCOST (CTIDX) TO CP-DEF-CTCOST (CTIDX)
            END-PERFORM
            WRITE CHECKPOINT-RECORD.

      * Reads a checkpoint file to its last record (sequential files
                SET RESUME-SWITCH TO 'N'
            ELSE
                SET CHECKPOINT-EOF-SWITCH TO 'N'
                MOVE SPACES TO RESUME-RULESET
                PERFORM READCHECKPOINT UNTIL CHECKPOINT-EOF-TRUE
                CLOSE CHECKPOINTFILE
                IF STARTBATTLENUM > 1
                        AND RESUME-RULESET NOT = RULE-NAME
                    DISPLAY "CHECKPOINT WAS WRITTEN UNDER RULESET "
                        RESUME-RULESET
                    DISPLAY "LOAD THAT RULESET TO RESUME THIS RUN; "
                        "STARTING FRESH"
                    SET STARTBATTLENUM TO 1
                    SET ATTKVICTORIES TO 0
                    SET DEFVICTORIES TO 0
                    SET STALEMATES TO 0
                    SET ATTKRETREATS TO 0
                    SET TOTALATTKCOST TO 0
                    SET TOTALDEFCOST TO 0
                    SET LOG-RECCOUNT TO 0
                    SET LOG-TOTALHITS TO 0
                    SET LOG-TOTALCOST TO 0
                    SET RESUME-SWITCH TO 'N'
                END-IF
                IF STARTBATTLENUM > 1
                    SET CHECKPOINT-ON TO TRUE
                    DISPLAY "RESUMING AT BATTLE " STARTBATTLENUM
                    MOVE CP-LOGRECCOUNT TO LOG-RECCOUNT
                    MOVE CP-LOGHITS TO LOG-TOTALHITS
                    MOVE CP-LOGCOST TO LOG-TOTALCOST
                    MOVE CP-RULESET TO RESUME-RULESET
                    IF CP-POWERCOSTS NUMERIC
                        MOVE CP-POWERCOSTS TO RESUME-POWERCOSTS
                    ELSE
                        MOVE ZEROS TO RESUME-POWERCOSTS
                    END-IF
                    COMPUTE STARTBATTLENUM = CP-BATTLENUM + 1
            END-READ.

      * about what the fight consumed.
       APPLYREINFORCEMENTS.
            MOVE ATTACKWORK TO ARMYINUSE
            SET CTROLE-ATTACK TO TRUE
            SET REINFCOST TO 0
            PERFORM APPLYONEREINFWAVE VARYING RIDX FROM 1 BY 1
                UNTIL RIDX > 5
                MOVE ARMYINUSE TO ATTACKWORK
            END-IF
            MOVE DEFENDWORK TO ARMYINUSE
            SET CTROLE-DEFEND TO TRUE
            SET REINFCOST TO 0
            PERFORM APPLYONEREINFWAVE VARYING RIDX FROM 1 BY 1
                UNTIL RIDX > 5
                    MOVE RF-UNIT IN ARMYINUSE (RIDX) TO UNITID
                    ADD RF-COUNT IN ARMYINUSE (RIDX)
                        TO TROOPS IN ARMYINUSE (UNITID)
                    IF CT-ON IN ARMYINUSE
                        PERFORM REINFORCECONTINGENT
                    ELSE
                        PERFORM GETCOST
                    END-IF
                    COMPUTE REINFCOST = REINFCOST +
                        UNITCOST * RF-COUNT IN ARMYINUSE (RIDX)
                END-IF
            END-IF.

      * The wave joins the contingent CT-RFCONT names (the lead power
      * when the entry is missing) and is costed on that power's
      * technology, charged to that power as well as to the side.
       REINFORCECONTINGENT.
            MOVE 1 TO CTPICK
            IF CT-RFCONT IN ARMYINUSE (RIDX) NUMERIC
                IF CT-RFCONT IN ARMYINUSE (RIDX) >= 1
                        AND CT-RFCONT IN ARMYINUSE (RIDX) <=
                            CT-COUNT IN ARMYINUSE
                    MOVE CT-RFCONT IN ARMYINUSE (RIDX) TO CTPICK
                END-IF
            END-IF
            ADD RF-COUNT IN ARMYINUSE (RIDX)
                TO CT-TROOPS IN ARMYINUSE (CTPICK, UNITID)
            MOVE SPECIAL IN ARMYINUSE (2:6) TO CTSAVESPECIAL
            MOVE CT-TECH IN ARMYINUSE (CTPICK)
                TO SPECIAL IN ARMYINUSE (2:6)
            PERFORM GETCOST
            MOVE CTSAVESPECIAL TO SPECIAL IN ARMYINUSE (2:6)
            IF CTROLE-ATTACK
                COMPUTE ATTK-CTCOST (CTPICK) = ATTK-CTCOST (CTPICK) +
                    UNITCOST * RF-COUNT IN ARMYINUSE (RIDX)
            ELSE
                COMPUTE DEF-CTCOST (CTPICK) = DEF-CTCOST (CTPICK) +
                    UNITCOST * RF-COUNT IN ARMYINUSE (RIDX)
            END-IF.

      * A retreat only happens while the battle is still undecided;
      * once a side is wiped out the normal outcome stands.
       CHECKRETREAT.
            ADD ATTKCOST TO LOG-TOTALCOST
            ADD DEFCOST TO LOG-TOTALCOST
            WRITE BATTLELOG-RECORD
            IF CT-ON IN ATTACKWORK
                SET CTROLE-ATTACK TO TRUE
                PERFORM WRITEBATTLELOGPOWER VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN ATTACKWORK
            END-IF
            IF CT-ON IN DEFENDWORK
                SET CTROLE-DEFEND TO TRUE
                PERFORM WRITEBATTLELOGPOWER VARYING CTIDX FROM 1 BY 1
                    UNTIL CTIDX > CT-COUNT IN DEFENDWORK
            END-IF
            PERFORM WRITEBATTLELOGSNAPSHOT.

      * One contingent's power record; CTROLE picks the side.
       WRITEBATTLELOGPOWER.
            MOVE 'P' TO BP-RECTYPE
            MOVE BATTLENUM TO BP-BATTLENUM
            MOVE ROUNDNUM TO BP-ROUNDNUM
            MOVE CTROLE-SWITCH TO BP-SIDE
            IF CTROLE-ATTACK
                MOVE CT-POWER IN ATTACKWORK (CTIDX) TO BP-POWER
                MOVE ATTK-CTCOST (CTIDX) TO BP-COST
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                    MOVE CT-ATTK-LOSSES (CTIDX, IDX) TO BP-LOSSES (IDX)
                END-PERFORM
            ELSE
                MOVE CT-POWER IN DEFENDWORK (CTIDX) TO BP-POWER
                MOVE DEF-CTCOST (CTIDX) TO BP-COST
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                    MOVE CT-DEF-LOSSES (CTIDX, IDX) TO BP-LOSSES (IDX)
                END-PERFORM
            END-IF
            WRITE BATTLELOG-POWER.

      * The surviving orders of battle after the round just logged,
      * taken from the working armies both sides' removals have
      * already been applied to.
            MOVE UNITSTATSFILENAME TO BLH-STATSFILE
            MOVE BATTLETYPE TO BLH-BATTLETYPE
            MOVE SIMBATTLEROUNDS TO BLH-BATTLECOUNT
            MOVE RULE-NAME TO BLH-RULESET
            MOVE STATSCTL TO BLH-STATSCTL
            WRITE BATTLELOG-HEADER.

       WRITELOGTRAILER.
                            AND ((LAND-TRUE AND UNITID < 7)
                            OR (SEA-TRUE AND UNITID > 3)
                            OR AMPH-TRUE)
                        PERFORM ROLLATTACKGROUP
                        ADD UNITHITS TO ATTACKHITS
                    END-IF
                END-IF
            END-PERFORM.
                            AND ((LAND-TRUE AND UNITID < 7)
                            OR (SEA-TRUE AND UNITID > 3)
                            OR AMPH-TRUE)
                        PERFORM ROLLDEFENSEGROUP
                        ADD UNITHITS TO DEFENDHITS
                    END-IF
                END-IF
            END-PERFORM.
      * the resulting change in army value into ATTKCOST.
       APPLYHITSTOATTACKER.
            MOVE ATTACKWORK TO ARMYINUSE
            SET CTROLE-ATTACK TO TRUE
            PERFORM CALCULATECOST
            MOVE SUMCOST TO SUMCOST-ATTK-1
            PERFORM SAVEPOWERTROOPS
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                MOVE TROOPS IN ARMYINUSE (IDX) TO PRE-TROOPS (IDX)
            END-PERFORM
            MOVE SUMCOST TO SUMCOST-ATTK-2
            COMPUTE ATTKCOST = ATTKCOST +
                SUMCOST-ATTK-1 - SUMCOST-ATTK-2
            PERFORM POSTPOWERLOSSES
            MOVE ARMYINUSE TO ATTACKWORK.

       APPLYHITSTODEFENDER.
            MOVE DEFENDWORK TO ARMYINUSE
            SET CTROLE-DEFEND TO TRUE
            PERFORM CALCULATECOST
            MOVE SUMCOST TO SUMCOST-DEF-1
            PERFORM SAVEPOWERTROOPS
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                MOVE TROOPS IN ARMYINUSE (IDX) TO PRE-TROOPS (IDX)
            END-PERFORM
            MOVE SUMCOST TO SUMCOST-DEF-2
            COMPUTE DEFCOST = DEFCOST +
                SUMCOST-DEF-1 - SUMCOST-DEF-2
            PERFORM POSTPOWERLOSSES
            MOVE ARMYINUSE TO DEFENDWORK.

      * The contingents' troops and value before a side takes hits,
      * for POSTPOWERLOSSES to difference against afterward.
       SAVEPOWERTROOPS.
            IF CT-ON IN ARMYINUSE
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    MOVE CTVALUE (CTIDX) TO CTVALUE1 (CTIDX)
                    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                        MOVE CT-TROOPS IN ARMYINUSE (CTIDX, IDX)
                            TO CTPRE-TROOPS (CTIDX, IDX)
                    END-PERFORM
                END-PERFORM
            END-IF.

      * Each power's casualties from the hits just applied, and the
      * value they cost it, posted to the side CTROLE names.  A
      * damaged 2-hit ship shows as a gain of the damaged type, not a
      * loss, the same as the army-wide figures.
       POSTPOWERLOSSES.
            IF CT-ON IN ARMYINUSE
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                        IF CT-TROOPS IN ARMYINUSE (CTIDX, IDX) >
                                CTPRE-TROOPS (CTIDX, IDX)
                            SET CTLOSS TO 0
                        ELSE
                            COMPUTE CTLOSS = CTPRE-TROOPS (CTIDX, IDX)
                                - CT-TROOPS IN ARMYINUSE (CTIDX, IDX)
                        END-IF
                        IF CTROLE-ATTACK
                            MOVE CTLOSS TO CT-ATTK-LOSSES (CTIDX, IDX)
                        ELSE
                            MOVE CTLOSS TO CT-DEF-LOSSES (CTIDX, IDX)
                        END-IF
                    END-PERFORM
                    IF CTROLE-ATTACK
                        COMPUTE ATTK-CTCOST (CTIDX) =
                            ATTK-CTCOST (CTIDX) +
                            CTVALUE1 (CTIDX) - CTVALUE (CTIDX)
                    ELSE
                        COMPUTE DEF-CTCOST (CTIDX) =
                            DEF-CTCOST (CTIDX) +
                            CTVALUE1 (CTIDX) - CTVALUE (CTIDX)
                    END-IF
                END-PERFORM
            END-IF.

      * Removes HITSTAKEN worth of units from ARMYINUSE using the
      * removal paragraph appropriate for the current BATTLETYPE.
       REMOVEBYBATTLETYPE.

      * Appends one record for the run just completed.  The journal
      * file grows forever by design; a missing file is simply a
      * journal nobody has written to yet.  A certificate result set
      * by the caller goes on this record only.  The journal is shared,
      * so the append is made under its lock: two runs finishing
      * together each get their record in whole, one after the other.
      * A run's record must never be lost, so the lock is waited for
      * as long as another run holds it; a record that still cannot
      * be written sets JRN-LOST, which fails a job step with 8.
       WRITEJOURNALRECORD.
            IF JRN-BATTLES > 0
                COMPUTE JRN-AVATTKCOST ROUNDED =
                SET JRN-AVATTKCOST TO 0
                SET JRN-AVDEFCOST TO 0
            END-IF
            MOVE RUNJOURNALFILENAME TO LOCK-RESOURCE
            SET LOCK-WAIT-ALWAYS TO TRUE
            PERFORM LOCKRESOURCE
            SET LOCK-WAIT-SWITCH TO 'N'
            IF LOCK-HELD
                PERFORM APPENDJOURNALRECORD
                PERFORM UNLOCKRESOURCE
            ELSE
                DISPLAY "RUN JOURNAL " RUNJOURNALFILENAME
                    " COULD NOT BE LOCKED; RUN NOT RECORDED"
                SET JRN-LOST-TRUE TO TRUE
            END-IF
            MOVE SPACES TO JRN-CERTRESULT.

       APPENDJOURNALRECORD.
            OPEN EXTEND RUNJOURNALFILE
            IF RUNJOURNALFILE-STATUS = "35"
                OPEN OUTPUT RUNJOURNALFILE
            IF RUNJOURNALFILE-STATUS NOT = "00"
                DISPLAY "COULD NOT OPEN RUN JOURNAL FILE "
                    RUNJOURNALFILENAME "; RUN NOT RECORDED"
                SET JRN-LOST-TRUE TO TRUE
            ELSE
                MOVE SPACES TO RUNJOURNAL-RECORD
                ACCEPT RUNDATE FROM DATE YYYYMMDD
                MOVE JRN-RETREATS TO RJ-RETREATS
                MOVE JRN-AVATTKCOST TO RJ-AVATTKCOST
                MOVE JRN-AVDEFCOST TO RJ-AVDEFCOST
                MOVE RULE-NAME TO RJ-RULESET
                MOVE STATSCTL TO RJ-STATSCTL
                MOVE WHEN-COMPILED TO RJ-BUILD
                MOVE JRN-CERTRESULT TO RJ-CERTRESULT
                WRITE RUNJOURNAL-RECORD
                CLOSE RUNJOURNALFILE
                DISPLAY "RUN RECORDED IN " RUNJOURNALFILENAME
            END-IF.

      * Takes the lock on LOCK-RESOURCE.  A lock file that does not
      * exist yet is created and the open tried again at once; a lock
      * held by another user, or a lock file another user is creating
      * at the same moment, is waited for a second at a time, up to
      * LOCK-MAXTRIES tries.  Any other failure gives up at once.
      * LOCK-HELD says whether the lock was got.
       LOCKRESOURCE.
            MOVE SPACES TO LOCKFILENAME
            STRING LOCK-RESOURCE DELIMITED BY SPACE
                '.LCK' DELIMITED BY SIZE
                INTO LOCKFILENAME
            SET LOCK-SWITCH TO 'N'
            MOVE 0 TO LOCK-TRIES
            PERFORM TRYLOCK
                UNTIL LOCK-HELD OR LOCK-TRIES >= LOCK-MAXTRIES
            IF NOT LOCK-HELD
                DISPLAY "COULD NOT LOCK " LOCK-RESOURCE
                    " (STATUS " LOCKFILE-STATUS ")"
            END-IF.

       TRYLOCK.
            ADD 1 TO LOCK-TRIES
            OPEN I-O LOCKFILE
            EVALUATE LOCKFILE-STATUS
                WHEN "00"
                    SET LOCK-HELD TO TRUE
                WHEN "35"
                    OPEN OUTPUT LOCKFILE
                    EVALUATE LOCKFILE-STATUS
                        WHEN "00"
                            PERFORM GETUSERID
                            MOVE LOCK-USER TO LCK-USER
                            ACCEPT LCK-DATE FROM DATE YYYYMMDD
                            ACCEPT LCK-TIME FROM TIME
                            WRITE LOCK-RECORD
                            CLOSE LOCKFILE
                        WHEN "61"
                            PERFORM WAITFORLOCK
                        WHEN OTHER
                            MOVE LOCK-MAXTRIES TO LOCK-TRIES
                    END-EVALUATE
                WHEN "61"
                    PERFORM WAITFORLOCK
                WHEN OTHER
                    MOVE LOCK-MAXTRIES TO LOCK-TRIES
            END-EVALUATE.

      * Another user has the lock.  Under LOCK-WAIT-ALWAYS the try
      * count is held back so the wait never runs out.
       WAITFORLOCK.
            IF LOCK-TRIES = 1
                DISPLAY "WAITING FOR ANOTHER USER TO FINISH "
                    "WITH " LOCK-RESOURCE
            END-IF
            IF LOCK-WAIT-ALWAYS
                CALL "C$SLEEP" USING 1
                MOVE 1 TO LOCK-TRIES
            ELSE
                IF LOCK-TRIES < LOCK-MAXTRIES
                    CALL "C$SLEEP" USING 1
                END-IF
            END-IF.

       UNLOCKRESOURCE.
            IF LOCK-HELD
                CLOSE LOCKFILE
                SET LOCK-SWITCH TO 'N'
            END-IF.

      * Who is running the program, from the login environment.
       GETUSERID.
            MOVE SPACES TO LOCK-USER
            ACCEPT LOCK-USER FROM ENVIRONMENT "USER"
            IF LOCK-USER = SPACES
                ACCEPT LOCK-USER FROM ENVIRONMENT "LOGNAME"
            END-IF
            IF LOCK-USER = SPACES
                ACCEPT LOCK-USER FROM ENVIRONMENT "USERNAME"
            END-IF
            IF LOCK-USER = SPACES
                MOVE 'UNKNOWN' TO LOCK-USER
            END-IF.

      * The journal browse: lists every recorded run and shows any
      * one in full, so "which run was that, and with what inputs"
      * has an answer months later.
       BROWSEJOURNAL.
            SET JRN-COUNT TO 0
            MOVE RUNJOURNALFILENAME TO LOCK-RESOURCE
            PERFORM LOCKRESOURCE
            IF LOCK-HELD
                PERFORM LOADJOURNAL
                PERFORM UNLOCKRESOURCE
            END-IF
            IF JRN-COUNT > 0
                PERFORM LISTJOURNALRUNS
                PERFORM VIEWJOURNALRUN
            END-IF.

      * Reads the whole journal into JRN-TABLE; the caller holds the
      * journal lock, so no append can be half-way through.
       LOADJOURNAL.
            OPEN INPUT RUNJOURNALFILE.
            IF RUNJOURNALFILE-STATUS = "35"
                DISPLAY "NO RUN JOURNAL YET (" RUNJOURNALFILENAME ")"
                    CLOSE RUNJOURNALFILE
                    IF JRN-COUNT = 0
                        DISPLAY "THE RUN JOURNAL IS EMPTY"
                    END-IF
                END-IF
            END-IF.
                MOVE JRN-ENTRY (JRN-PICK) TO RUNJOURNAL-RECORD
                DISPLAY JRN-PICK ". " RJ-RUNDATE " " RJ-MODE
                    " BATTLES " RJ-BATTLES " SEED " RJ-SEED
                    " " RJ-CERTRESULT
            END-PERFORM.

       VIEWJOURNALRUN.
                DISPLAY "RUN DATE: " RJ-RUNDATE
                DISPLAY "MODE: " RJ-MODE
                DISPLAY "UNIT STATS FILE: " RJ-STATSFILE
                DISPLAY "STATS CONTROL TOTAL: " RJ-STATSCTL
                DISPLAY "RULESET: " RJ-RULESET
                DISPLAY "SCENARIO FILE: " RJ-SCENFILE
                DISPLAY "BATTLE LOG FILE: " RJ-LOGFILE
                DISPLAY "REPORT FILE: " RJ-REPORTFILE
                DISPLAY "ATTACKER RETREATS: " RJ-RETREATS
                DISPLAY "AVERAGE ATTACKER COST: " RJ-AVATTKCOST
                DISPLAY "AVERAGE DEFENDER COST: " RJ-AVDEFCOST
                DISPLAY "BUILD COMPILED: " RJ-BUILD
                IF RJ-CERTRESULT NOT = SPACES
                    DISPLAY "CERTIFICATE RESULT: " RJ-CERTRESULT
                END-IF
            END-IF.

      * Reads a sequential file of scenarios (an army for each side
            DISPLAY "> "
            ACCEPT REPORTFILENAME.
            PERFORM ASKSEED.
            PERFORM RUNBATCHFILE.

      * Runs SCENARIOFILENAME to REPORTFILENAME with the seed already
      * applied; a file that cannot be opened sets JOBSTEPRC to 12.
      * The scenario file is shared, so the whole run reads it under
      * its lock: a save cannot rewrite it part way through, and one
      * that is busy past the wait is refused with 12 as well.  Its
      * control total is taken first and goes in the report header.
      * A benchmark run journals itself once its figures are checked.
       RUNBATCHFILE.
            SET BATCH-RAN-SWITCH TO 'N'
            MOVE SCENARIOFILENAME TO LOCK-RESOURCE
            PERFORM LOCKRESOURCE
            IF NOT LOCK-HELD
                DISPLAY "SCENARIO FILE IS BUSY; NOTHING RUN"
                MOVE 12 TO JOBSTEPRC
            ELSE
                PERFORM COMPUTESCENCTL
                PERFORM RUNBATCHLOCKED
                PERFORM UNLOCKRESOURCE
            END-IF
            IF BATCH-RAN-TRUE AND NOT CERT-RUN-TRUE
                MOVE 'BATCHMODE' TO JRN-MODE
                MOVE SCENARIOFILENAME TO JRN-SCENFILE
                MOVE SPACES TO JRN-LOGFILE
                MOVE REPORTFILENAME TO JRN-REPORTFILE
                PERFORM WRITEJOURNALRECORD
            END-IF.

       RUNBATCHLOCKED.
            OPEN INPUT SCENARIOFILE.
            IF SCENARIOFILE-STATUS NOT = "00"
                DISPLAY "COULD NOT OPEN SCENARIO FILE"
                MOVE 12 TO JOBSTEPRC
            ELSE
                OPEN OUTPUT REPORTFILE
                IF REPORTFILE-STATUS NOT = "00"
                    DISPLAY "COULD NOT OPEN REPORT FILE"
                    MOVE 12 TO JOBSTEPRC
                    CLOSE SCENARIOFILE
                ELSE
                    MOVE SPACE TO RPTCTL-HDRTYPE
                    MOVE ZERO TO RPTCTL-HDRCOUNT
                    MOVE SCENARIOFILENAME TO RPTCTL-HDRSCEN
                    MOVE SCENCTL TO RPTCTL-HDRSCENCTL
                    PERFORM WRITERPTHEADER
                    SET BATCH-EOF-SWITCH TO 'N'
                    SET BATTLELOG-SWITCH TO 'N'
                    CLOSE SCENARIOFILE
                    CLOSE REPORTFILE
                    DISPLAY "BATCH RUN COMPLETE"
                    SET BATCH-RAN-TRUE TO TRUE
                END-IF
            END-IF.

      * The control total of SCENARIOFILENAME into SCENCTL (zero if
      * it cannot be read).  The caller holds the file's lock.
       COMPUTESCENCTL.
            MOVE 0 TO SCENCTL
            MOVE 0 TO SCENCTL-SEQ
            OPEN INPUT SCENARIOFILE
            IF SCENARIOFILE-STATUS = "00"
                SET BATCH-EOF-SWITCH TO 'N'
                PERFORM ADDSCENCTL UNTIL BATCH-EOF-TRUE
                CLOSE SCENARIOFILE
            END-IF.

       ADDSCENCTL.
            MOVE SPACES TO SCENARIO-RECORD
            READ SCENARIOFILE
                AT END SET BATCH-EOF-TRUE TO TRUE
                NOT AT END
                    ADD 1 TO SCENCTL-SEQ
                    MOVE 0 TO SCENCTL-REC
                    PERFORM VARYING SCENCTL-POS FROM 1 BY 1
                            UNTIL SCENCTL-POS > 654
                        COMPUTE SCENCTL-REC = SCENCTL-REC + SCENCTL-POS
                            * FUNCTION ORD (SCENARIO-RECORD
                                (SCENCTL-POS:1))
                    END-PERFORM
                    COMPUTE SCENCTL =
                        SCENCTL + SCENCTL-SEQ * SCENCTL-REC
            END-READ.

       RUNBATCHSCENARIO.
            READ SCENARIOFILE
                AT END SET BATCH-EOF-TRUE TO TRUE
                MOVE SC-DEF-RF-ROUND (RIDX)
                    TO RF-ROUND IN DEFENDARMY (RIDX)
            END-PERFORM.
            MOVE SC-ATTK-CONTINGENTS TO CONTINGENTS IN ATTACKARMY.
            MOVE SC-DEF-CONTINGENTS TO CONTINGENTS IN DEFENDARMY.

            SET ATTKVICTORIES TO 0
            SET DEFVICTORIES TO 0
            MOVE AVATTKCOST TO RPT-AVATTKCOST
            MOVE AVDEFCOST TO RPT-AVDEFCOST
            MOVE RANDOMSEED TO RPT-SEED
            MOVE BATTLETYPE TO RPT-BATTLETYPE
            PERFORM FILLRPTDISTFIELDS
            PERFORM FILLRPTSURVFIELDS
            ADD 1 TO RPTCTL-RECCOUNT
            ADD SIMBATTLEROUNDS TO RPTCTL-BATTLES
            ADD AVATTKCOST TO RPTCTL-COST
            ADD AVDEFCOST TO RPTCTL-COST
            MOVE RPT-LABEL TO CTLABEL
            WRITE REPORT-RECORD
            PERFORM WRITERPTPOWER
            PERFORM TALLYJOURNALRUN.

      * The battle type, count and scenario file fields come from
      * RPTCTL-HDRTYPE, RPTCTL-HDRCOUNT, RPTCTL-HDRSCEN and
      * RPTCTL-HDRSCENCTL, which the caller sets first, and the seed is
      * the one already applied for the run (zero if unseeded); the
      * trailer carries the real body totals for reconciliation.
       WRITERPTHEADER.
            SET RPTCTL-RECCOUNT TO 0
            SET RPTCTL-BATTLES TO 0
            MOVE UNITSTATSFILENAME TO RPTH-STATSFILE
            MOVE RPTCTL-HDRTYPE TO RPTH-BATTLETYPE
            MOVE RPTCTL-HDRCOUNT TO RPTH-BATTLECOUNT
            MOVE RULE-NAME TO RPTH-RULESET
            MOVE STATSCTL TO RPTH-STATSCTL
            MOVE RANDOMSEED TO RPTH-SEED
            MOVE RPTCTL-HDRSCEN TO RPTH-SCENFILE
            MOVE RPTCTL-HDRSCENCTL TO RPTH-SCENCTL
            WRITE REPORT-HEADER.

       WRITERPTTRAILER.
                           IF BL-BATTLENUM = RP-BATTLENUM
                               PERFORM REPLAYDATARECORD
                           END-IF
                       WHEN 'P'
                           IF BP-BATTLENUM = RP-BATTLENUM
                               PERFORM REPLAYPOWER
                           END-IF
                       WHEN 'S'
                           IF BS-BATTLENUM = RP-BATTLENUM
                               PERFORM REPLAYSNAPSHOT
                END-IF
            END-PERFORM.

      * One allied power's share of the round just shown.
       REPLAYPOWER.
            IF BP-SIDE = 'A'
                DISPLAY "  ATTACKING POWER " BP-POWER
                    " CUMULATIVE COST " BP-COST
            ELSE
                DISPLAY "  DEFENDING POWER " BP-POWER
                    " CUMULATIVE COST " BP-COST
            END-IF
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                IF BP-LOSSES (IDX) > 0
                    DISPLAY "    LOST " BP-LOSSES (IDX) " " UNITS(IDX)
                END-IF
            END-PERFORM.

       REPLAYSNAPSHOT.
            SET RP-FOUND-TRUE TO TRUE
            DISPLAY "STILL STANDING AFTER THIS ROUND:"
                  PERFORM SAVESCENARIOS
           END-EVALUATE.

      * Scenario files are shared, so they are read and written
      * under their lock, and the file as loaded is kept to check a
      * later save against.
       LOADSCENARIOS.
           DISPLAY "ENTER SCENARIO FILE TO LOAD"
           DISPLAY "> "
           ACCEPT SCENARIOFILENAME.
           MOVE SCENARIOFILENAME TO LOCK-RESOURCE.
           PERFORM LOCKRESOURCE.
           IF NOT LOCK-HELD
               DISPLAY "SCENARIO FILE IS BUSY; NOT LOADED"
           ELSE
               OPEN INPUT SCENARIOFILE
               IF SCENARIOFILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN SCENARIO FILE"
               ELSE
                   SET SCENCOUNT TO 0
                   MOVE SPACES TO SCENARIO-TABLE
                   SET SCEN-EOF-SWITCH TO 'N'
                   PERFORM READSCENARIOINTOTABLE UNTIL SCEN-EOF-TRUE
                   CLOSE SCENARIOFILE
                   MOVE SCENARIO-TABLE TO SCENBASE-TABLE
                   MOVE SCENCOUNT TO SCENBASECOUNT
                   MOVE SCENARIOFILENAME TO SCENBASE-NAME
                   DISPLAY "LOADED " SCENCOUNT " SCENARIOS"
               END-IF
               PERFORM UNLOCKRESOURCE
           END-IF.

       READSCENARIOINTOTABLE.
           MOVE SPACES TO SCENARIO-RECORD
           READ SCENARIOFILE
               AT END SET SCEN-EOF-TRUE TO TRUE
               NOT AT END
           DISPLAY "> "
           ACCEPT SC-ROUNDS
           DISPLAY "ENTER THE ATTACKING ARMY"
           PERFORM GETFORCES
           PERFORM GETORDER
           PERFORM GETRETREAT
           PERFORM GETREINFORCE
           MOVE ARMYINUSE TO SC-ATTACKER
           DISPLAY "ENTER THE DEFENDING ARMY"
           PERFORM GETFORCES
           PERFORM GETORDER
           MOVE 0 TO RETREATTROOPS IN ARMYINUSE
           MOVE 0 TO RETREATROUND IN ARMYINUSE
               DISPLAY "> "
               ACCEPT YNVAR
               IF YNVAL
                   PERFORM GETFORCES
                   PERFORM GETORDER
                   PERFORM GETRETREAT
                   PERFORM GETREINFORCE
               DISPLAY "> "
               ACCEPT YNVAR
               IF YNVAL
                   PERFORM GETFORCES
                   PERFORM GETORDER
                   MOVE 0 TO RETREATTROOPS IN ARMYINUSE
                   MOVE 0 TO RETREATROUND IN ARMYINUSE
               END-IF
           END-PERFORM.

      * Saving back to the file that was loaded is refused if the
      * file has been rewritten since (by another user, or another
      * session), so nobody's scenarios are lost: reload it and make
      * the changes again, or save under another name.  Saving over
      * some other existing file needs a yes first.
       SAVESCENARIOS.
           DISPLAY "ENTER SCENARIO FILE TO WRITE"
           DISPLAY "> "
           ACCEPT SCENARIOFILENAME.
           SET SCENSAVE-TRUE TO TRUE.
           IF SCENARIOFILENAME NOT = SCENBASE-NAME
               OPEN INPUT SCENARIOFILE
               IF SCENARIOFILE-STATUS = "00"
                   CLOSE SCENARIOFILE
                   DISPLAY "SCENARIO FILE " SCENARIOFILENAME
                       " ALREADY EXISTS; REPLACE IT? (Y/N)"
                   DISPLAY "> "
                   ACCEPT YNVAR
                   IF NOT YNVAL
                       SET SCENSAVE-SWITCH TO 'N'
                       DISPLAY "NOTHING SAVED"
                   END-IF
               END-IF
           END-IF.
           IF SCENSAVE-TRUE
               MOVE SCENARIOFILENAME TO LOCK-RESOURCE
               PERFORM LOCKRESOURCE
               IF NOT LOCK-HELD
                   DISPLAY "SCENARIO FILE IS BUSY; NOTHING SAVED"
               ELSE
                   IF SCENARIOFILENAME = SCENBASE-NAME
                       PERFORM CHECKSCENFILE
                   END-IF
                   IF SCENSAVE-TRUE
                       PERFORM WRITESCENFILE
                   ELSE
                       DISPLAY "SCENARIO FILE " SCENARIOFILENAME
                           " HAS BEEN CHANGED SINCE IT WAS LOADED;"
                           " NOTHING SAVED"
                       DISPLAY "RELOAD IT AND MAKE THE CHANGES AGAIN, "
                           "OR SAVE UNDER ANOTHER NAME"
                   END-IF
                   PERFORM UNLOCKRESOURCE
               END-IF
           END-IF.

       WRITESCENFILE.
           OPEN OUTPUT SCENARIOFILE.
           IF SCENARIOFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN SCENARIO FILE FOR WRITING"
                   WRITE SCENARIO-RECORD
               END-PERFORM
               CLOSE SCENARIOFILE
               MOVE SCENARIO-TABLE TO SCENBASE-TABLE
               MOVE SCENCOUNT TO SCENBASECOUNT
               MOVE SCENARIOFILENAME TO SCENBASE-NAME
               DISPLAY "WROTE " SCENCOUNT " SCENARIOS"
           END-IF.

      * Reads the file as it stands now and compares it, record by
      * record, with the file as it was loaded; any difference, or a
      * file that has gone, turns SCENSAVE-SWITCH off.
       CHECKSCENFILE.
           OPEN INPUT SCENARIOFILE.
           IF SCENARIOFILE-STATUS NOT = "00"
               SET SCENSAVE-SWITCH TO 'N'
           ELSE
               SET SCENREADCOUNT TO 0
               SET SCEN-EOF-SWITCH TO 'N'
               PERFORM CHECKSCENRECORD UNTIL SCEN-EOF-TRUE
               CLOSE SCENARIOFILE
               IF SCENREADCOUNT NOT = SCENBASECOUNT
                   SET SCENSAVE-SWITCH TO 'N'
               END-IF
           END-IF.

       CHECKSCENRECORD.
           MOVE SPACES TO SCENARIO-RECORD
           READ SCENARIOFILE
               AT END SET SCEN-EOF-TRUE TO TRUE
               NOT AT END
                   ADD 1 TO SCENREADCOUNT
                   IF SCENREADCOUNT > SCENBASECOUNT
                       SET SCENSAVE-SWITCH TO 'N'
                       SET SCEN-EOF-TRUE TO TRUE
                   ELSE
                       IF SCENARIO-RECORD
                               NOT = SB-SCENARIO (SCENREADCOUNT)
                           SET SCENSAVE-SWITCH TO 'N'
                       END-IF
                   END-IF
           END-READ.

      * The army library: one file holding many named armies.  Each
      * operation reads the whole file into LIBRARY-TABLE, works on
      * the table, and (for changes) writes the whole file back, the
      * same way the scenario menu maintains scenario files.  The
      * library is shared, so it is only read or written under its
      * lock, and a change is merged into the file as it stands when
      * the change is written (see LIBUPDATE).
       LIBRARYMENU.
           DISPLAY "0. GO BACK"
           DISPLAY "1. LIST LIBRARY"
           DISPLAY "3. SAVE ARMY TO LIBRARY"
           DISPLAY "4. DELETE ARMY FROM LIBRARY"
           DISPLAY "5. LIBRARY TOURNAMENT (EVERY ARMY VS EVERY OTHER)"
           DISPLAY "6. LIBRARY CHANGE HISTORY"
           DISPLAY "> "
           ACCEPT LIBCHOOSEVAR.

                  PERFORM LIBDELETEARMY
              WHEN 5
                  PERFORM LIBTOURNAMENT
              WHEN 6
                  PERFORM LISTLIBAUDIT
           END-EVALUATE.

      * Reads the library under its lock, so a save in progress by
      * another user is never read half-written.
       LOADLIBTABLE.
           MOVE ARMYLIBFILENAME TO LOCK-RESOURCE
           PERFORM LOCKRESOURCE
           IF LOCK-HELD
               PERFORM READLIBTABLE
               PERFORM UNLOCKRESOURCE
           ELSE
               SET LIBCOUNT TO 0
               SET LIBOK-SWITCH TO 'N'
               DISPLAY "ARMY LIBRARY IS BUSY; TRY AGAIN SHORTLY"
           END-IF.

      * A library file that does not exist yet is just an empty
      * library, so only a nonzero nonmissing status is an error.
       READLIBTABLE.
           SET LIBCOUNT TO 0.
           SET LIBOK-SWITCH TO 'Y'.
           MOVE SPACES TO LIBRARY-TABLE.
           OPEN INPUT ARMYLIBFILE.
           IF ARMYLIBFILE-STATUS = "35"
               CONTINUE
           END-IF.

       READLIBINTOTABLE.
           MOVE SPACES TO ARMYLIB-RECORD
           READ ARMYLIBFILE
               AT END SET LIB-EOF-TRUE TO TRUE
               NOT AT END
           OPEN OUTPUT ARMYLIBFILE.
           IF ARMYLIBFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN ARMY LIBRARY FILE FOR WRITING"
               SET LIBOK-SWITCH TO 'N'
           ELSE
               PERFORM VARYING LIBFOUND FROM 1 BY 1
                       UNTIL LIBFOUND > LIBCOUNT
       LIBSAVEARMY.
           PERFORM LOADLIBTABLE.
           IF LIBOK-TRUE
               MOVE LIBRARY-TABLE TO LIBBASE-TABLE
               MOVE LIBCOUNT TO LIBBASECOUNT
               DISPLAY "ENTER NAME TO SAVE ARMY AS"
               DISPLAY "> "
               ACCEPT LIBNAME-WANTED
                   DISPLAY "> "
                   ACCEPT YNVAR
                   IF YNVAL
                       MOVE LT-ARMY (LIBFOUND) TO LIBBASE-ENTRY
                       MOVE 'REPLACE' TO LIBACTION
                       PERFORM LIBUPDATE
                   END-IF
               ELSE
                   IF LIBCOUNT >= 50
                       DISPLAY "ARMY LIBRARY IS FULL (50)"
                   ELSE
                       MOVE SPACES TO LIBBASE-ENTRY
                       MOVE 'ADD' TO LIBACTION
                       PERFORM LIBUPDATE
                   END-IF
               END-IF
           END-IF.
       LIBDELETEARMY.
           PERFORM LOADLIBTABLE.
           IF LIBOK-TRUE
               MOVE LIBRARY-TABLE TO LIBBASE-TABLE
               MOVE LIBCOUNT TO LIBBASECOUNT
               DISPLAY "ENTER ARMY NAME TO DELETE"
               DISPLAY "> "
               ACCEPT LIBNAME-WANTED
               IF LIBFOUND = 0
                   DISPLAY "NO ARMY BY THAT NAME IN THE LIBRARY"
               ELSE
                   MOVE LT-ARMY (LIBFOUND) TO LIBBASE-ENTRY
                   MOVE 'DELETE' TO LIBACTION
                   PERFORM LIBUPDATE
               END-IF
           END-IF.

      * Makes the change in LIBACTION to army LIBNAME-WANTED.  Under
      * the library lock the file is read again; if anyone has
      * changed it since it was loaded (LIBBASE-TABLE) their changes
      * are kept and this one is applied on top, unless they touched
      * the same army -- then this change is refused rather than
      * overwrite theirs.  Every change made goes in the library's
      * change history.
       LIBUPDATE.
           MOVE ARMYLIBFILENAME TO LOCK-RESOURCE
           PERFORM LOCKRESOURCE
           IF NOT LOCK-HELD
               DISPLAY "ARMY LIBRARY IS BUSY; NOTHING CHANGED"
           ELSE
               PERFORM READLIBTABLE
               IF NOT LIBOK-TRUE
                   DISPLAY "NOTHING CHANGED"
               ELSE
                   SET LIBCHANGED-SWITCH TO 'N'
                   IF LIBCOUNT NOT = LIBBASECOUNT
                           OR LIBRARY-TABLE NOT = LIBBASE-TABLE
                       SET LIBCHANGED-TRUE TO TRUE
                       DISPLAY "THE LIBRARY HAS BEEN CHANGED BY "
                           "ANOTHER USER SINCE IT WAS LOADED"
                   END-IF
                   PERFORM FINDLIBENTRY
                   PERFORM LIBMERGECHANGE
                   IF LIBAPPLY-TRUE
                       PERFORM SAVELIBTABLE
                   END-IF
                   IF LIBAPPLY-TRUE AND LIBOK-TRUE
                       PERFORM WRITELIBAUDIT
                       EVALUATE LIBACTION
                           WHEN 'ADD'
                               DISPLAY "ARMY SAVED TO LIBRARY"
                           WHEN 'REPLACE'
                               DISPLAY "ARMY OVERWRITTEN"
                           WHEN 'DELETE'
                               DISPLAY "ARMY DELETED FROM LIBRARY"
                       END-EVALUATE
                       IF LIBCHANGED-TRUE
                           DISPLAY "THE OTHER CHANGES TO THE LIBRARY "
                               "WERE KEPT"
                       END-IF
                   END-IF
               END-IF
               PERFORM UNLOCKRESOURCE
           END-IF.

      * Applies the change to the table just read, if the army it is
      * aimed at is still as it was when the library was loaded.
       LIBMERGECHANGE.
           SET LIBAPPLY-SWITCH TO 'N'
           EVALUATE LIBACTION
               WHEN 'ADD'
                   IF LIBFOUND > 0
                       DISPLAY "NOT SAVED; ANOTHER USER HAS SINCE "
                           "SAVED AN ARMY NAMED " LIBNAME-WANTED
                   ELSE
                       IF LIBCOUNT >= 50
                           DISPLAY "ARMY LIBRARY IS FULL (50)"
                       ELSE
                           ADD 1 TO LIBCOUNT
                           MOVE LIBCOUNT TO LIBFOUND
                           PERFORM STORELIBENTRY
                           SET LIBAPPLY-TRUE TO TRUE
                       END-IF
                   END-IF
               WHEN 'REPLACE'
                   IF LIBFOUND = 0
                       DISPLAY "NOT SAVED; ANOTHER USER HAS SINCE "
                           "DELETED " LIBNAME-WANTED
                   ELSE
                       IF LT-ARMY (LIBFOUND) NOT = LIBBASE-ENTRY
                           DISPLAY "NOT SAVED; ANOTHER USER HAS SINCE "
                               "CHANGED " LIBNAME-WANTED
                       ELSE
                           PERFORM STORELIBENTRY
                           SET LIBAPPLY-TRUE TO TRUE
                       END-IF
                   END-IF
               WHEN 'DELETE'
                   IF LIBFOUND = 0
                       DISPLAY "ANOTHER USER HAS ALREADY DELETED "
                           LIBNAME-WANTED
                   ELSE
                       IF LT-ARMY (LIBFOUND) NOT = LIBBASE-ENTRY
                           DISPLAY "NOT DELETED; ANOTHER USER HAS "
                               "SINCE CHANGED " LIBNAME-WANTED
                       ELSE
                           PERFORM VARYING TIDX FROM LIBFOUND BY 1
                                   UNTIL TIDX >= LIBCOUNT
                               MOVE LT-ARMY (TIDX + 1) TO LT-ARMY (TIDX)
                           END-PERFORM
                           MOVE SPACES TO LT-ARMY (LIBCOUNT)
                           SUBTRACT 1 FROM LIBCOUNT
                           SET LIBAPPLY-TRUE TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      * The change history lives beside the library and is written
      * under the library's lock.
       SETLIBAUDITNAME.
           MOVE SPACES TO LIBAUDITFILENAME
           STRING ARMYLIBFILENAME DELIMITED BY SPACE
               '.AUD' DELIMITED BY SIZE
               INTO LIBAUDITFILENAME.

       WRITELIBAUDIT.
           PERFORM SETLIBAUDITNAME
           OPEN EXTEND LIBAUDITFILE
           IF LIBAUDITFILE-STATUS = "35"
               OPEN OUTPUT LIBAUDITFILE
           END-IF
           IF LIBAUDITFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN LIBRARY HISTORY FILE "
                   LIBAUDITFILENAME "; CHANGE NOT RECORDED"
           ELSE
               MOVE SPACES TO LIBAUDIT-RECORD
               ACCEPT AUD-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               MOVE LOCK-TIME (1:6) TO AUD-TIME
               PERFORM GETUSERID
               MOVE LOCK-USER TO AUD-USER
               MOVE LIBACTION TO AUD-ACTION
               MOVE LIBNAME-WANTED TO AUD-ARMY
               IF LIBCHANGED-TRUE
                   MOVE 'Y' TO AUD-MERGED
               ELSE
                   MOVE 'N' TO AUD-MERGED
               END-IF
               MOVE LIBCOUNT TO AUD-LIBCOUNT
               WRITE LIBAUDIT-RECORD
               CLOSE LIBAUDITFILE
           END-IF.

      * Lists the change history of the current library, oldest
      * first: when, who, what was done to which army.
       LISTLIBAUDIT.
           MOVE ARMYLIBFILENAME TO LOCK-RESOURCE
           PERFORM LOCKRESOURCE
           IF LOCK-HELD
               PERFORM SETLIBAUDITNAME
               OPEN INPUT LIBAUDITFILE
               IF LIBAUDITFILE-STATUS NOT = "00"
                   DISPLAY "NO CHANGES RECORDED FOR " ARMYLIBFILENAME
               ELSE
                   DISPLAY "DATE     TIME   USER                 "
                       "ACTION   ARMY                 MERGED ARMIES"
                   SET AUD-EOF-SWITCH TO 'N'
                   PERFORM SHOWLIBAUDITRECORD UNTIL AUD-EOF-TRUE
                   CLOSE LIBAUDITFILE
               END-IF
               PERFORM UNLOCKRESOURCE
           END-IF.

       SHOWLIBAUDITRECORD.
           READ LIBAUDITFILE
               AT END SET AUD-EOF-TRUE TO TRUE
               NOT AT END
                   DISPLAY AUD-DATE " " AUD-TIME " " AUD-USER " "
                       AUD-ACTION " " AUD-ARMY " " AUD-MERGED "      "
                       AUD-LIBCOUNT
           END-READ.

      * The library tournament: simulates every attacker/defender
      * pairing in the loaded army library for the same battle type
      * and battle count, prints the attacker win rate of every cell
               IF TOURNBATTLES = 0
                   DISPLAY "BATTLE COUNT MUST BE NONZERO; NOTHING RUN"
               ELSE
                   PERFORM ASKSEED
                   PERFORM RUNTOURNAMENT
               END-IF
           END-IF.

      * Plays the loaded library with BATTLETYPE, TOURNBATTLES and
      * TOURNFILENAME already set and the seed applied.  At the
      * keyboard a cross-table file that will not open falls back to
      * the screen; an unattended job has no screen to fall back to,
      * so there it is a missing file (JOBSTEPRC 12) and nothing runs.
       RUNTOURNAMENT.
           SET TOURNOUT-SWITCH TO 'N'
           IF TOURNFILENAME NOT = SPACES
               OPEN OUTPUT TOURNFILE
               IF TOURNFILE-STATUS NOT = "00"
                   IF JOB-ON
                       DISPLAY "COULD NOT OPEN CROSS-TABLE "
                           "REPORT FILE"
                       MOVE 12 TO JOBSTEPRC
                       SET TOURNOUT-FAILED TO TRUE
                   ELSE
                       DISPLAY "COULD NOT OPEN CROSS-TABLE "
                           "REPORT FILE; SCREEN ONLY"
                   END-IF
               ELSE
                   SET TOURNOUT-ON TO TRUE
               END-IF
           END-IF
           IF NOT TOURNOUT-FAILED
               MOVE ATTACKARMY TO SAVEDATTACKARMY
               MOVE DEFENDARMY TO SAVEDDEFENDARMY
               SET BATTLELOG-SWITCH TO 'N'
               SET CHECKPOINT-SWITCH TO 'N'
               PERFORM RUNTOURNROW
                   VARYING TOURNAIDX FROM 1 BY 1
                   UNTIL TOURNAIDX > LIBCOUNT
               MOVE SAVEDATTACKARMY TO ATTACKARMY
               MOVE SAVEDDEFENDARMY TO DEFENDARMY
               PERFORM PRINTTOURNTABLE
               PERFORM PRINTTOURNRANKING
               IF TOURNOUT-ON
                   CLOSE TOURNFILE
                   DISPLAY "CROSS-TABLE REPORT WRITTEN TO "
                       TOURNFILENAME
               END-IF
           END-IF.

           DISPLAY "2. VERIFY A REPORT FILE"
           DISPLAY "> "
           ACCEPT CHOOSEVAR.
           PERFORM INITVERIFY.
           EVALUATE CHOOSEVAR
              WHEN 1
                  PERFORM VERIFYLOGFILE
              WHEN 2
                  PERFORM VERIFYREPORTFILE
           END-EVALUATE.

       INITVERIFY.
           SET VFY-EOF-SWITCH TO 'N'
           SET VFY-HEADER-SWITCH TO 'N'
           SET VFY-TRAILER-SWITCH TO 'N'
           SET VFY-PASS-SWITCH TO 'N'
           SET VFY-BADTYPE-COUNT TO 0
           SET VFY-RECCOUNT TO 0
           SET VFY-TOTAL1 TO 0
           SET VFY-TOTAL2 TO 0
           SET VFY-EXP-RECCOUNT TO 0
           SET VFY-EXP-TOTAL1 TO 0
           SET VFY-EXP-TOTAL2 TO 0.

       VERIFYLOGFILE.
           DISPLAY "ENTER BATTLE LOG FILE TO VERIFY"
           DISPLAY "> "
           ACCEPT BATTLELOGFILENAME.
           PERFORM RUNVERIFYLOG.

      * A file that cannot be opened sets JOBSTEPRC to 12; the
      * verdict itself is left in VFY-PASS-SWITCH.
       RUNVERIFYLOG.
           OPEN INPUT BATTLELOGFILE.
           IF BATTLELOGFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN BATTLE LOG FILE"
               MOVE 12 TO JOBSTEPRC
           ELSE
               PERFORM VERIFYLOGRECORD UNTIL VFY-EOF-TRUE
               CLOSE BATTLELOGFILE
                              " STATS FILE " BLH-STATSFILE
                          DISPLAY "  BATTLE TYPE " BLH-BATTLETYPE
                              " BATTLES REQUESTED " BLH-BATTLECOUNT
                          DISPLAY "  RULESET " BLH-RULESET
                          MOVE BLH-STATSCTL TO VFY-STATSCTL
                          PERFORM PRINTVERIFYSTATSCTL
                      WHEN 'D'
                          ADD 1 TO VFY-RECCOUNT
                          ADD BL-ATTACKHITS TO VFY-TOTAL1
                          MOVE BLT-RECCOUNT TO VFY-EXP-RECCOUNT
                          MOVE BLT-TOTALHITS TO VFY-EXP-TOTAL1
                          MOVE BLT-TOTALCOST TO VFY-EXP-TOTAL2
      * Snapshot and power records ride alongside the data body and
      * are not covered by the trailer's count or control totals.
                      WHEN 'S'
                          CONTINUE
                      WHEN 'P'
                          CONTINUE
                      WHEN OTHER
                          ADD 1 TO VFY-BADTYPE-COUNT
                   END-EVALUATE
           DISPLAY "ENTER REPORT FILE TO VERIFY"
           DISPLAY "> "
           ACCEPT REPORTFILENAME.
           PERFORM RUNVERIFYREPORT.

       RUNVERIFYREPORT.
           OPEN INPUT REPORTFILE.
           IF REPORTFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN REPORT FILE"
               MOVE 12 TO JOBSTEPRC
           ELSE
               PERFORM VERIFYREPORTRECORD UNTIL VFY-EOF-TRUE
               CLOSE REPORTFILE
                          SET VFY-HEADER-SEEN TO TRUE
                          DISPLAY "HEADER: RUN DATE " RPTH-RUNDATE
                              " STATS FILE " RPTH-STATSFILE
                          DISPLAY "  RULESET " RPTH-RULESET
                          MOVE RPTH-STATSCTL TO VFY-STATSCTL
                          PERFORM PRINTVERIFYSTATSCTL
                      WHEN 'D'
                          ADD 1 TO VFY-RECCOUNT
                          ADD RPT-ROUNDS TO VFY-TOTAL1
                          MOVE RPTT-RECCOUNT TO VFY-EXP-RECCOUNT
                          MOVE RPTT-BATTLES TO VFY-EXP-TOTAL1
                          MOVE RPTT-COST TO VFY-EXP-TOTAL2
      * Power records are outside the trailer's count and totals.
                      WHEN 'P'
                          CONTINUE
                      WHEN OTHER
                          ADD 1 TO VFY-BADTYPE-COUNT
                   END-EVALUATE
           END-READ.

      * Says whether the file was produced from the stats table now
      * in use; a difference is reported, not failed, since a file
      * may rightly have been run under another stats set.
       PRINTVERIFYSTATSCTL.
           DISPLAY "  STATS CONTROL TOTAL " VFY-STATSCTL
           IF VFY-STATSCTL = STATSCTL
               DISPLAY "  (MATCHES THE STATS SET IN USE)"
           ELSE
               DISPLAY "  (DIFFERS FROM THE STATS SET IN USE, "
                   UNITSTATSFILENAME " CONTROL TOTAL " STATSCTL ")"
           END-IF.

       PRINTVERIFYRESULT.
           DISPLAY "DATA RECORDS READ: " VFY-RECCOUNT
           IF NOT VFY-HEADER-SEEN
                               AND VFY-TOTAL2 = VFY-EXP-TOTAL2
                           DISPLAY "PASS: RECORD COUNT AND CONTROL "
                               "TOTALS RECONCILE"
                           SET VFY-PASS-TRUE TO TRUE
                       ELSE
                           DISPLAY "FAIL: CONTROL TOTALS DO NOT "
                               "RECONCILE"
      * prints the change in attacker win rate, average costs,
      * stalemates and retreats; scenarios present in only one file
      * are flagged.  This is the before/after answer to a stats-
      * table or force-package change rerun through BATCHMODE.  Two
      * reports run under different rulesets are not comparable and
      * the comparison is refused.
       COMPAREREPORTS.
           DISPLAY "ENTER THE BEFORE REPORT FILE (FILE 1)"
           DISPLAY "> "
           MOVE CMP-FILENAME1 TO REPORTFILENAME
           PERFORM CMPVERIFYFILE
           IF CMP-OK-TRUE
               MOVE VFY-RULESET TO CMP-RULESET1
               MOVE VFY-STATSCTL TO CMP-STATSCTL1
               MOVE CMP-FILENAME2 TO REPORTFILENAME
               PERFORM CMPVERIFYFILE
           END-IF
           IF CMP-OK-TRUE
               IF VFY-RULESET NOT = CMP-RULESET1
                   DISPLAY "FILE 1 WAS RUN UNDER RULESET " CMP-RULESET1
                   DISPLAY "FILE 2 WAS RUN UNDER RULESET " VFY-RULESET
                   DISPLAY "RESULTS FROM DIFFERENT RULESETS CANNOT BE "
                       "COMPARED; COMPARISON REFUSED"
                   SET CMP-OK-SWITCH TO 'N'
               END-IF
           END-IF
           IF CMP-OK-TRUE AND VFY-STATSCTL NOT = CMP-STATSCTL1
               DISPLAY "NOTE: THE FILES WERE RUN ON DIFFERENT STATS "
                   "SETS (CONTROL TOTALS " CMP-STATSCTL1 " AND "
                   VFY-STATSCTL ")"
           END-IF
           IF CMP-OK-TRUE
               PERFORM CMPLOADFILE1
               PERFORM CMPRUNFILE2
               PERFORM CMPPRINTUNMATCHED
               DISPLAY "SCENARIOS ONLY IN FILE 1: " CMP-ONLY1
               DISPLAY "SCENARIOS ONLY IN FILE 2: " CMP-ONLY2
           SET VFY-EXP-RECCOUNT TO 0
           SET VFY-EXP-TOTAL1 TO 0
           SET VFY-EXP-TOTAL2 TO 0
           MOVE SPACES TO VFY-RULESET
           MOVE 0 TO VFY-STATSCTL
           OPEN INPUT REPORTFILE.
           IF REPORTFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN REPORT FILE " REPORTFILENAME
                   EVALUATE RPT-RECTYPE
                      WHEN 'H'
                          SET VFY-HEADER-SEEN TO TRUE
                          MOVE RPTH-RULESET TO VFY-RULESET
                          MOVE RPTH-STATSCTL TO VFY-STATSCTL
                      WHEN 'D'
                          ADD 1 TO VFY-RECCOUNT
                          ADD RPT-ROUNDS TO VFY-TOTAL1
                          MOVE RPTT-RECCOUNT TO VFY-EXP-RECCOUNT
                          MOVE RPTT-BATTLES TO VFY-EXP-TOTAL1
                          MOVE RPTT-COST TO VFY-EXP-TOTAL2
      * Power records are outside the trailer's count and totals.
                      WHEN 'P'
                          CONTINUE
                      WHEN OTHER
                          ADD 1 TO VFY-BADTYPE-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Prints a report file for the planning meeting: page headings
      * from the report header, one line per scenario grouped by
      * battle type with a subtotal after each group, scenarios
      * whose attacker win rate falls outside the thresholds entered
      * flagged, and a grand-total page reconciled to the trailer.
      * Any report file will do, whenever it was written.
       PRINTREPORT.
           DISPLAY "ENTER REPORT FILE TO PRINT"
           DISPLAY "> "
           ACCEPT REPORTFILENAME
           DISPLAY "ENTER PRINT FILE TO WRITE (BLANK FOR SCREEN ONLY)"
           DISPLAY "> "
           MOVE SPACES TO PRINTFILENAME
           ACCEPT PRINTFILENAME
           DISPLAY "FLAG SCENARIOS WITH AN ATTACKER WIN RATE ABOVE "
               "(PERCENT, 100 FOR NO UPPER FLAG)"
           DISPLAY "> "
           ACCEPT PRT-HIGH
           DISPLAY "FLAG SCENARIOS WITH AN ATTACKER WIN RATE BELOW "
               "(PERCENT, 0 FOR NO LOWER FLAG)"
           DISPLAY "> "
           ACCEPT PRT-LOW
           PERFORM RUNPRINTREPORT.

      * Prints REPORTFILENAME to PRINTFILENAME (blank for the screen
      * only) with PRT-HIGH and PRT-LOW already set.  A file that
      * cannot be opened sets JOBSTEPRC to 12, a report that does not
      * reconcile to its trailer sets it to 8.
       RUNPRINTREPORT.
           PERFORM PRTSCANREPORT
           SET PRINTOUT-SWITCH TO 'N'
           IF PRT-OK-TRUE AND PRINTFILENAME NOT = SPACES
               OPEN OUTPUT PRINTFILE
               IF PRINTFILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN PRINT FILE " PRINTFILENAME
                   MOVE 12 TO JOBSTEPRC
                   SET PRT-OK-SWITCH TO 'N'
               ELSE
                   SET PRINTOUT-ON TO TRUE
               END-IF
           END-IF
           IF PRT-OK-TRUE
               MOVE 0 TO PRT-PAGE
               PERFORM PRTPRINTGROUP
                   VARYING PRT-GROUP FROM 1 BY 1 UNTIL PRT-GROUP > 4
               PERFORM PRTGRANDTOTALS
               IF PRINTOUT-ON
                   CLOSE PRINTFILE
                   DISPLAY "REPORT PRINTED TO " PRINTFILENAME
               END-IF
               IF NOT PRT-RECONCILED
                   MOVE 8 TO JOBSTEPRC
               END-IF
           END-IF.

      * First pass: the header and trailer, the number of scenarios
      * of each battle type, and the power and unknown records that
      * are not printed.  A header written before it carried the
      * seed gives way to the seed on the first scenario.
       PRTSCANREPORT.
           SET PRT-OK-SWITCH TO 'N'
           SET PRT-EOF-SWITCH TO 'N'
           SET PRT-TRAILER-SWITCH TO 'N'
           SET PRT-SEED-SWITCH TO 'N'
           MOVE 0 TO PRT-RUNDATE
           MOVE SPACES TO PRT-STATSFILE
           MOVE SPACES TO PRT-RULESET
           MOVE 0 TO PRT-STATSCTL
           MOVE SPACE TO PRT-HDRTYPE
           MOVE 0 TO PRT-SEED
           MOVE 0 TO PRT-EXP-RECCOUNT
           MOVE 0 TO PRT-EXP-BATTLES
           MOVE 0 TO PRT-EXP-COST
           MOVE 0 TO PRT-POWERCOUNT
           MOVE 0 TO PRT-BADCOUNT
           PERFORM VARYING PRT-TIDX FROM 1 BY 1 UNTIL PRT-TIDX > 4
               MOVE 0 TO PRT-GROUPCOUNT (PRT-TIDX)
           END-PERFORM
           MOVE ZEROS TO PRT-TOTALTABLE
           OPEN INPUT REPORTFILE
           IF REPORTFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN REPORT FILE " REPORTFILENAME
               MOVE 12 TO JOBSTEPRC
           ELSE
               SET PRT-OK-TRUE TO TRUE
               PERFORM PRTSCANRECORD UNTIL PRT-EOF-TRUE
               CLOSE REPORTFILE
           END-IF.

       PRTSCANRECORD.
           MOVE SPACES TO REPORT-RECORD
           READ REPORTFILE
               AT END SET PRT-EOF-TRUE TO TRUE
               NOT AT END
                   EVALUATE RPT-RECTYPE
                       WHEN 'H'
                           MOVE RPTH-RUNDATE TO PRT-RUNDATE
                           MOVE RPTH-STATSFILE TO PRT-STATSFILE
                           MOVE RPTH-RULESET TO PRT-RULESET
                           MOVE RPTH-STATSCTL TO PRT-STATSCTL
                           MOVE RPTH-BATTLETYPE TO PRT-HDRTYPE
                           IF RPTH-SEED NUMERIC
                               MOVE RPTH-SEED TO PRT-SEED
                               SET PRT-SEED-KNOWN TO TRUE
                           END-IF
                       WHEN 'D'
                           PERFORM PRTRECORDGROUP
                           ADD 1 TO PRT-GROUPCOUNT (PRT-RECGROUP)
                           IF NOT PRT-SEED-KNOWN
                               MOVE RPT-SEED TO PRT-SEED
                               SET PRT-SEED-KNOWN TO TRUE
                           END-IF
                       WHEN 'T'
                           SET PRT-TRAILER-SEEN TO TRUE
                           MOVE RPTT-RECCOUNT TO PRT-EXP-RECCOUNT
                           MOVE RPTT-BATTLES TO PRT-EXP-BATTLES
                           MOVE RPTT-COST TO PRT-EXP-COST
                       WHEN 'P'
                           ADD 1 TO PRT-POWERCOUNT
                       WHEN OTHER
                           ADD 1 TO PRT-BADCOUNT
                   END-EVALUATE
           END-READ.

      * Which group the scenario in REPORT-RECORD prints under: its
      * own battle type, else the one in the header (a sweep fights
      * every step the same way), else group 4, unrecorded.
       PRTRECORDGROUP.
           MOVE RPT-BATTLETYPE TO PRT-TYPE
           IF PRT-TYPE NOT = '1' AND PRT-TYPE NOT = '2'
                   AND PRT-TYPE NOT = '3'
               MOVE PRT-HDRTYPE TO PRT-TYPE
           END-IF
           EVALUATE PRT-TYPE
               WHEN '1'
                   MOVE 1 TO PRT-RECGROUP
               WHEN '2'
                   MOVE 2 TO PRT-RECGROUP
               WHEN '3'
                   MOVE 3 TO PRT-RECGROUP
               WHEN OTHER
                   MOVE 4 TO PRT-RECGROUP
           END-EVALUATE.

      * One pass of the file per battle type that has scenarios; each
      * group starts a new page and ends with its subtotal.
       PRTPRINTGROUP.
           IF PRT-GROUPCOUNT (PRT-GROUP) > 0
               PERFORM PRTGROUPNAME
               PERFORM PRTPAGEHEAD
               SET PRT-EOF-SWITCH TO 'N'
               OPEN INPUT REPORTFILE
               PERFORM PRTGROUPRECORD UNTIL PRT-EOF-TRUE
               CLOSE REPORTFILE
               MOVE SPACES TO PRTLINE
               MOVE 1 TO PRTLEN
               PERFORM PUTPRTLINE
               MOVE PRT-GROUP TO PRT-TIDX
               MOVE SPACES TO PRTLINE
               STRING PRT-TYPENAME DELIMITED BY '  '
                   ' SUBTOTAL' DELIMITED BY SIZE
                   INTO PRTLINE (1:20)
               PERFORM PRTTOTALLINE
           END-IF.

       PRTGROUPNAME.
           EVALUATE PRT-GROUP
               WHEN 1
                   MOVE 'LAND' TO PRT-TYPENAME
               WHEN 2
                   MOVE 'SEA' TO PRT-TYPENAME
               WHEN 3
                   MOVE 'AMPHIBIOUS' TO PRT-TYPENAME
               WHEN OTHER
                   MOVE 'UNRECORDED' TO PRT-TYPENAME
           END-EVALUATE.

       PRTGROUPRECORD.
           MOVE SPACES TO REPORT-RECORD
           READ REPORTFILE
               AT END SET PRT-EOF-TRUE TO TRUE
               NOT AT END
                   IF RPT-RECTYPE = 'D'
                       PERFORM PRTRECORDGROUP
                       IF PRT-RECGROUP = PRT-GROUP
                           PERFORM PRTSCENARIOLINE
                       END-IF
                   END-IF
           END-READ.

      * Page throw and headings: the run identification from the
      * report header, the flag thresholds, and the column headings.
       PRTPAGEHEAD.
           ADD 1 TO PRT-PAGE
           MOVE 0 TO PRT-LINES
           SET PRT-NEWPAGE TO TRUE
           MOVE SPACES TO PRTLINE
           MOVE 'BATCH SIMULATION RESULTS' TO PRTLINE (1:24)
           MOVE 'REPORT FILE' TO PRTLINE (30:11)
           MOVE REPORTFILENAME TO PRTLINE (42:30)
           MOVE 'PAGE' TO PRTLINE (124:4)
           MOVE PRT-PAGE TO PRT-PAGEDISP
           MOVE PRT-PAGEDISP TO PRTLINE (129:3)
           MOVE 131 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'RUN DATE' TO PRTLINE (1:8)
           MOVE PRT-RUNDATE TO PRT-DATEDISP
           MOVE PRT-DATEDISP TO PRTLINE (10:10)
           MOVE 'STATS FILE' TO PRTLINE (22:10)
           MOVE PRT-STATSFILE TO PRTLINE (33:30)
           MOVE 'CONTROL TOTAL' TO PRTLINE (64:13)
           MOVE PRT-STATSCTL TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (78:9)
           MOVE 'RULESET' TO PRTLINE (89:7)
           MOVE PRT-RULESET TO PRTLINE (97:20)
           MOVE 'SEED' TO PRTLINE (118:4)
           IF PRT-SEED = 0
               MOVE 'NONE' TO PRTLINE (123:4)
           ELSE
               MOVE PRT-SEED TO PRT-NUMDISP
               MOVE PRT-NUMDISP TO PRTLINE (123:9)
           END-IF
           MOVE 131 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'FLAGGED: ATTACKER WIN RATE' TO PRTLINE (1:26)
           IF PRT-HIGH < 100
               MOVE 'ABOVE' TO PRTLINE (28:5)
               MOVE PRT-HIGH TO PRT-PCTDISP
               MOVE PRT-PCTDISP TO PRTLINE (34:3)
               MOVE '% (HIGH)' TO PRTLINE (37:8)
           ELSE
               MOVE 'NO UPPER FLAG' TO PRTLINE (28:13)
           END-IF
           IF PRT-LOW > 0
               MOVE 'BELOW' TO PRTLINE (47:5)
               MOVE PRT-LOW TO PRT-PCTDISP
               MOVE PRT-PCTDISP TO PRTLINE (53:3)
               MOVE '% (LOW)' TO PRTLINE (56:7)
           ELSE
               MOVE 'NO LOWER FLAG' TO PRTLINE (47:13)
           END-IF
           MOVE 62 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           IF PRT-GROUP > 4
               MOVE 'GRAND TOTALS' TO PRTLINE (1:12)
               MOVE 12 TO PRTLEN
           ELSE
               MOVE 'BATTLE TYPE:' TO PRTLINE (1:12)
               MOVE PRT-TYPENAME TO PRTLINE (14:20)
               MOVE 33 TO PRTLEN
           END-IF
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE '----- PERCENT OF BATTLES -----' TO PRTLINE (32:30)
           MOVE '--AVG COST--' TO PRTLINE (64:12)
           MOVE '--ATTACKER COST--' TO PRTLINE (78:17)
           MOVE '--DEFENDER COST--' TO PRTLINE (97:17)
           MOVE 113 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'SCENARIO' TO PRTLINE (1:8)
           MOVE 'BATTLES' TO PRTLINE (24:7)
           MOVE 'ATTWIN  DEFWIN   STALE RETREAT' TO PRTLINE (32:30)
           MOVE 'ATTACK DEFEND' TO PRTLINE (63:13)
           MOVE '   Q1   MED    Q3' TO PRTLINE (78:17)
           MOVE '   Q1   MED    Q3' TO PRTLINE (97:17)
           MOVE 'FLAG' TO PRTLINE (116:4)
           MOVE 119 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE.

      * One scenario line.  The win rate is tested against the
      * thresholds, and the scenario is added into its group total
      * and the grand total.
       PRTSCENARIOLINE.
           IF PRT-LINES >= PRT-PAGELINES
               PERFORM PRTPAGEHEAD
           END-IF
           MOVE SPACES TO PRTLINE
           MOVE RPT-LABEL TO PRTLINE (1:20)
           MOVE RPT-ROUNDS TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (22:9)
           MOVE RPT-ROUNDS TO PRT-BASE
           MOVE RPT-ATTKVICT TO PRT-NUM
           MOVE 32 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE SPACES TO PRT-FLAG
           IF PRT-HIGH < 100 AND PRT-RATE > PRT-HIGH
               MOVE 'HIGH' TO PRT-FLAG
           END-IF
           IF PRT-RATE < PRT-LOW
               MOVE 'LOW' TO PRT-FLAG
           END-IF
           MOVE RPT-DEFVICT TO PRT-NUM
           MOVE 40 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE RPT-STALEMATES TO PRT-NUM
           MOVE 48 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE RPT-RETREATS TO PRT-NUM
           MOVE 56 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE RPT-AVATTKCOST TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (64:5)
           MOVE RPT-AVDEFCOST TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (71:5)
           MOVE RPT-ATTKCOSTQ1 TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (78:5)
           MOVE RPT-ATTKCOSTMED TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (84:5)
           MOVE RPT-ATTKCOSTQ3 TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (90:5)
           MOVE RPT-DEFCOSTQ1 TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (97:5)
           MOVE RPT-DEFCOSTMED TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (103:5)
           MOVE RPT-DEFCOSTQ3 TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (109:5)
           MOVE PRT-FLAG TO PRTLINE (116:4)
           MOVE 119 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE PRT-GROUP TO PRT-TIDX
           PERFORM PRTADDTOTALS
           MOVE 5 TO PRT-TIDX
           PERFORM PRTADDTOTALS.

       PRTADDTOTALS.
           ADD 1 TO PRT-T-SCEN (PRT-TIDX)
           ADD RPT-ROUNDS TO PRT-T-BATTLES (PRT-TIDX)
           ADD RPT-ATTKVICT TO PRT-T-ATTKVICT (PRT-TIDX)
           ADD RPT-DEFVICT TO PRT-T-DEFVICT (PRT-TIDX)
           ADD RPT-STALEMATES TO PRT-T-STALE (PRT-TIDX)
           ADD RPT-RETREATS TO PRT-T-RETREATS (PRT-TIDX)
           COMPUTE PRT-T-ATTKCOST (PRT-TIDX) =
               PRT-T-ATTKCOST (PRT-TIDX) + RPT-AVATTKCOST * RPT-ROUNDS
           COMPUTE PRT-T-DEFCOST (PRT-TIDX) =
               PRT-T-DEFCOST (PRT-TIDX) + RPT-AVDEFCOST * RPT-ROUNDS
           ADD RPT-AVATTKCOST TO PRT-T-CTLCOST (PRT-TIDX)
           ADD RPT-AVDEFCOST TO PRT-T-CTLCOST (PRT-TIDX)
           IF PRT-FLAG NOT = SPACES
               ADD 1 TO PRT-T-FLAGGED (PRT-TIDX)
           END-IF.

      * PRT-NUM as a percentage of PRT-BASE, printed at PRT-POS.
       PRTPERCENT.
           MOVE 0 TO PRT-RATE
           IF PRT-BASE > 0
               COMPUTE PRT-RATE ROUNDED = PRT-NUM * 100 / PRT-BASE
           END-IF
           MOVE PRT-RATE TO PRT-RATEDISP
           MOVE PRT-RATEDISP TO PRTLINE (PRT-POS:6).

      * A total line for PRT-TIDX under the label the caller has put
      * in PRTLINE: the outcome percentages and average costs are
      * over all the group's battles, and the scenario and flag
      * counts stand where a scenario line has its cost spread.
       PRTTOTALLINE.
           MOVE PRT-T-BATTLES (PRT-TIDX) TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (22:9)
           MOVE PRT-T-BATTLES (PRT-TIDX) TO PRT-BASE
           MOVE PRT-T-ATTKVICT (PRT-TIDX) TO PRT-NUM
           MOVE 32 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE PRT-T-DEFVICT (PRT-TIDX) TO PRT-NUM
           MOVE 40 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE PRT-T-STALE (PRT-TIDX) TO PRT-NUM
           MOVE 48 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE PRT-T-RETREATS (PRT-TIDX) TO PRT-NUM
           MOVE 56 TO PRT-POS
           PERFORM PRTPERCENT
           MOVE 0 TO PRT-AVCOST
           IF PRT-BASE > 0
               COMPUTE PRT-AVCOST ROUNDED =
                   PRT-T-ATTKCOST (PRT-TIDX) / PRT-BASE
           END-IF
           MOVE PRT-AVCOST TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (64:5)
           MOVE 0 TO PRT-AVCOST
           IF PRT-BASE > 0
               COMPUTE PRT-AVCOST ROUNDED =
                   PRT-T-DEFCOST (PRT-TIDX) / PRT-BASE
           END-IF
           MOVE PRT-AVCOST TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (71:5)
           MOVE 'SCENARIOS' TO PRTLINE (78:9)
           MOVE PRT-T-SCEN (PRT-TIDX) TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (88:9)
           MOVE 'FLAGGED' TO PRTLINE (99:7)
           MOVE PRT-T-FLAGGED (PRT-TIDX) TO PRT-COSTDISP
           MOVE PRT-COSTDISP TO PRTLINE (107:5)
           MOVE 111 TO PRTLEN
           PERFORM PUTPRTLINE.

      * The grand-total page: a line per battle type printed, the
      * grand total, and the reconciliation of what was printed to
      * the counts and totals in the trailer.
       PRTGRANDTOTALS.
           MOVE 5 TO PRT-GROUP
           PERFORM PRTPAGEHEAD
           PERFORM VARYING PRT-TIDX FROM 1 BY 1 UNTIL PRT-TIDX > 4
               IF PRT-T-SCEN (PRT-TIDX) > 0
                   MOVE PRT-TIDX TO PRT-GROUP
                   PERFORM PRTGROUPNAME
                   MOVE SPACES TO PRTLINE
                   MOVE PRT-TYPENAME TO PRTLINE (1:20)
                   PERFORM PRTTOTALLINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE 5 TO PRT-TIDX
           MOVE SPACES TO PRTLINE
           MOVE 'GRAND TOTAL' TO PRTLINE (1:11)
           PERFORM PRTTOTALLINE
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'RECONCILIATION TO REPORT TRAILER' TO PRTLINE (1:32)
           MOVE 'PRINTED' TO PRTLINE (36:7)
           MOVE 'TRAILER' TO PRTLINE (47:7)
           MOVE 53 TO PRTLEN
           PERFORM PUTPRTLINE
           SET PRT-RECONCILED TO TRUE
           IF NOT PRT-TRAILER-SEEN
               SET PRT-RECON-SWITCH TO 'N'
               MOVE SPACES TO PRTLINE
               MOVE 'NO TRAILER RECORD: THE REPORT IS INCOMPLETE'
                   TO PRTLINE (1:43)
               MOVE 43 TO PRTLEN
               PERFORM PUTPRTLINE
           ELSE
               MOVE 'SCENARIO RECORDS' TO PRT-RECONLABEL
               MOVE PRT-T-SCEN (5) TO PRT-NUM
               MOVE PRT-EXP-RECCOUNT TO PRT-BASE
               PERFORM PRTRECONLINE
               MOVE 'BATTLES' TO PRT-RECONLABEL
               MOVE PRT-T-BATTLES (5) TO PRT-NUM
               MOVE PRT-EXP-BATTLES TO PRT-BASE
               PERFORM PRTRECONLINE
               MOVE 'COST CONTROL TOTAL' TO PRT-RECONLABEL
               MOVE PRT-T-CTLCOST (5) TO PRT-NUM
               MOVE PRT-EXP-COST TO PRT-BASE
               PERFORM PRTRECONLINE
           END-IF
           IF PRT-POWERCOUNT > 0
               MOVE SPACES TO PRTLINE
               MOVE 'POWER RECORDS (NOT PRINTED)' TO PRTLINE (1:27)
               MOVE PRT-POWERCOUNT TO PRT-NUMDISP
               MOVE PRT-NUMDISP TO PRTLINE (34:9)
               MOVE 42 TO PRTLEN
               PERFORM PUTPRTLINE
           END-IF
           IF PRT-BADCOUNT > 0
               SET PRT-RECON-SWITCH TO 'N'
               MOVE SPACES TO PRTLINE
               MOVE 'UNRECOGNIZED RECORDS' TO PRTLINE (1:20)
               MOVE PRT-BADCOUNT TO PRT-NUMDISP
               MOVE PRT-NUMDISP TO PRTLINE (34:9)
               MOVE 42 TO PRTLEN
               PERFORM PUTPRTLINE
           END-IF
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           IF PRT-RECONCILED
               MOVE 'REPORT RECONCILES TO ITS TRAILER'
                   TO PRTLINE (1:32)
               MOVE 32 TO PRTLEN
           ELSE
               MOVE '*** REPORT DOES NOT RECONCILE TO ITS TRAILER ***'
                   TO PRTLINE (1:48)
               MOVE 48 TO PRTLEN
           END-IF
           PERFORM PUTPRTLINE.

      * PRT-NUM printed against the trailer's PRT-BASE.
       PRTRECONLINE.
           MOVE SPACES TO PRTLINE
           MOVE PRT-RECONLABEL TO PRTLINE (1:30)
           MOVE PRT-NUM TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (34:9)
           MOVE PRT-BASE TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (45:9)
           IF PRT-NUM = PRT-BASE
               MOVE 'AGREES' TO PRTLINE (57:6)
           ELSE
               MOVE 'DIFFERS' TO PRTLINE (57:7)
               SET PRT-RECON-SWITCH TO 'N'
           END-IF
           MOVE 63 TO PRTLEN
           PERFORM PUTPRTLINE.

      * One print line: shown on screen and, when a print file is
      * open, written to it -- after a page throw for the first
      * line of a page.
       PUTPRTLINE.
           DISPLAY PRTLINE (1:PRTLEN)
           ADD 1 TO PRT-LINES
           IF PRINTOUT-ON
               IF PRT-NEWPAGE
                   WRITE PRINT-LINE FROM PRTLINE
                       AFTER ADVANCING PAGE
                   SET PRT-NEWPAGE-SWITCH TO 'N'
               ELSE
                   WRITE PRINT-LINE FROM PRTLINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      * Benchmark certification: a fixed set of scenarios is rerun on
      * this build with the stats set, ruleset and seed its baseline
      * was approved with, and every figure is checked against the
      * baseline.  The certificate lists each figure that drifted
      * beyond tolerance and ends PASS or FAIL; the result and the
      * build's compile stamp go in the run journal.  After a
      * deliberate rules change a new baseline is approved instead.
       CERTIFYMENU.
           DISPLAY "0. GO BACK"
           DISPLAY "1. CERTIFY THIS BUILD AGAINST A BASELINE"
           DISPLAY "2. APPROVE A NEW BASELINE"
           DISPLAY "> "
           ACCEPT CERTCHOOSEVAR.

           EVALUATE CERTCHOOSEVAR
              WHEN 1
                  PERFORM CERTIFYBUILD
              WHEN 2
                  PERFORM APPROVEBASELINE
           END-EVALUATE.

       CERTIFYBUILD.
           DISPLAY "ENTER BASELINE FILE TO CERTIFY AGAINST"
           DISPLAY "> "
           ACCEPT CERT-BASEFILE
           DISPLAY "ENTER REPORT FILE TO WRITE THE RERUN TO"
           DISPLAY "> "
           ACCEPT CERT-RERUNFILE
           DISPLAY "ENTER CERTIFICATE FILE TO WRITE "
               "(BLANK FOR SCREEN ONLY)"
           DISPLAY "> "
           MOVE SPACES TO PRINTFILENAME
           ACCEPT PRINTFILENAME
           DISPLAY "OUTCOME TOLERANCE IN PERCENTAGE POINTS OF THE "
               "BATTLES FOUGHT (E.G. 2)"
           DISPLAY "> "
           ACCEPT CERT-RATETOL
           DISPLAY "COST AND SURVIVOR TOLERANCE IN PERCENT OF THE "
               "BASELINE FIGURE (E.G. 5)"
           DISPLAY "> "
           ACCEPT CERT-FIGTOL
           PERFORM RUNCERTIFY.

      * Certifies against CERT-BASEFILE, rerunning to CERT-RERUNFILE
      * and printing to PRINTFILENAME (blank for the screen only),
      * with the tolerances already set.  JOBSTEPRC comes back 0 for
      * a pass, 8 for a fail, and 12 when no certificate could be
      * issued: a baseline that is missing, does not reconcile or was
      * never approved, tables or a scenario file that differ from
      * the baseline's, an output named over an input, or a file
      * that cannot be opened.
       RUNCERTIFY.
           MOVE 0 TO JOBSTEPRC
           SET PRINTOUT-SWITCH TO 'N'
           PERFORM CERTREADBASE
           IF CERT-OK-TRUE
               PERFORM CERTCHECKBASE
           END-IF
           IF CERT-OK-TRUE
               MOVE CERT-SCENFILE TO SCENARIOFILENAME
               MOVE CERT-RERUNFILE TO REPORTFILENAME
               MOVE CERT-SEED TO SEEDINPUT
               PERFORM APPLYSEED
               SET CERT-RUN-TRUE TO TRUE
               PERFORM RUNBATCHFILE
               SET CERT-RUN-SWITCH TO 'N'
               IF JOBSTEPRC NOT = 0
                   SET CERT-OK-SWITCH TO 'N'
               ELSE
                   IF SCENCTL NOT = CERT-SCENCTL
                       DISPLAY "BENCHMARK SCENARIO FILE CHANGED "
                           "DURING THE RERUN"
                       SET CERT-OK-SWITCH TO 'N'
                   END-IF
               END-IF
           END-IF
           IF CERT-OK-TRUE AND PRINTFILENAME NOT = SPACES
               OPEN OUTPUT PRINTFILE
               IF PRINTFILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN CERTIFICATE FILE "
                       PRINTFILENAME
                   SET CERT-OK-SWITCH TO 'N'
               ELSE
                   SET PRINTOUT-ON TO TRUE
               END-IF
           END-IF
           IF CERT-OK-TRUE
               PERFORM CERTHEADING
               MOVE 0 TO CERT-SCENCOUNT
               MOVE 0 TO CERT-FIGCOUNT
               MOVE 0 TO CERT-DRIFTCOUNT
               SET VFY-EOF-SWITCH TO 'N'
               OPEN INPUT REPORTFILE
               PERFORM CERTRERUNRECORD UNTIL VFY-EOF-TRUE
               CLOSE REPORTFILE
               PERFORM CERTUNMATCHED
                   VARYING CMP-IDX FROM 1 BY 1 UNTIL CMP-IDX > CMP-COUNT
               PERFORM CERTSUMMARY
               IF PRINTOUT-ON
                   CLOSE PRINTFILE
                   DISPLAY "CERTIFICATE WRITTEN TO " PRINTFILENAME
               END-IF
               MOVE 'CERTIFY' TO JRN-MODE
               MOVE CERT-SCENFILE TO JRN-SCENFILE
               MOVE SPACES TO JRN-LOGFILE
               MOVE CERT-RERUNFILE TO JRN-REPORTFILE
               PERFORM WRITEJOURNALRECORD
           ELSE
               DISPLAY "NO CERTIFICATE ISSUED"
               MOVE 12 TO JOBSTEPRC
           END-IF.

      * The baseline must pass the same trailer reconciliation as a
      * comparison; its header and scenario records are then held
      * for the rerun.
       CERTREADBASE.
           SET CERT-OK-SWITCH TO 'N'
           MOVE 0 TO CERT-BASEDATE
           MOVE SPACES TO CERT-STATSFILE
           MOVE SPACES TO CERT-RULESET
           MOVE 0 TO CERT-STATSCTL
           MOVE 0 TO CERT-SEED
           MOVE SPACES TO CERT-SCENFILE
           MOVE 0 TO CERT-SCENCTL
           SET CMP-COUNT TO 0
           MOVE CERT-BASEFILE TO REPORTFILENAME
           PERFORM CMPVERIFYFILE
           IF CMP-OK-TRUE
               SET CERT-OK-TRUE TO TRUE
               SET VFY-EOF-SWITCH TO 'N'
               OPEN INPUT REPORTFILE
               PERFORM CERTBASERECORD UNTIL VFY-EOF-TRUE
               CLOSE REPORTFILE
           END-IF.

       CERTBASERECORD.
           MOVE SPACES TO REPORT-RECORD
           READ REPORTFILE
               AT END SET VFY-EOF-TRUE TO TRUE
               NOT AT END
                   EVALUATE RPT-RECTYPE
                      WHEN 'H'
                          MOVE RPTH-RUNDATE TO CERT-BASEDATE
                          MOVE RPTH-STATSFILE TO CERT-STATSFILE
                          MOVE RPTH-RULESET TO CERT-RULESET
                          MOVE RPTH-STATSCTL TO CERT-STATSCTL
                          IF RPTH-SEED NUMERIC
                              MOVE RPTH-SEED TO CERT-SEED
                          END-IF
                          MOVE RPTH-SCENFILE TO CERT-SCENFILE
                          IF RPTH-SCENCTL NUMERIC
                              MOVE RPTH-SCENCTL TO CERT-SCENCTL
                          END-IF
                      WHEN 'D'
                          IF CMP-COUNT >= 100
                              DISPLAY "BASELINE HAS MORE THAN 100 "
                                  "SCENARIOS"
                              SET CERT-OK-SWITCH TO 'N'
                              SET VFY-EOF-TRUE TO TRUE
                          ELSE
                              ADD 1 TO CMP-COUNT
                              MOVE REPORT-RECORD
                                  TO CMP-RECORD (CMP-COUNT)
                              MOVE 'N' TO CMP-MATCHED (CMP-COUNT)
                          END-IF
                   END-EVALUATE
           END-READ.

      * A baseline is only good for the tables and benchmark set it
      * was approved on, so a different ruleset, stats set or
      * scenario file refuses the run rather than certifying the
      * wrong thing.  No output may be written over an input.
       CERTCHECKBASE.
           IF CERT-SEED = 0 OR CERT-SCENFILE = SPACES
                   OR CERT-SCENCTL = 0 OR CMP-COUNT = 0
               DISPLAY "REPORT FILE " CERT-BASEFILE
                   " WAS NOT APPROVED AS A BENCHMARK BASELINE"
               SET CERT-OK-SWITCH TO 'N'
           ELSE
               IF CERT-RULESET NOT = RULE-NAME
                   DISPLAY "THE BASELINE WAS APPROVED UNDER RULESET "
                       CERT-RULESET
                   DISPLAY "LOAD THAT RULESET BEFORE CERTIFYING"
                   SET CERT-OK-SWITCH TO 'N'
               ELSE
                   IF CERT-STATSCTL NOT = STATSCTL
                       DISPLAY "THE BASELINE WAS APPROVED ON STATS SET "
                           CERT-STATSFILE
                       DISPLAY "(CONTROL TOTAL " CERT-STATSCTL
                           "); LOAD THAT STATS SET BEFORE CERTIFYING"
                       SET CERT-OK-SWITCH TO 'N'
                   END-IF
               END-IF
           END-IF
           IF CERT-OK-TRUE
               PERFORM CERTCHECKSCENFILE
           END-IF
           IF CERT-OK-TRUE
               IF CERT-RERUNFILE = CERT-BASEFILE
                       OR CERT-RERUNFILE = CERT-SCENFILE
                   DISPLAY "THE RERUN MAY NOT BE WRITTEN OVER THE "
                       "BASELINE OR THE BENCHMARK SCENARIO FILE"
                   SET CERT-OK-SWITCH TO 'N'
               END-IF
           END-IF
           IF CERT-OK-TRUE AND PRINTFILENAME NOT = SPACES
               IF PRINTFILENAME = CERT-BASEFILE
                       OR PRINTFILENAME = CERT-SCENFILE
                       OR PRINTFILENAME = CERT-RERUNFILE
                   DISPLAY "THE CERTIFICATE MAY NOT BE WRITTEN OVER "
                       "THE BASELINE, SCENARIO OR RERUN FILE"
                   SET CERT-OK-SWITCH TO 'N'
               END-IF
           END-IF.

      * The benchmark scenario file must still total what it did
      * when the baseline was approved.
       CERTCHECKSCENFILE.
           MOVE CERT-SCENFILE TO SCENARIOFILENAME
           MOVE SCENARIOFILENAME TO LOCK-RESOURCE
           PERFORM LOCKRESOURCE
           IF NOT LOCK-HELD
               DISPLAY "SCENARIO FILE IS BUSY; NOTHING RUN"
               SET CERT-OK-SWITCH TO 'N'
           ELSE
               PERFORM COMPUTESCENCTL
               PERFORM UNLOCKRESOURCE
               IF SCENCTL NOT = CERT-SCENCTL
                   DISPLAY "BENCHMARK SCENARIO FILE " CERT-SCENFILE
                       " HAS CHANGED SINCE THE BASELINE WAS APPROVED"
                   DISPLAY "(CONTROL TOTAL " CERT-SCENCTL " THEN, "
                       SCENCTL " NOW)"
                   SET CERT-OK-SWITCH TO 'N'
               END-IF
           END-IF.

       CERTHEADING.
           MOVE WHEN-COMPILED TO CERT-BUILD
           ACCEPT RUNDATE FROM DATE YYYYMMDD
           ACCEPT JOBTIME FROM TIME
           SET PRT-NEWPAGE TO TRUE
           MOVE SPACES TO PRTLINE
           MOVE 'AASIMPLE BENCHMARK CERTIFICATE' TO PRTLINE (1:30)
           MOVE 'RUN DATE' TO PRTLINE (45:8)
           MOVE RUNDATE TO PRT-DATEDISP
           MOVE PRT-DATEDISP TO PRTLINE (54:10)
           MOVE 'TIME' TO PRTLINE (66:4)
           MOVE JOBTIME (1:6) TO PRTLINE (71:6)
           MOVE 76 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'BUILD COMPILED' TO PRTLINE (1:14)
           MOVE CERT-BUILD TO PRTLINE (19:16)
           MOVE 34 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'BASELINE FILE' TO PRTLINE (1:13)
           MOVE CERT-BASEFILE TO PRTLINE (19:30)
           MOVE 'APPROVED' TO PRTLINE (51:8)
           MOVE CERT-BASEDATE TO PRT-DATEDISP
           MOVE PRT-DATEDISP TO PRTLINE (60:10)
           MOVE 69 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'BENCHMARK FILE' TO PRTLINE (1:14)
           MOVE CERT-SCENFILE TO PRTLINE (19:30)
           MOVE 'CONTROL TOTAL' TO PRTLINE (51:13)
           MOVE CERT-SCENCTL TO CERT-CTLDISP
           MOVE CERT-CTLDISP TO PRTLINE (65:15)
           MOVE 79 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'UNIT STATS' TO PRTLINE (1:10)
           MOVE CERT-STATSFILE TO PRTLINE (19:30)
           MOVE 'CONTROL TOTAL' TO PRTLINE (51:13)
           MOVE CERT-STATSCTL TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (65:9)
           MOVE 73 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'RULESET' TO PRTLINE (1:7)
           MOVE CERT-RULESET TO PRTLINE (19:20)
           MOVE 'SEED' TO PRTLINE (51:4)
           MOVE CERT-SEED TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (65:9)
           MOVE 73 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'RERUN REPORT' TO PRTLINE (1:12)
           MOVE CERT-RERUNFILE TO PRTLINE (19:30)
           MOVE 48 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 'TOLERANCE' TO PRTLINE (1:9)
           MOVE 'OUTCOMES' TO PRTLINE (19:8)
           MOVE CERT-RATETOL TO PRT-PCTDISP
           MOVE PRT-PCTDISP TO PRTLINE (27:3)
           MOVE 'POINTS OF BATTLES FOUGHT, COSTS AND SURVIVORS'
               TO PRTLINE (31:45)
           MOVE CERT-FIGTOL TO PRT-PCTDISP
           MOVE PRT-PCTDISP TO PRTLINE (76:3)
           MOVE 'PERCENT OF BASELINE' TO PRTLINE (80:19)
           MOVE 98 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE 'SCENARIO' TO PRTLINE (1:8)
           MOVE 'FIGURE' TO PRTLINE (22:6)
           MOVE 'BASELINE' TO PRTLINE (60:8)
           MOVE 'RERUN' TO PRTLINE (74:5)
           MOVE 'DIFFERENCE' TO PRTLINE (81:10)
           MOVE 'ALLOWED' TO PRTLINE (95:7)
           MOVE 101 TO PRTLEN
           PERFORM PUTPRTLINE.

      * One rerun scenario is matched on its label to the first
      * baseline scenario of that name not already matched.
       CERTRERUNRECORD.
           READ REPORTFILE
               AT END SET VFY-EOF-TRUE TO TRUE
               NOT AT END
                   IF RPT-RECTYPE = 'D'
                       PERFORM CERTONESCENARIO
                   END-IF
           END-READ.

       CERTONESCENARIO.
           MOVE RPT-LABEL TO CERT-LABEL
           SET CMP-FOUND TO 0
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-COUNT
               IF CMP-RECORD (CMP-IDX) (2:20) = RPT-LABEL
                       AND CMP-MATCHED (CMP-IDX) NOT = 'Y'
                   MOVE CMP-IDX TO CMP-FOUND
                   SET CMP-IDX TO CMP-COUNT
               END-IF
           END-PERFORM
           IF CMP-FOUND = 0
               MOVE 'IN THE RERUN BUT NOT IN THE BASELINE'
                   TO CERT-FIGNAME
               PERFORM CERTMISSINGLINE
           ELSE
               MOVE 'Y' TO CMP-MATCHED (CMP-FOUND)
               MOVE CMP-RECORD (CMP-FOUND) TO CERT-BASEREC
               ADD 1 TO CERT-SCENCOUNT
               MOVE 0 TO CERT-SCENDRIFT
               MOVE 'BATTLES FOUGHT' TO CERT-FIGNAME
               MOVE CB-ROUNDS TO CERT-BASEVAL
               MOVE RPT-ROUNDS TO CERT-NEWVAL
               MOVE 0 TO CERT-ALLOWED
               PERFORM CERTCHECKFIGURE
               MOVE 'ATTACKER VICTORIES' TO CERT-FIGNAME
               MOVE CB-ATTKVICT TO CERT-BASEVAL
               MOVE RPT-ATTKVICT TO CERT-NEWVAL
               PERFORM CERTCOUNTFIGURE
               MOVE 'DEFENDER VICTORIES' TO CERT-FIGNAME
               MOVE CB-DEFVICT TO CERT-BASEVAL
               MOVE RPT-DEFVICT TO CERT-NEWVAL
               PERFORM CERTCOUNTFIGURE
               MOVE 'STALEMATES' TO CERT-FIGNAME
               MOVE CB-STALEMATES TO CERT-BASEVAL
               MOVE RPT-STALEMATES TO CERT-NEWVAL
               PERFORM CERTCOUNTFIGURE
               MOVE 'ATTACKER RETREATS' TO CERT-FIGNAME
               MOVE CB-RETREATS TO CERT-BASEVAL
               MOVE RPT-RETREATS TO CERT-NEWVAL
               PERFORM CERTCOUNTFIGURE
               MOVE 'AVERAGE ATTACKER COST' TO CERT-FIGNAME
               MOVE CB-AVATTKCOST TO CERT-BASEVAL
               MOVE RPT-AVATTKCOST TO CERT-NEWVAL
               PERFORM CERTVALUEFIGURE
               MOVE 'AVERAGE DEFENDER COST' TO CERT-FIGNAME
               MOVE CB-AVDEFCOST TO CERT-BASEVAL
               MOVE RPT-AVDEFCOST TO CERT-NEWVAL
               PERFORM CERTVALUEFIGURE
               PERFORM CERTCHECKSURVIVORS
                   VARYING CERT-UIDX FROM 1 BY 1 UNTIL CERT-UIDX > 14
               IF CERT-SCENDRIFT = 0
                   MOVE SPACES TO PRTLINE
                   MOVE CERT-LABEL TO PRTLINE (1:20)
                   MOVE 'ALL FIGURES WITHIN TOLERANCE'
                       TO PRTLINE (22:28)
                   MOVE 49 TO PRTLEN
                   PERFORM PUTPRTLINE
               END-IF
           END-IF.

       CERTCHECKSURVIVORS.
           MOVE SPACES TO CERT-FIGNAME
           STRING 'ATTACKER SURVIVING ' DELIMITED BY SIZE
               UNITS (CERT-UIDX) DELIMITED BY '  '
               INTO CERT-FIGNAME
           MOVE CB-ATTKSURV (CERT-UIDX) TO CERT-BASEVAL
           MOVE RPT-ATTKSURV (CERT-UIDX) TO CERT-NEWVAL
           PERFORM CERTVALUEFIGURE
           MOVE SPACES TO CERT-FIGNAME
           STRING 'DEFENDER SURVIVING ' DELIMITED BY SIZE
               UNITS (CERT-UIDX) DELIMITED BY '  '
               INTO CERT-FIGNAME
           MOVE CB-DEFSURV (CERT-UIDX) TO CERT-BASEVAL
           MOVE RPT-DEFSURV (CERT-UIDX) TO CERT-NEWVAL
           PERFORM CERTVALUEFIGURE.

      * An outcome count may move by the tolerance in percentage
      * points of the battles the baseline fought.
       CERTCOUNTFIGURE.
           COMPUTE CERT-ALLOWED = CB-ROUNDS * CERT-RATETOL / 100
           PERFORM CERTCHECKFIGURE.

      * A cost or survivor figure may move by the tolerance in
      * percent of its baseline value, but at least by the one unit
      * it was rounded to.
       CERTVALUEFIGURE.
           COMPUTE CERT-ALLOWED = CERT-BASEVAL * CERT-FIGTOL / 100
           IF CERT-FIGTOL > 0 AND CERT-ALLOWED < 1
               MOVE 1 TO CERT-ALLOWED
           END-IF
           PERFORM CERTCHECKFIGURE.

      * The unsigned CERT-ABSDIFF takes the size of the difference.
       CERTCHECKFIGURE.
           ADD 1 TO CERT-FIGCOUNT
           COMPUTE CERT-DIFF = CERT-NEWVAL - CERT-BASEVAL
           MOVE CERT-DIFF TO CERT-ABSDIFF
           IF CERT-ABSDIFF > CERT-ALLOWED
               ADD 1 TO CERT-DRIFTCOUNT
               ADD 1 TO CERT-SCENDRIFT
               MOVE SPACES TO PRTLINE
               MOVE CERT-LABEL TO PRTLINE (1:20)
               MOVE CERT-FIGNAME TO PRTLINE (22:36)
               MOVE CERT-BASEVAL TO PRT-NUMDISP
               MOVE PRT-NUMDISP TO PRTLINE (59:9)
               MOVE CERT-NEWVAL TO PRT-NUMDISP
               MOVE PRT-NUMDISP TO PRTLINE (70:9)
               MOVE CERT-DIFF TO CERT-DIFFDISP
               MOVE CERT-DIFFDISP TO PRTLINE (81:10)
               MOVE CERT-ALLOWED TO PRT-NUMDISP
               MOVE PRT-NUMDISP TO PRTLINE (93:9)
               MOVE 101 TO PRTLEN
               PERFORM PUTPRTLINE
           END-IF.

      * A scenario on one side only is a drifted figure in itself.
       CERTMISSINGLINE.
           ADD 1 TO CERT-DRIFTCOUNT
           MOVE SPACES TO PRTLINE
           MOVE CERT-LABEL TO PRTLINE (1:20)
           MOVE CERT-FIGNAME TO PRTLINE (22:36)
           MOVE 57 TO PRTLEN
           PERFORM PUTPRTLINE.

       CERTUNMATCHED.
           IF CMP-MATCHED (CMP-IDX) NOT = 'Y'
               MOVE CMP-RECORD (CMP-IDX) (2:20) TO CERT-LABEL
               MOVE 'IN THE BASELINE BUT NOT IN THE RERUN'
                   TO CERT-FIGNAME
               PERFORM CERTMISSINGLINE
           END-IF.

       CERTSUMMARY.
           MOVE SPACES TO PRTLINE
           MOVE 1 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE 'SCENARIOS CHECKED' TO PRTLINE (1:17)
           MOVE CERT-SCENCOUNT TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (19:9)
           MOVE 'FIGURES CHECKED' TO PRTLINE (30:15)
           MOVE CERT-FIGCOUNT TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (46:9)
           MOVE 'FIGURES DRIFTED' TO PRTLINE (57:15)
           MOVE CERT-DRIFTCOUNT TO PRT-NUMDISP
           MOVE PRT-NUMDISP TO PRTLINE (73:9)
           MOVE 81 TO PRTLEN
           PERFORM PUTPRTLINE
           MOVE SPACES TO PRTLINE
           IF CERT-DRIFTCOUNT = 0
               MOVE 'PASS' TO JRN-CERTRESULT
               MOVE 'CERTIFICATE RESULT: PASS -- THIS BUILD REPRODUCES '
                   TO PRTLINE (1:50)
               MOVE 'THE BASELINE WITHIN TOLERANCE' TO PRTLINE (51:29)
               MOVE 79 TO PRTLEN
           ELSE
               MOVE 'FAIL' TO JRN-CERTRESULT
               MOVE 8 TO JOBSTEPRC
               MOVE 'CERTIFICATE RESULT: FAIL -- FIGURES HAVE DRIFTED '
                   TO PRTLINE (1:49)
               MOVE 'FROM THE BASELINE' TO PRTLINE (50:17)
               MOVE 66 TO PRTLEN
           END-IF
           PERFORM PUTPRTLINE.

      * Reruns a benchmark scenario file as the new expected answers.
      * An existing baseline lends its scenario file and seed as the
      * defaults, so a deliberate rules change is approved by
      * rerunning the same benchmark; replacing it needs a yes.  A
      * baseline must have a seed, or it could never be reproduced.
       APPROVEBASELINE.
           DISPLAY "ENTER BASELINE FILE TO WRITE"
           DISPLAY "> "
           ACCEPT CERT-BASEFILE
           MOVE 0 TO CERT-SEED
           MOVE SPACES TO CERT-SCENFILE
           SET CERT-OK-TRUE TO TRUE
           MOVE CERT-BASEFILE TO REPORTFILENAME
           OPEN INPUT REPORTFILE
           IF REPORTFILE-STATUS = "00"
               CLOSE REPORTFILE
               PERFORM CERTREADBASE
               IF CERT-OK-TRUE
                   DISPLAY "BASELINE " CERT-BASEFILE " WAS APPROVED "
                       CERT-BASEDATE " UNDER RULESET " CERT-RULESET
               END-IF
               DISPLAY "REPLACE IT WITH THE RESULTS OF THIS BUILD? "
                   "(Y/N)"
               DISPLAY "> "
               ACCEPT YNVAR
               IF YNVAL
                   SET CERT-OK-TRUE TO TRUE
               ELSE
                   SET CERT-OK-SWITCH TO 'N'
                   DISPLAY "BASELINE NOT CHANGED"
               END-IF
           END-IF
           IF CERT-OK-TRUE
               IF CERT-SCENFILE = SPACES
                   DISPLAY "ENTER BENCHMARK SCENARIO FILE"
               ELSE
                   DISPLAY "ENTER BENCHMARK SCENARIO FILE (BLANK FOR "
                       CERT-SCENFILE ")"
               END-IF
               DISPLAY "> "
               MOVE SPACES TO CERT-INPUT
               ACCEPT CERT-INPUT
               IF CERT-INPUT NOT = SPACES
                   MOVE CERT-INPUT TO CERT-SCENFILE
               END-IF
               IF CERT-SEED = 0
                   DISPLAY "ENTER BENCHMARK SEED"
               ELSE
                   DISPLAY "ENTER BENCHMARK SEED (BLANK FOR "
                       CERT-SEED ")"
               END-IF
               DISPLAY "> "
               MOVE SPACES TO SEEDINPUT
               ACCEPT SEEDINPUT
               IF SEEDINPUT = SPACES
                   MOVE CERT-SEED TO SEEDINPUT
               END-IF
               PERFORM APPLYSEED
               IF CERT-SCENFILE = SPACES OR NOT SEED-ON
                   DISPLAY "A BASELINE NEEDS A SCENARIO FILE AND A "
                       "NONZERO SEED; BASELINE NOT CHANGED"
               ELSE
                   IF CERT-SCENFILE = CERT-BASEFILE
                       DISPLAY "THE BASELINE MAY NOT BE WRITTEN OVER "
                           "ITS SCENARIO FILE; BASELINE NOT CHANGED"
                   ELSE
                       MOVE CERT-SCENFILE TO SCENARIOFILENAME
                       MOVE CERT-BASEFILE TO REPORTFILENAME
                       MOVE 0 TO JOBSTEPRC
                       SET CERT-RUN-TRUE TO TRUE
                       PERFORM RUNBATCHFILE
                       SET CERT-RUN-SWITCH TO 'N'
                       IF JOBSTEPRC = 0
                           DISPLAY "NEW BASELINE APPROVED IN "
                               CERT-BASEFILE
                           MOVE 'BASELINE' TO JRN-MODE
                           MOVE CERT-SCENFILE TO JRN-SCENFILE
                           MOVE SPACES TO JRN-LOGFILE
                           MOVE CERT-BASEFILE TO JRN-REPORTFILE
                           PERFORM WRITEJOURNALRECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Searches unit mixes costing at or under an IPC budget for the
      * composition that fares best against the current DEFENDING
      * ARMY: random greedy buys fill each candidate from the units
                    "NOTHING RUN"
            ELSE
                PERFORM ASKSEED
                PERFORM RUNPARAMSWEEP
            END-IF.

      * Runs the sweep with every parameter already set and the seed
      * applied.  A report file that will not open sets JOBSTEPRC to
      * 12; a range that never reaches the threshold is worth a
      * warning (4) to a job, though the report is complete.
       RUNPARAMSWEEP.
            OPEN OUTPUT REPORTFILE
            IF REPORTFILE-STATUS NOT = "00"
                DISPLAY "COULD NOT OPEN REPORT FILE"
                MOVE 12 TO JOBSTEPRC
            ELSE
                MOVE BATTLETYPE TO RPTCTL-HDRTYPE
      * Whole steps only: the truncated step count is fixed before
      * the battles-per-step multiply.  A precision run cannot know
      * its battle count in advance, so the header carries zero and
      * the trailer carries the real totals.
                IF PREC-ON
                    MOVE ZERO TO RPTCTL-HDRCOUNT
                ELSE
                    COMPUTE RPTCTL-HDRCOUNT =
                        (SWEEPTO - SWEEPFROM) / SWEEPSTEP
                    COMPUTE RPTCTL-HDRCOUNT =
                        (RPTCTL-HDRCOUNT + 1) * SWEEPBATTLES
                END-IF
                MOVE SPACES TO RPTCTL-HDRSCEN
                MOVE 0 TO RPTCTL-HDRSCENCTL
                PERFORM WRITERPTHEADER
                MOVE ATTACKARMY TO SAVEDATTACKARMY
                MOVE DEFENDARMY TO SAVEDDEFENDARMY
                SET BATTLELOG-SWITCH TO 'N'
                SET CHECKPOINT-SWITCH TO 'N'
                SET SWEEPFIRST-SWITCH TO 'N'
                PERFORM INITJOURNALTALLY
                PERFORM SWEEPONESTEP
                    VARYING SWEEPVAL FROM SWEEPFROM BY SWEEPSTEP
                    UNTIL SWEEPVAL > SWEEPTO
                MOVE SAVEDATTACKARMY TO ATTACKARMY
                MOVE SAVEDDEFENDARMY TO DEFENDARMY
                PERFORM WRITERPTTRAILER
                CLOSE REPORTFILE
                MOVE 'PARAMSWEEP' TO JRN-MODE
                MOVE SPACES TO JRN-SCENFILE
                MOVE SPACES TO JRN-LOGFILE
                MOVE REPORTFILENAME TO JRN-REPORTFILE
                PERFORM WRITEJOURNALRECORD
                IF SWEEPFIRST-SET
                    DISPLAY "FIRST TROOP COUNT AT OR ABOVE "
                        SWEEPTHRESH "% WIN RATE: " SWEEPFIRST
                ELSE
                    DISPLAY "NO TROOP COUNT IN THE RANGE "
                        "REACHED " SWEEPTHRESH "% WIN RATE"
                    IF JOBSTEPRC < 4
                        MOVE 4 TO JOBSTEPRC
                    END-IF
                END-IF
            END-IF.
            MOVE AVATTKCOST TO RPT-AVATTKCOST
            MOVE AVDEFCOST TO RPT-AVDEFCOST
            MOVE RANDOMSEED TO RPT-SEED
            MOVE BATTLETYPE TO RPT-BATTLETYPE
            PERFORM FILLRPTDISTFIELDS
            PERFORM FILLRPTSURVFIELDS
            ADD 1 TO RPTCTL-RECCOUNT
            ADD SIMBATTLEROUNDS TO RPTCTL-BATTLES
            ADD AVATTKCOST TO RPTCTL-COST
            ADD AVDEFCOST TO RPTCTL-COST
            MOVE RPT-LABEL TO CTLABEL
            WRITE REPORT-RECORD
            PERFORM WRITERPTPOWER
            PERFORM TALLYJOURNALRUN.

      * Campaign mode: the same attacking force fights a sequence of
            DISPLAY "> "
            ACCEPT CLEG-BATTLETYPE (CAMPLEGIDX)
            DISPLAY "ENTER THE DEFENDING ARMY FOR LEG " CAMPLEGIDX
            PERFORM GETFORCES
            PERFORM GETORDER
            MOVE 0 TO RETREATTROOPS IN ARMYINUSE
            MOVE 0 TO RETREATROUND IN ARMYINUSE
                MOVE ADV-APOL (ADVBEST) TO ADVRECA
                DISPLAY "RECOMMENDED ATTACKER POLICY: " ADVANAME
            END-IF.

      * The split-force planner: ATTACKARMY is the stack available
      * for the turn, and it is divided among 2-4 target territories
      * attacked at the same time, each with its own defender, battle
      * type and IPC value.  Every candidate plan deals the stack out
      * among the targets, fights each target through RUNONEBATTLE,
      * and scores the plan by expected territories taken (the sum of
      * the targets' win rates) and expected TUV swing (defender unit
      * value destroyed less attacker unit value lost, summed over
      * the targets).  The five best plans are shown and, when a plan
      * file is named, written to it.  Both armies are put back the
      * way they were afterward.
       SPLITPLANNER.
            DISPLAY "HOW MANY TARGET TERRITORIES (2-4)?"
            DISPLAY "> "
            ACCEPT SPLITTARGETS.
            IF SPLITTARGETS < 2 OR SPLITTARGETS > 4
                DISPLAY "TARGET COUNT MUST BE 2-4; NOTHING RUN"
            ELSE
                MOVE ATTACKARMY TO SAVEDATTACKARMY
                MOVE DEFENDARMY TO SAVEDDEFENDARMY
                PERFORM ENTERSPLITTARGET
                    VARYING SPLITTIDX FROM 1 BY 1
                    UNTIL SPLITTIDX > SPLITTARGETS
                DISPLAY "HOW MANY BATTLES PER TARGET "
                    "(0 TO RUN TO A TARGET PRECISION)?"
                DISPLAY "> "
                ACCEPT SPLITBATTLES
                SET PREC-SWITCH TO 'N'
                IF SPLITBATTLES = 0
                    PERFORM ASKPRECISION
                END-IF
                DISPLAY "HOW MANY CANDIDATE PLANS TO TRY?"
                DISPLAY "> "
                ACCEPT SPLITPLANS
                DISPLAY "ENTER PLAN REPORT FILE TO WRITE "
                    "(BLANK FOR SCREEN ONLY)"
                DISPLAY "> "
                MOVE SPACES TO PLANFILENAME
                ACCEPT PLANFILENAME
                IF SPLITPLANS = 0
                        OR (SPLITBATTLES = 0 AND NOT PREC-ON)
                    DISPLAY "BATTLES AND PLANS MUST BOTH BE NONZERO; "
                        "NOTHING RUN"
                ELSE
                    PERFORM RUNSPLITPLANNER
                END-IF
                MOVE SAVEDATTACKARMY TO ATTACKARMY
                MOVE SAVEDDEFENDARMY TO DEFENDARMY
            END-IF.

      * One target's defender is entered the way a campaign leg's
      * is: troops, technology, removal order and reinforcements,
      * no retreat policy.
       ENTERSPLITTARGET.
            DISPLAY "TARGET " SPLITTIDX
            DISPLAY "TERRITORY NAME"
            DISPLAY "> "
            MOVE SPACES TO STG-NAME (SPLITTIDX)
            ACCEPT STG-NAME (SPLITTIDX)
            DISPLAY "TERRITORY IPC VALUE"
            DISPLAY "> "
            ACCEPT STG-IPC (SPLITTIDX)
            DISPLAY "1. LAND BATTLE"
            DISPLAY "2. SEA BATTLE"
            DISPLAY "3. AMPHIBIOUS ASSAULT"
            DISPLAY "> "
            ACCEPT STG-BATTLETYPE (SPLITTIDX)
            DISPLAY "ENTER THE DEFENDING ARMY FOR TARGET " SPLITTIDX
            PERFORM GETFORCES
            PERFORM GETORDER
            MOVE 0 TO RETREATTROOPS IN ARMYINUSE
            MOVE 0 TO RETREATROUND IN ARMYINUSE
            PERFORM GETREINFORCE
            MOVE ARMYINUSE TO STG-DEFENDER (SPLITTIDX).

       RUNSPLITPLANNER.
            SET PLANOUT-SWITCH TO 'N'
            IF PLANFILENAME NOT = SPACES
                OPEN OUTPUT PLANFILE
                IF PLANFILE-STATUS NOT = "00"
                    DISPLAY "COULD NOT OPEN PLAN REPORT FILE; "
                        "SCREEN ONLY"
                ELSE
                    SET PLANOUT-ON TO TRUE
                END-IF
            END-IF
            PERFORM ASKSEED
            SET BATTLELOG-SWITCH TO 'N'
            SET CHECKPOINT-SWITCH TO 'N'
            SET SPLITTOPCOUNT TO 0
            PERFORM INITJOURNALTALLY
            PERFORM TRYONESPLITPLAN
                VARYING SPLITPIDX FROM 1 BY 1
                UNTIL SPLITPIDX > SPLITPLANS
            PERFORM PRINTSPLITRESULTS
            IF PLANOUT-ON
                CLOSE PLANFILE
                DISPLAY "PLAN REPORT WRITTEN TO " PLANFILENAME
            END-IF
            MOVE 'SPLITPLAN' TO JRN-MODE
            MOVE SPACES TO JRN-SCENFILE
            MOVE SPACES TO JRN-LOGFILE
            MOVE PLANFILENAME TO JRN-REPORTFILE
            PERFORM WRITEJOURNALRECORD.

       TRYONESPLITPLAN.
            PERFORM GENSPLITPLAN
            SET SPLITTAKEN TO 0
            SET SPLITSWING TO 0
            SET SPLITIPC TO 0
            PERFORM RUNSPLITTARGET
                VARYING SPLITTIDX FROM 1 BY 1
                UNTIL SPLITTIDX > SPLITTARGETS
            MOVE SPLITTAKEN TO SPLITTAKENDISP
            MOVE SPLITSWING TO SPLITSWINGDISP
            DISPLAY "PLAN " SPLITPIDX " OF " SPLITPLANS
                ": EXPECTED TERRITORIES " SPLITTAKENDISP
                " EXPECTED TUV SWING " SPLITSWINGDISP
            PERFORM RECORDTOPSPLITPLAN.

      * Each target gets a random weight of 1-9 for this plan, and
      * every troop in the pool goes to one of the targets it can
      * fight in (land units to land and amphibious battles, ships
      * and aircraft to sea and amphibious battles) with odds in
      * proportion to those weights.  AA guns never attack and troops
      * with no target they can fight in stay home.
       GENSPLITPLAN.
            PERFORM VARYING SPLITTIDX FROM 1 BY 1
                    UNTIL SPLITTIDX > SPLITTARGETS
                PERFORM GETDICEROLL
                COMPUTE STG-WEIGHT (SPLITTIDX) = RANDOMRAW * 9 + 1
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                    MOVE 0 TO STG-ALLOC (SPLITTIDX, IDX)
                END-PERFORM
            END-PERFORM
            PERFORM VARYING UNITID FROM 1 BY 1 UNTIL UNITID > 14
                MOVE 0 TO SPLITHOME (UNITID)
                PERFORM FINDSPLITELIGIBLE
                PERFORM DEALSPLITTROOP
                    VARYING SPLITTROOP FROM 1 BY 1
                    UNTIL SPLITTROOP >
                        TROOPS IN SAVEDATTACKARMY (UNITID)
            END-PERFORM.

      * Marks the targets the current UNITID can fight in and totals
      * their weights.
       FINDSPLITELIGIBLE.
            SET SPLITWSUM TO 0
            PERFORM VARYING SPLITTIDX FROM 1 BY 1
                    UNTIL SPLITTIDX > SPLITTARGETS
                MOVE 'N' TO STG-ELIG (SPLITTIDX)
                IF UNITID NOT = 4
                    IF (STG-BATTLETYPE (SPLITTIDX) = '1'
                            AND UNITID < 7)
                            OR (STG-BATTLETYPE (SPLITTIDX) = '2'
                                AND UNITID > 4)
                            OR STG-BATTLETYPE (SPLITTIDX) = '3'
                        MOVE 'Y' TO STG-ELIG (SPLITTIDX)
                        ADD STG-WEIGHT (SPLITTIDX) TO SPLITWSUM
                    END-IF
                END-IF
            END-PERFORM.

       DEALSPLITTROOP.
            IF SPLITWSUM = 0
                ADD 1 TO SPLITHOME (UNITID)
            ELSE
                PERFORM GETDICEROLL
                COMPUTE SPLITDRAW = RANDOMRAW * SPLITWSUM
                SET SPLITCUM TO 0
                SET SPLITPICK TO 0
                PERFORM VARYING SPLITTIDX FROM 1 BY 1
                        UNTIL SPLITTIDX > SPLITTARGETS
                    IF STG-ELIG (SPLITTIDX) = 'Y' AND SPLITPICK = 0
                        ADD STG-WEIGHT (SPLITTIDX) TO SPLITCUM
                        IF SPLITDRAW < SPLITCUM
                            MOVE SPLITTIDX TO SPLITPICK
                        END-IF
                    END-IF
                END-PERFORM
                ADD 1 TO STG-ALLOC (SPLITPICK, UNITID)
            END-IF.

      * A target left with no troops in this plan is simply not
      * attacked: no battles, no win, no cost.  Otherwise the pool's
      * technology, removal order and retreat policy go with the
      * troops; the pool's reinforcement schedule belongs to no one
      * target and is dropped.
       RUNSPLITTARGET.
            SET SPLITTROOPSUM TO 0
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                ADD STG-ALLOC (SPLITTIDX, IDX) TO SPLITTROOPSUM
            END-PERFORM
            MOVE 0 TO STG-WINRATE (SPLITTIDX)
            MOVE 0 TO STG-CAPRATE (SPLITTIDX)
            MOVE 0 TO STG-AVATTK (SPLITTIDX)
            MOVE 0 TO STG-AVDEF (SPLITTIDX)
            IF SPLITTROOPSUM > 0
                MOVE SAVEDATTACKARMY TO ARMYINUSE
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                    MOVE STG-ALLOC (SPLITTIDX, IDX)
                        TO TROOPS IN ARMYINUSE (IDX)
                END-PERFORM
                PERFORM VARYING RIDX FROM 1 BY 1 UNTIL RIDX > 5
                    MOVE 0 TO RF-UNIT IN ARMYINUSE (RIDX)
                    MOVE 0 TO RF-COUNT IN ARMYINUSE (RIDX)
                    MOVE 0 TO RF-ROUND IN ARMYINUSE (RIDX)
                END-PERFORM
                MOVE ARMYINUSE TO ATTACKARMY
                MOVE STG-DEFENDER (SPLITTIDX) TO DEFENDARMY
                MOVE STG-BATTLETYPE (SPLITTIDX) TO BATTLETYPE
                SET ATTKVICTORIES TO 0
                SET DEFVICTORIES TO 0
                SET STALEMATES TO 0
                SET ATTKRETREATS TO 0
                SET TOTALATTKCOST TO 0
                SET TOTALDEFCOST TO 0
                SET SPLITCAPTURED TO 0
                PERFORM INITDISTSTATS
                SET SPLITRUN-TRUE TO TRUE
                IF PREC-ON
                    PERFORM RUNTOPRECISION
                ELSE
                    MOVE SPLITBATTLES TO SIMBATTLEROUNDS
                    PERFORM RUNSPLITBATTLE VARYING BATTLENUM FROM 1 BY 1
                        UNTIL BATTLENUM > SIMBATTLEROUNDS
                END-IF
                SET SPLITRUN-SWITCH TO 'N'
                COMPUTE STG-WINRATE (SPLITTIDX) ROUNDED =
                    ATTKVICTORIES * 100 / SIMBATTLEROUNDS
                COMPUTE STG-CAPRATE (SPLITTIDX) ROUNDED =
                    SPLITCAPTURED * 100 / SIMBATTLEROUNDS
                COMPUTE STG-AVATTK (SPLITTIDX) ROUNDED =
                    TOTALATTKCOST / SIMBATTLEROUNDS
                COMPUTE STG-AVDEF (SPLITTIDX) ROUNDED =
                    TOTALDEFCOST / SIMBATTLEROUNDS
                COMPUTE SPLITTAKEN ROUNDED = SPLITTAKEN +
                    SPLITCAPTURED / SIMBATTLEROUNDS
                COMPUTE SPLITSWING ROUNDED = SPLITSWING +
                    (TOTALDEFCOST - TOTALATTKCOST) / SIMBATTLEROUNDS
                COMPUTE SPLITIPC ROUNDED = SPLITIPC +
                    SPLITCAPTURED * STG-IPC (SPLITTIDX)
                        / SIMBATTLEROUNDS
                PERFORM TALLYJOURNALRUN
            END-IF.

      * One battle against a target, counted as a capture when the
      * attacker wins and, on land, has a unit left that can occupy.
       RUNSPLITBATTLE.
            PERFORM RUNONEBATTLE
            IF SURVOUTCOME = 1
                SET SPLITLANDLEFT TO 0
                IF NOT SEA-TRUE
                    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
                        ADD TROOPS IN ATTACKWORK (IDX) TO SPLITLANDLEFT
                    END-PERFORM
                END-IF
                IF SEA-TRUE OR SPLITLANDLEFT > 0
                    ADD 1 TO SPLITCAPTURED
                END-IF
            END-IF.

      * Keeps the best five plans sorted by expected territories
      * taken, breaking ties toward the larger TUV swing.
       RECORDTOPSPLITPLAN.
            SET SPLITTOPIDX TO 0
            IF SPLITTOPCOUNT < 5
                ADD 1 TO SPLITTOPCOUNT
                SET SPLITTOPIDX TO SPLITTOPCOUNT
            ELSE
                IF SPLITTAKEN > SPTOP-TAKEN (5)
                        OR (SPLITTAKEN = SPTOP-TAKEN (5)
                            AND SPLITSWING > SPTOP-SWING (5))
                    SET SPLITTOPIDX TO 5
                END-IF
            END-IF
            IF SPLITTOPIDX > 0
                MOVE SPLITTAKEN TO SPTOP-TAKEN (SPLITTOPIDX)
                MOVE SPLITSWING TO SPTOP-SWING (SPLITTOPIDX)
                MOVE SPLITIPC TO SPTOP-IPC (SPLITTOPIDX)
                PERFORM VARYING SPLITTIDX FROM 1 BY 1
                        UNTIL SPLITTIDX > SPLITTARGETS
                    MOVE STG-WINRATE (SPLITTIDX)
                        TO SPTOP-WINRATE (SPLITTOPIDX, SPLITTIDX)
                    MOVE STG-CAPRATE (SPLITTIDX)
                        TO SPTOP-CAPRATE (SPLITTOPIDX, SPLITTIDX)
                    MOVE STG-AVATTK (SPLITTIDX)
                        TO SPTOP-AVATTK (SPLITTOPIDX, SPLITTIDX)
                    MOVE STG-AVDEF (SPLITTIDX)
                        TO SPTOP-AVDEF (SPLITTOPIDX, SPLITTIDX)
                    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                        MOVE STG-ALLOC (SPLITTIDX, IDX)
                            TO SPTOP-ALLOC (SPLITTOPIDX, SPLITTIDX, IDX)
                    END-PERFORM
                END-PERFORM
                PERFORM UNTIL SPLITTOPIDX = 1
                    OR SPTOP-TAKEN (SPLITTOPIDX - 1) > SPLITTAKEN
                    OR (SPTOP-TAKEN (SPLITTOPIDX - 1) = SPLITTAKEN
                        AND SPTOP-SWING (SPLITTOPIDX - 1)
                            >= SPLITSWING)
                    MOVE SPLITTOP-ENTRY (SPLITTOPIDX - 1)
                        TO SPLITTOP-TEMP
                    MOVE SPLITTOP-ENTRY (SPLITTOPIDX)
                        TO SPLITTOP-ENTRY (SPLITTOPIDX - 1)
                    MOVE SPLITTOP-TEMP TO SPLITTOP-ENTRY (SPLITTOPIDX)
                    SUBTRACT 1 FROM SPLITTOPIDX
                END-PERFORM
            END-IF.

      * One finished plan report line: shown on screen and, when a
      * plan file is open, written to it as well.
       PUTPLANLINE.
            DISPLAY PLANLINE (1:PLANLEN)
            IF PLANOUT-ON
                WRITE PLAN-LINE FROM PLANLINE
            END-IF.

       PRINTSPLITRESULTS.
            MOVE SPACES TO PLANLINE
            MOVE 'SPLIT-FORCE PLANS, BEST FIRST, FROM'
                TO PLANLINE (1:35)
            MOVE SPLITPLANS TO PLANLINE (37:5)
            MOVE 'CANDIDATES, RULESET' TO PLANLINE (43:19)
            MOVE RULE-NAME TO PLANLINE (63:20)
            MOVE 82 TO PLANLEN
            PERFORM PUTPLANLINE
            PERFORM PRINTSPLITPLAN
                VARYING SPLITSIDX FROM 1 BY 1
                UNTIL SPLITSIDX > SPLITTOPCOUNT
            MOVE SPACES TO PLANLINE
            MOVE 'UNITS NOT COMMITTED (NO TARGET THEY CAN FIGHT IN):'
                TO PLANLINE (1:51)
            MOVE 51 TO PLANLEN
            PERFORM PUTPLANLINE
            PERFORM VARYING UNITID FROM 1 BY 1 UNTIL UNITID > 14
                IF SPLITHOME (UNITID) > 0
                    MOVE SPACES TO PLANLINE
                    MOVE UNITS (UNITID) TO PLANLINE (6:17)
                    MOVE 'X' TO PLANLINE (24:1)
                    MOVE SPLITHOME (UNITID) TO PLANLINE (26:3)
                    MOVE 28 TO PLANLEN
                    PERFORM PUTPLANLINE
                END-IF
            END-PERFORM.

       PRINTSPLITPLAN.
            MOVE SPTOP-TAKEN (SPLITSIDX) TO SPLITTAKENDISP
            MOVE SPTOP-SWING (SPLITSIDX) TO SPLITSWINGDISP
            MOVE SPTOP-IPC (SPLITSIDX) TO SPLITIPCDISP
            MOVE SPACES TO PLANLINE
            MOVE SPLITSIDX TO PLANLINE (1:1)
            MOVE '. EXPECTED TERRITORIES' TO PLANLINE (2:22)
            MOVE SPLITTAKENDISP TO PLANLINE (25:4)
            MOVE 'TUV SWING' TO PLANLINE (31:9)
            MOVE SPLITSWINGDISP TO PLANLINE (41:11)
            MOVE 'IPC TAKEN' TO PLANLINE (54:9)
            MOVE SPLITIPCDISP TO PLANLINE (64:8)
            MOVE 71 TO PLANLEN
            PERFORM PUTPLANLINE
            PERFORM PRINTSPLITTARGET
                VARYING SPLITTIDX FROM 1 BY 1
                UNTIL SPLITTIDX > SPLITTARGETS.

       PRINTSPLITTARGET.
            MOVE SPACES TO PLANLINE
            MOVE STG-NAME (SPLITTIDX) TO PLANLINE (4:20)
            MOVE 'TYPE' TO PLANLINE (25:4)
            MOVE STG-BATTLETYPE (SPLITTIDX) TO PLANLINE (30:1)
            MOVE 'IPC' TO PLANLINE (32:3)
            MOVE STG-IPC (SPLITTIDX) TO PLANLINE (36:2)
            MOVE 'TAKEN' TO PLANLINE (39:5)
            MOVE SPTOP-CAPRATE (SPLITSIDX, SPLITTIDX) TO OPTRATEDISP
            MOVE OPTRATEDISP TO PLANLINE (45:6)
            MOVE '%' TO PLANLINE (51:1)
            MOVE 'WIN' TO PLANLINE (53:3)
            MOVE SPTOP-WINRATE (SPLITSIDX, SPLITTIDX) TO OPTRATEDISP
            MOVE OPTRATEDISP TO PLANLINE (57:6)
            MOVE '%' TO PLANLINE (63:1)
            MOVE 'AVG LOSS ATT' TO PLANLINE (65:12)
            MOVE SPTOP-AVATTK (SPLITSIDX, SPLITTIDX) TO PLANLINE (78:5)
            MOVE 'DEF' TO PLANLINE (84:3)
            MOVE SPTOP-AVDEF (SPLITSIDX, SPLITTIDX) TO PLANLINE (88:5)
            MOVE 92 TO PLANLEN
            PERFORM PUTPLANLINE
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                IF SPTOP-ALLOC (SPLITSIDX, SPLITTIDX, IDX) > 0
                    MOVE SPACES TO PLANLINE
                    MOVE UNITS (IDX) TO PLANLINE (6:17)
                    MOVE 'X' TO PLANLINE (24:1)
                    MOVE SPTOP-ALLOC (SPLITSIDX, SPLITTIDX, IDX)
                        TO PLANLINE (26:3)
                    MOVE 28 TO PLANLEN
                    PERFORM PUTPLANLINE
                END-IF
            END-PERFORM.

      * Hold-the-territory analysis: ATTACKARMY attacks DEFENDARMY as
      * usual, and every battle that takes the territory is followed
      * by the enemy's counterattack against what is left of the
      * attacker plus the friendly units that move in.  Roles are
      * reversed for the second battle -- the holding force defends
      * with the survivors' technology and its own removal order.
      * Both armies are put back the way they were afterward.
       HOLDANALYSIS.
            DISPLAY "FIRST-TURN ATTACK:"
            DISPLAY "1. LAND BATTLE"
            DISPLAY "2. SEA BATTLE"
            DISPLAY "3. AMPHIBIOUS ASSAULT"
            DISPLAY "> "
            ACCEPT HOLDTYPE.
            MOVE ATTACKARMY TO SAVEDATTACKARMY
            MOVE DEFENDARMY TO SAVEDDEFENDARMY
            DISPLAY "ENTER THE ENEMY COUNTERATTACK FORCE"
            PERFORM GETFORCES
            PERFORM GETORDER
            PERFORM GETRETREAT
            PERFORM VARYING RIDX FROM 1 BY 1 UNTIL RIDX > 5
                MOVE 0 TO RF-UNIT IN ARMYINUSE (RIDX)
                MOVE 0 TO RF-COUNT IN ARMYINUSE (RIDX)
                MOVE 0 TO RF-ROUND IN ARMYINUSE (RIDX)
            END-PERFORM
            MOVE ARMYINUSE TO HOLDCOUNTER
            DISPLAY "COUNTERATTACK:"
            DISPLAY "1. LAND BATTLE"
            DISPLAY "2. SEA BATTLE"
            DISPLAY "3. AMPHIBIOUS ASSAULT"
            DISPLAY "> "
            ACCEPT HOLDCTYPE
            IF (HOLDTYPE = '2' AND HOLDCTYPE NOT = '2')
                    OR (HOLDTYPE NOT = '2' AND HOLDCTYPE = '2')
                DISPLAY "A SEA ZONE CAN ONLY BE COUNTERATTACKED BY "
                    "SEA, A TERRITORY ONLY BY LAND OR AMPHIBIOUS "
                    "ASSAULT; "
                    "NOTHING RUN"
            ELSE
                PERFORM HOLDRUNTRIALS
            END-IF
            MOVE SAVEDATTACKARMY TO ATTACKARMY
            MOVE SAVEDDEFENDARMY TO DEFENDARMY.

      * The holding force is land units after a land or amphibious
      * first turn and ships after a sea one, so HOLDANALYSIS only
      * comes here with a counterattack of the matching kind.
       HOLDRUNTRIALS.
            DISPLAY "ENTER THE FRIENDLY UNITS MOVING IN TO REINFORCE"
            PERFORM GETUNITS
            DISPLAY "REMOVAL ORDER FOR THE HOLDING FORCE"
            PERFORM GETORDER
            MOVE 0 TO RETREATTROOPS IN ARMYINUSE
            MOVE 0 TO RETREATROUND IN ARMYINUSE
            PERFORM VARYING RIDX FROM 1 BY 1 UNTIL RIDX > 5
                MOVE 0 TO RF-UNIT IN ARMYINUSE (RIDX)
                MOVE 0 TO RF-COUNT IN ARMYINUSE (RIDX)
                MOVE 0 TO RF-ROUND IN ARMYINUSE (RIDX)
            END-PERFORM
            MOVE ARMYINUSE TO HOLDREINF
            DISPLAY "HOW MANY ATTACKS TO SIMULATE?"
            DISPLAY "> "
            ACCEPT SIMBATTLEROUNDS
            IF SIMBATTLEROUNDS = 0
                DISPLAY "ATTACK COUNT MUST BE NONZERO; NOTHING RUN"
            ELSE
                PERFORM ASKSEED
                SET BATTLELOG-SWITCH TO 'N'
                SET CHECKPOINT-SWITCH TO 'N'
                SET ATTKVICTORIES TO 0
                SET DEFVICTORIES TO 0
                SET STALEMATES TO 0
                SET ATTKRETREATS TO 0
                SET TOTALATTKCOST TO 0
                SET TOTALDEFCOST TO 0
                SET HOLDTAKEN TO 0
                SET HOLDHELD TO 0
                SET HOLDLOST TO 0
                SET HOLDCATTKCOST TO 0
                SET HOLDCDEFCOST TO 0
                PERFORM INITDISTSTATS
                PERFORM INITJOURNALTALLY
                PERFORM RUNHOLDTRIAL
                    VARYING BATTLENUM FROM 1 BY 1
                    UNTIL BATTLENUM > SIMBATTLEROUNDS
                PERFORM PRINTHOLDRESULTS
                PERFORM TALLYJOURNALRUN
                MOVE 'HOLDCHECK' TO JRN-MODE
                MOVE SPACES TO JRN-SCENFILE
                MOVE SPACES TO JRN-LOGFILE
                MOVE SPACES TO JRN-REPORTFILE
                PERFORM WRITEJOURNALRECORD
            END-IF.

      * A win on land only takes the territory if an infantry,
      * artillery or tank survives to move in; a cleared sea zone is
      * taken by whatever is left.
       RUNHOLDTRIAL.
            MOVE HOLDTYPE TO BATTLETYPE
            MOVE SAVEDATTACKARMY TO ATTACKARMY
            MOVE SAVEDDEFENDARMY TO DEFENDARMY
            PERFORM RUNONEBATTLE
            IF SURVOUTCOME = 1
                PERFORM BUILDHOLDARMY
                IF SEA-TRUE OR HOLDLANDLEFT > 0
                    ADD 1 TO HOLDTAKEN
                    PERFORM RUNHOLDCOUNTER
                END-IF
            END-IF.

      * The holding force, built in DEFENDARMY: the friendly units
      * moving in and their removal order, plus the surviving
      * attackers with the attacker's technology.  After a land or
      * amphibious battle only the land units stay -- aircraft
      * cannot land in a territory captured this turn and ships
      * remain at sea.
       BUILDHOLDARMY.
            MOVE HOLDREINF TO DEFENDARMY
            MOVE SPECIAL IN ATTACKWORK TO SPECIAL IN DEFENDARMY
            MOVE 'N' TO LEAVE1LAND IN DEFENDARMY
            SET HOLDLANDLEFT TO 0
            PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                IF SEA-TRUE OR IDX < 5
                    ADD TROOPS IN ATTACKWORK (IDX)
                        TO TROOPS IN DEFENDARMY (IDX)
                END-IF
                IF IDX < 4
                    ADD TROOPS IN ATTACKWORK (IDX) TO HOLDLANDLEFT
                END-IF
            END-PERFORM.
      * An allied attack holds with each power's own survivors; the
      * reinforcements join the lead power.
            MOVE CONTINGENTS IN ATTACKWORK TO CONTINGENTS IN DEFENDARMY.
            IF CT-ON IN DEFENDARMY AND NOT SEA-TRUE
                PERFORM VARYING CTIDX FROM 1 BY 1 UNTIL CTIDX > 3
                    PERFORM VARYING IDX FROM 5 BY 1 UNTIL IDX > 14
                        SET CT-TROOPS IN DEFENDARMY (CTIDX, IDX) TO 0
                    END-PERFORM
                END-PERFORM
            END-IF.

      * RUNONEBATTLE tallies the counterattack into the first-turn
      * counters as well, so those are saved and put back around it.
      * The territory is lost only if the counterattack wins
      * outright; a repulse, a retreat or a stalemate all hold it.
      * As on the first turn, a win on land only retakes it if an
      * infantry, artillery or tank survives to move in.
       RUNHOLDCOUNTER.
            MOVE ATTKVICTORIES TO HOLDSAVE-ATTKVICT
            MOVE DEFVICTORIES TO HOLDSAVE-DEFVICT
            MOVE STALEMATES TO HOLDSAVE-STALE
            MOVE ATTKRETREATS TO HOLDSAVE-RETREATS
            MOVE TOTALATTKCOST TO HOLDSAVE-ATTKCOST
            MOVE TOTALDEFCOST TO HOLDSAVE-DEFCOST
            MOVE HOLDCOUNTER TO ATTACKARMY
            MOVE HOLDCTYPE TO BATTLETYPE
            PERFORM RUNONEBATTLE
            ADD ATTKCOST TO HOLDCATTKCOST
            ADD DEFCOST TO HOLDCDEFCOST
            SET HOLDLANDLEFT TO 0
            IF SURVOUTCOME = 1 AND HOLDCTYPE NOT = '2'
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
                    ADD TROOPS IN ATTACKWORK (IDX) TO HOLDLANDLEFT
                END-PERFORM
            END-IF
            IF SURVOUTCOME = 1
                AND (HOLDCTYPE = '2' OR HOLDLANDLEFT > 0)
                ADD 1 TO HOLDLOST
            ELSE
                ADD 1 TO HOLDHELD
            END-IF
            MOVE HOLDSAVE-ATTKVICT TO ATTKVICTORIES
            MOVE HOLDSAVE-DEFVICT TO DEFVICTORIES
            MOVE HOLDSAVE-STALE TO STALEMATES
            MOVE HOLDSAVE-RETREATS TO ATTKRETREATS
            MOVE HOLDSAVE-ATTKCOST TO TOTALATTKCOST
            MOVE HOLDSAVE-DEFCOST TO TOTALDEFCOST
            MOVE HOLDTYPE TO BATTLETYPE.

      * Expected TUV is from the attacker's side over both turns:
      * what the first-turn defender and the counterattacker lost,
      * less what the attacker and the holding force lost, averaged
      * over every attack simulated (counterattack or not).
       PRINTHOLDRESULTS.
            DISPLAY "SIMULATED " SIMBATTLEROUNDS " ATTACKS"
            DISPLAY "ATTACKER WON " ATTKVICTORIES ", DEFENDER WON "
                DEFVICTORIES ", RETREATS " ATTKRETREATS
                ", STALEMATES " STALEMATES
            COMPUTE HOLDRATE ROUNDED =
                HOLDTAKEN * 100 / SIMBATTLEROUNDS
            MOVE HOLDRATE TO OPTRATEDISP
            DISPLAY "TERRITORY TAKEN " HOLDTAKEN " TIMES ("
                OPTRATEDISP "%)"
            COMPUTE HOLDRATE ROUNDED =
                HOLDHELD * 100 / SIMBATTLEROUNDS
            MOVE HOLDRATE TO OPTRATEDISP
            DISPLAY "TERRITORY HELD THROUGH THE COUNTERATTACK "
                HOLDHELD " TIMES (" OPTRATEDISP "%)"
            IF HOLDTAKEN > 0
                COMPUTE HOLDRATE ROUNDED =
                    HOLDHELD * 100 / HOLDTAKEN
                MOVE HOLDRATE TO OPTRATEDISP
                DISPLAY "  HELD IN " OPTRATEDISP
                    "% OF THE TIMES IT WAS TAKEN; RETAKEN "
                    HOLDLOST " TIMES"
            END-IF
            COMPUTE AVATTKCOST ROUNDED =
                TOTALATTKCOST / SIMBATTLEROUNDS
            COMPUTE AVDEFCOST ROUNDED =
                TOTALDEFCOST / SIMBATTLEROUNDS
            DISPLAY "AVERAGE ATTACKER COST PER ATTACK: " AVATTKCOST
            DISPLAY "AVERAGE DEFENDER COST PER ATTACK: " AVDEFCOST
            IF HOLDTAKEN > 0
                COMPUTE HOLDAVCOST ROUNDED =
                    HOLDCATTKCOST / HOLDTAKEN
                DISPLAY "AVERAGE COUNTERATTACKER COST PER "
                    "COUNTERATTACK: " HOLDAVCOST
                COMPUTE HOLDAVCOST ROUNDED =
                    HOLDCDEFCOST / HOLDTAKEN
                DISPLAY "AVERAGE HOLDING FORCE COST PER "
                    "COUNTERATTACK: " HOLDAVCOST
            END-IF
            COMPUTE HOLDTUV ROUNDED =
                (TOTALDEFCOST + HOLDCATTKCOST - TOTALATTKCOST
                    - HOLDCDEFCOST) / SIMBATTLEROUNDS
            MOVE HOLDTUV TO HOLDTUVDISP
            DISPLAY "EXPECTED TUV SWING OVER BOTH TURNS: "
                HOLDTUVDISP.

      * The nation ledger: each power's IPC income, treasury and the
      * units it has placed in each territory, kept in LEDGERFILE and
      * posted turn by turn -- purchases debited at what GETCOST
      * charges that nation, battle casualties taken off the
      * holdings from a simulated or entered outcome, and income
      * credited at the end of the turn with a statement per nation.
      * Every posting loads the whole ledger, changes it and writes
      * it back, the way the army library is maintained.
       LEDGERMENU.
           DISPLAY "0. GO BACK"
           DISPLAY "1. LIST NATIONS AND HOLDINGS"
           DISPLAY "2. ADD A NATION"
           DISPLAY "3. CHANGE A NATION'S INCOME OR TECHNOLOGY"
           DISPLAY "4. POST PURCHASES"
           DISPLAY "5. POST A BATTLE OUTCOME"
           DISPLAY "6. END TURN (CREDIT INCOME, PRINT STATEMENTS)"
           DISPLAY "> "
           ACCEPT LEDGCHOOSEVAR.

           EVALUATE LEDGCHOOSEVAR
              WHEN 1
                  PERFORM LISTLEDGER
              WHEN 2
                  PERFORM LEDGERADDNATION
              WHEN 3
                  PERFORM LEDGEREDITNATION
              WHEN 4
                  PERFORM LEDGERPURCHASE
              WHEN 5
                  PERFORM LEDGERBATTLE
              WHEN 6
                  PERFORM LEDGERENDTURN
           END-EVALUATE.

      * A ledger file that does not exist yet is just an empty
      * ledger, so only a nonzero nonmissing status is an error.
       LOADLEDGER.
           SET LGCOUNT TO 0.
           SET LGOK-SWITCH TO 'Y'.
           OPEN INPUT LEDGERFILE.
           IF LEDGERFILE-STATUS = "35"
               CONTINUE
           ELSE
               IF LEDGERFILE-STATUS NOT = "00"
                   DISPLAY "COULD NOT OPEN NATION LEDGER FILE"
                   SET LGOK-SWITCH TO 'N'
               ELSE
                   SET LG-EOF-SWITCH TO 'N'
                   PERFORM READLEDGERINTOTABLE UNTIL LG-EOF-TRUE
                   CLOSE LEDGERFILE
               END-IF
           END-IF.

      * A ledger too big for the table is refused outright: posting
      * against half of it and writing that back would lose the rest.
       READLEDGERINTOTABLE.
           READ LEDGERFILE
               AT END SET LG-EOF-TRUE TO TRUE
               NOT AT END
                   IF LGCOUNT >= 300
                       DISPLAY "NATION LEDGER IS FULL (300 RECORDS); "
                           "LEDGER NOT USED"
                       SET LGOK-SWITCH TO 'N'
                       SET LG-EOF-TRUE TO TRUE
                   ELSE
                       ADD 1 TO LGCOUNT
                       MOVE LEDGER-HOLDING TO LG-ENTRY (LGCOUNT)
                   END-IF
           END-READ.

      * Holdings left with no troops at all are dropped as the
      * ledger is written back.
       SAVELEDGER.
           OPEN OUTPUT LEDGERFILE.
           IF LEDGERFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN NATION LEDGER FILE FOR WRITING"
           ELSE
               PERFORM VARYING LGIDX FROM 1 BY 1
                       UNTIL LGIDX > LGCOUNT
                   MOVE LG-ENTRY (LGIDX) TO LEDGER-HOLDING
                   SET LGVALID-SWITCH TO 'Y'
                   IF LGP-RECTYPE = 'P'
                       SET LGVALID-SWITCH TO 'N'
                       PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                           IF LGP-TROOPS (IDX) > 0
                               SET LGVALID-TRUE TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
                   IF LGVALID-TRUE
                       WRITE LEDGER-HOLDING
                   END-IF
               END-PERFORM
               CLOSE LEDGERFILE
           END-IF.

      * Searches the loaded ledger for nation LGNATION-WANTED; LGFOUND
      * comes back as the entry number, or zero when it is not there.
       FINDLEDGERNATION.
           SET LGFOUND TO 0.
           PERFORM VARYING LGIDX FROM 1 BY 1 UNTIL LGIDX > LGCOUNT
               MOVE LG-ENTRY (LGIDX) TO LEDGER-NATION
               IF LGN-RECTYPE = 'N' AND LGN-NATION = LGNATION-WANTED
                   MOVE LGIDX TO LGFOUND
                   MOVE LGCOUNT TO LGIDX
               END-IF
           END-PERFORM.

      * The same for the holding of LGNATION-WANTED in LGTERR-WANTED.
       FINDLEDGERHOLDING.
           SET LGFOUND TO 0.
           PERFORM VARYING LGIDX FROM 1 BY 1 UNTIL LGIDX > LGCOUNT
               MOVE LG-ENTRY (LGIDX) TO LEDGER-HOLDING
               IF LGP-RECTYPE = 'P' AND LGP-NATION = LGNATION-WANTED
                       AND LGP-TERRITORY = LGTERR-WANTED
                   MOVE LGIDX TO LGFOUND
                   MOVE LGCOUNT TO LGIDX
               END-IF
           END-PERFORM.

       ASKLEDGERNATION.
           DISPLAY "ENTER NATION NAME"
           DISPLAY "> "
           MOVE SPACES TO LGNATION-WANTED
           ACCEPT LGNATION-WANTED.

       ASKLEDGERTERRITORY.
           DISPLAY "ENTER TERRITORY NAME"
           DISPLAY "> "
           MOVE SPACES TO LGTERR-WANTED
           ACCEPT LGTERR-WANTED.

      * Each nation with its money and technology, then every
      * territory it holds units in, with the troops there and their
      * value at that nation's costs.
       LISTLEDGER.
           PERFORM LOADLEDGER.
           IF LGCOUNT = 0
               DISPLAY "NATION LEDGER IS EMPTY"
           ELSE
               PERFORM VARYING LGJDX FROM 1 BY 1 UNTIL LGJDX > LGCOUNT
                   MOVE LG-ENTRY (LGJDX) TO LEDGER-NATION
                   IF LGN-RECTYPE = 'N'
                       DISPLAY LGN-NATION " TURN " LGN-TURN
                           " INCOME " LGN-INCOME
                           " TREASURY " LGN-TREASURY
                       MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
                       MOVE 'N' TO CT-SWITCH IN ARMYINUSE
                       MOVE LGN-NATION TO LGNATION-WANTED
                       PERFORM LISTLEDGERHOLDING
                           VARYING LGIDX FROM 1 BY 1
                           UNTIL LGIDX > LGCOUNT
                   END-IF
               END-PERFORM
           END-IF.

       LISTLEDGERHOLDING.
           MOVE LG-ENTRY (LGIDX) TO LEDGER-HOLDING
           IF LGP-RECTYPE = 'P' AND LGP-NATION = LGNATION-WANTED
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                   MOVE LGP-TROOPS (IDX) TO TROOPS IN ARMYINUSE (IDX)
               END-PERFORM
               PERFORM CALCULATECOST
               DISPLAY "   " LGP-TERRITORY " VALUE " SUMCOST " IPC"
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                   IF LGP-TROOPS (IDX) > 0
                       DISPLAY "      " UNITS (IDX) " X "
                           LGP-TROOPS (IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * A nation's technology is entered the same way an army's is,
      * and goes with its units into every battle posted against the
      * ledger.
       LEDGERADDNATION.
           PERFORM LOADLEDGER.
           IF LGOK-TRUE
               PERFORM ASKLEDGERNATION
               PERFORM FINDLEDGERNATION
               IF LGNATION-WANTED = SPACES OR LGFOUND > 0
                   DISPLAY "NATION NAME IS BLANK OR ALREADY IN THE "
                       "LEDGER"
               ELSE
                   IF LGCOUNT >= 300
                       DISPLAY "NATION LEDGER IS FULL (300 RECORDS)"
                   ELSE
                       MOVE SPACES TO LEDGER-NATION
                       MOVE 'N' TO LGN-RECTYPE
                       MOVE LGNATION-WANTED TO LGN-NATION
                       DISPLAY "IPC INCOME PER TURN"
                       DISPLAY "> "
                       ACCEPT LGN-INCOME
                       DISPLAY "STARTING TREASURY"
                       DISPLAY "> "
                       ACCEPT LGN-TREASURY
                       PERFORM GETSPECIAL
                       MOVE SPECIAL IN ARMYINUSE TO LGN-TECH
                       MOVE 1 TO LGN-TURN
                       MOVE LGN-TREASURY TO LGN-OPENBAL
                       MOVE 0 TO LGN-SPENT
                       MOVE 0 TO LGN-LOSTVALUE
                       MOVE 0 TO LGN-KILLVALUE
                       ADD 1 TO LGCOUNT
                       MOVE LEDGER-NATION TO LG-ENTRY (LGCOUNT)
                       PERFORM SAVELEDGER
                       DISPLAY "NATION ADDED TO LEDGER"
                   END-IF
               END-IF
           END-IF.

      * Income changes as territories change hands, and technology
      * as research succeeds; the treasury itself only moves through
      * postings.
       LEDGEREDITNATION.
           PERFORM LOADLEDGER.
           IF LGOK-TRUE
               PERFORM ASKLEDGERNATION
               PERFORM FINDLEDGERNATION
               IF LGFOUND = 0
                   DISPLAY "NO NATION BY THAT NAME IN THE LEDGER"
               ELSE
                   MOVE LG-ENTRY (LGFOUND) TO LEDGER-NATION
                   DISPLAY "IPC INCOME PER TURN (NOW " LGN-INCOME ")"
                   DISPLAY "> "
                   ACCEPT LGN-INCOME
                   DISPLAY "RE-ENTER TECHNOLOGY? (Y/N)"
                   DISPLAY "> "
                   ACCEPT YNVAR
                   IF YNVAL
                       PERFORM GETSPECIAL
                       MOVE SPECIAL IN ARMYINUSE TO LGN-TECH
                   END-IF
                   MOVE LEDGER-NATION TO LG-ENTRY (LGFOUND)
                   PERFORM SAVELEDGER
                   DISPLAY "NATION UPDATED"
               END-IF
           END-IF.

      * Purchases are priced through GETCOST with the buying nation's
      * technology on ARMYINUSE, so Improved Shipyards is charged the
      * discounted naval cost.  A purchase the treasury cannot cover
      * is refused whole.
       LEDGERPURCHASE.
           PERFORM LOADLEDGER.
           IF LGOK-TRUE
               PERFORM ASKLEDGERNATION
               PERFORM FINDLEDGERNATION
               IF LGFOUND = 0
                   DISPLAY "NO NATION BY THAT NAME IN THE LEDGER"
               ELSE
                   MOVE LGFOUND TO LGNA
                   DISPLAY "TERRITORY TO PLACE THE NEW UNITS IN"
                   PERFORM ASKLEDGERTERRITORY
                   MOVE LG-ENTRY (LGNA) TO LEDGER-NATION
                   MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
                   MOVE 'N' TO CT-SWITCH IN ARMYINUSE
                   PERFORM GETUNITS
                   PERFORM CALCULATECOST
                   IF SUMCOST > LGN-TREASURY
                       DISPLAY "PURCHASE COSTS " SUMCOST
                           " IPC; TREASURY HOLDS ONLY " LGN-TREASURY
                           "; NOTHING POSTED"
                   ELSE
                       IF SUMCOST = 0
                           DISPLAY "NOTHING PURCHASED"
                       ELSE
                           PERFORM POSTLEDGERPURCHASE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POSTLEDGERPURCHASE.
           PERFORM FINDLEDGERHOLDING
           IF LGFOUND = 0 AND LGCOUNT >= 300
               DISPLAY "NATION LEDGER IS FULL (300 RECORDS); "
                   "NOTHING POSTED"
           ELSE
               IF LGFOUND = 0
                   ADD 1 TO LGCOUNT
                   MOVE LGCOUNT TO LGFOUND
                   MOVE SPACES TO LEDGER-HOLDING
                   MOVE 'P' TO LGP-RECTYPE
                   MOVE LGNATION-WANTED TO LGP-NATION
                   MOVE LGTERR-WANTED TO LGP-TERRITORY
                   PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                       MOVE 0 TO LGP-TROOPS (IDX)
                   END-PERFORM
               ELSE
                   MOVE LG-ENTRY (LGFOUND) TO LEDGER-HOLDING
               END-IF
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                   ADD TROOPS IN ARMYINUSE (IDX) TO LGP-TROOPS (IDX)
               END-PERFORM
               MOVE LEDGER-HOLDING TO LG-ENTRY (LGFOUND)
               MOVE LG-ENTRY (LGNA) TO LEDGER-NATION
               SUBTRACT SUMCOST FROM LGN-TREASURY
               ADD SUMCOST TO LGN-SPENT
               MOVE LEDGER-NATION TO LG-ENTRY (LGNA)
               DISPLAY "PURCHASE OF " SUMCOST " IPC POSTED; TREASURY "
                   "NOW " LGN-TREASURY
               PERFORM SAVELEDGER
           END-IF.

      * A battle between two nations' holdings.  The attacker commits
      * some or all of the units in its holding, the defender defends
      * with everything in its holding, each side fighting with its
      * nation's technology.  The outcome is either simulated now
      * (one battle through RUNONEBATTLE) or entered from the game
      * table, and once confirmed the survivors replace the troops
      * that fought.  The value of units lost on each side, at that
      * side's own costs, goes on both nations' turn totals.  The
      * current attacking and defending armies are put back the way
      * they were afterward.
       LEDGERBATTLE.
           PERFORM LOADLEDGER.
           IF LGOK-TRUE
               SET LGVALID-SWITCH TO 'N'
               DISPLAY "ATTACKING NATION AND THE TERRITORY IT "
                   "ATTACKS FROM"
               PERFORM ASKLEDGERNATION
               PERFORM ASKLEDGERTERRITORY
               PERFORM FINDLEDGERNATION
               MOVE LGFOUND TO LGNA
               PERFORM FINDLEDGERHOLDING
               MOVE LGFOUND TO LGPA
               DISPLAY "DEFENDING NATION AND THE TERRITORY ATTACKED"
               PERFORM ASKLEDGERNATION
               PERFORM ASKLEDGERTERRITORY
               PERFORM FINDLEDGERNATION
               MOVE LGFOUND TO LGND
               PERFORM FINDLEDGERHOLDING
               MOVE LGFOUND TO LGPD
               IF LGNA = 0 OR LGPA = 0 OR LGND = 0 OR LGPD = 0
                   DISPLAY "BOTH NATIONS AND BOTH HOLDINGS MUST BE "
                       "IN THE LEDGER; NOTHING POSTED"
               ELSE
                   IF LGNA = LGND
                       DISPLAY "A NATION CANNOT ATTACK ITSELF; "
                           "NOTHING POSTED"
                   ELSE
                       MOVE ATTACKARMY TO SAVEDATTACKARMY
                       MOVE DEFENDARMY TO SAVEDDEFENDARMY
                       PERFORM LEDGERBATTLESETUP
                       IF MISC = 0
                           DISPLAY "NO UNITS ATTACK"
                       ELSE
                           DISPLAY "1. SIMULATE THE BATTLE"
                           DISPLAY "2. ENTER THE SURVIVORS FROM THE "
                               "TABLE"
                           DISPLAY "> "
                           ACCEPT CHOOSEVAR
                           EVALUATE CHOOSEVAR
                               WHEN 1
                                   PERFORM LEDGERSIMOUTCOME
                               WHEN 2
                                   PERFORM LEDGERENTEROUTCOME
                           END-EVALUATE
                       END-IF
                       IF LGVALID-TRUE
                           PERFORM LEDGERPOSTOUTCOME
                       ELSE
                           DISPLAY "NOTHING POSTED"
                       END-IF
                       MOVE SAVEDATTACKARMY TO ATTACKARMY
                       MOVE SAVEDDEFENDARMY TO DEFENDARMY
                   END-IF
               END-IF
           END-IF.

      * Builds the two sides in ATTACKARMY and DEFENDARMY from the
      * holdings and the nations' technology, and keeps the troop
      * counts that went in.  Neither side retreats or is
      * reinforced.
       LEDGERBATTLESETUP.
           MOVE LG-ENTRY (LGNA) TO LEDGER-NATION
           MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
           MOVE 'N' TO CT-SWITCH IN ARMYINUSE
           MOVE LG-ENTRY (LGPA) TO LEDGER-HOLDING
           DISPLAY "HOW MANY OF EACH UNIT IN " LGP-TERRITORY
               " ATTACK?"
           SET MISC TO 0
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE 0 TO TROOPS IN ARMYINUSE (IDX)
               MOVE LGP-TROOPS (IDX) TO LGLIMIT
               IF LGLIMIT > 0
                   SET LGVALID-SWITCH TO 'N'
                   PERFORM ASKLEDGERATTACKER UNTIL LGVALID-TRUE
               END-IF
               MOVE TROOPS IN ARMYINUSE (IDX) TO LGPRE-ATTK (IDX)
               ADD LGPRE-ATTK (IDX) TO MISC
           END-PERFORM
           DISPLAY "REMOVAL ORDER FOR THE ATTACKER"
           PERFORM GETORDER
           PERFORM LEDGERCLEARPOLICIES
           MOVE ARMYINUSE TO ATTACKARMY
           MOVE LG-ENTRY (LGND) TO LEDGER-NATION
           MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
           MOVE 'N' TO CT-SWITCH IN ARMYINUSE
           MOVE LG-ENTRY (LGPD) TO LEDGER-HOLDING
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGP-TROOPS (IDX) TO TROOPS IN ARMYINUSE (IDX)
               MOVE LGP-TROOPS (IDX) TO LGPRE-DEF (IDX)
           END-PERFORM
           DISPLAY "REMOVAL ORDER FOR THE DEFENDER"
           PERFORM GETORDER
           PERFORM LEDGERCLEARPOLICIES
           MOVE ARMYINUSE TO DEFENDARMY
           SET LGVALID-SWITCH TO 'N'.

       ASKLEDGERATTACKER.
           DISPLAY UNITS (IDX) " (OF " LGLIMIT ")"
           DISPLAY "> "
           ACCEPT TROOPS IN ARMYINUSE (IDX)
           IF TROOPS IN ARMYINUSE (IDX) > LGLIMIT
               DISPLAY "ONLY " LGLIMIT " IN THE HOLDING"
           ELSE
               SET LGVALID-TRUE TO TRUE
           END-IF.

       LEDGERCLEARPOLICIES.
           MOVE 0 TO RETREATTROOPS IN ARMYINUSE
           MOVE 0 TO RETREATROUND IN ARMYINUSE
           PERFORM VARYING RIDX FROM 1 BY 1 UNTIL RIDX > 5
               MOVE 0 TO RF-UNIT IN ARMYINUSE (RIDX)
               MOVE 0 TO RF-COUNT IN ARMYINUSE (RIDX)
               MOVE 0 TO RF-ROUND IN ARMYINUSE (RIDX)
           END-PERFORM.

      * One battle, fought the same way every simulation mode fights
      * one, shown in full before the operator decides whether it is
      * the outcome to post.  The run is journaled either way.
       LEDGERSIMOUTCOME.
           DISPLAY "1. LAND BATTLE"
           DISPLAY "2. SEA BATTLE"
           DISPLAY "3. AMPHIBIOUS ASSAULT"
           DISPLAY "> "
           ACCEPT BATTLETYPE
           PERFORM ASKSEED
           SET BATTLELOG-SWITCH TO 'N'
           SET CHECKPOINT-SWITCH TO 'N'
           SET ATTKVICTORIES TO 0
           SET DEFVICTORIES TO 0
           SET STALEMATES TO 0
           SET ATTKRETREATS TO 0
           SET TOTALATTKCOST TO 0
           SET TOTALDEFCOST TO 0
           SET SIMBATTLEROUNDS TO 1
           PERFORM INITDISTSTATS
           PERFORM INITJOURNALTALLY
           SET BATTLENUM TO 1
           PERFORM RUNONEBATTLE
           EVALUATE SURVOUTCOME
               WHEN 1
                   DISPLAY "ATTACKER WON"
               WHEN 2
                   DISPLAY "DEFENDER WON"
               WHEN 3
                   DISPLAY "STALEMATE"
               WHEN 4
                   DISPLAY "ATTACKER RETREATED"
           END-EVALUATE
           DISPLAY "ATTACKER LOST " ATTKCOST " IPC, DEFENDER LOST "
               DEFCOST " IPC"
           DISPLAY "SURVIVORS (ATTACKER / DEFENDER):"
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE TROOPS IN ATTACKWORK (IDX) TO LGSURV-ATTK (IDX)
               MOVE TROOPS IN DEFENDWORK (IDX) TO LGSURV-DEF (IDX)
               IF LGSURV-ATTK (IDX) > 0 OR LGSURV-DEF (IDX) > 0
                   DISPLAY "   " UNITS (IDX) " " LGSURV-ATTK (IDX)
                       " / " LGSURV-DEF (IDX)
               END-IF
           END-PERFORM
           PERFORM TALLYJOURNALRUN
           MOVE 'LEDGERPOST' TO JRN-MODE
           MOVE SPACES TO JRN-SCENFILE
           MOVE SPACES TO JRN-LOGFILE
           MOVE LEDGERFILENAME TO JRN-REPORTFILE
           PERFORM WRITEJOURNALRECORD
           DISPLAY "POST THIS OUTCOME TO THE LEDGER? (Y/N)"
           DISPLAY "> "
           ACCEPT YNVAR
           IF YNVAL
               SET LGVALID-TRUE TO TRUE
           END-IF.

      * Survivors as counted at the table.  No unit type can come out
      * with more than went in, except that a damaged (1HP) carrier
      * or battleship may also be a 2HP one that took a hit, so long
      * as that one was not already counted as a 2HP survivor.
       LEDGERENTEROUTCOME.
           DISPLAY "ENTER THE ATTACKER'S SURVIVORS"
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGPRE-ATTK (IDX) TO LGHOLD-TROOPS (IDX)
           END-PERFORM
           PERFORM ENTERLEDGERSURVIVOR VARYING UNITID FROM 1 BY 1
               UNTIL UNITID > 14
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE TROOPS IN ARMYINUSE (IDX) TO LGSURV-ATTK (IDX)
           END-PERFORM
           DISPLAY "ENTER THE DEFENDER'S SURVIVORS"
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGPRE-DEF (IDX) TO LGHOLD-TROOPS (IDX)
           END-PERFORM
           PERFORM ENTERLEDGERSURVIVOR VARYING UNITID FROM 1 BY 1
               UNTIL UNITID > 14
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE TROOPS IN ARMYINUSE (IDX) TO LGSURV-DEF (IDX)
           END-PERFORM
           SET LGVALID-TRUE TO TRUE.

       ENTERLEDGERSURVIVOR.
           MOVE LGHOLD-TROOPS (UNITID) TO LGLIMIT
           IF (UNITID = 12 OR UNITID = 14) AND RULE-TWOHITSHIPS-ON
               ADD LGHOLD-TROOPS (UNITID - 1) TO LGLIMIT
               SUBTRACT TROOPS IN ARMYINUSE (UNITID - 1) FROM LGLIMIT
           END-IF
           MOVE 0 TO TROOPS IN ARMYINUSE (UNITID)
           IF LGLIMIT > 0
               SET LGVALID-SWITCH TO 'N'
               PERFORM ASKLEDGERSURVIVOR UNTIL LGVALID-TRUE
           END-IF.

       ASKLEDGERSURVIVOR.
           DISPLAY "HOW MANY " UNITS (UNITID) " SURVIVED (AT MOST "
               LGLIMIT ")?"
           DISPLAY "> "
           ACCEPT TROOPS IN ARMYINUSE (UNITID)
           IF TROOPS IN ARMYINUSE (UNITID) > LGLIMIT
               DISPLAY "NO MORE THAN " LGLIMIT " CAN HAVE SURVIVED"
           ELSE
               SET LGVALID-TRUE TO TRUE
           END-IF.

      * The attacker's holding keeps whatever did not attack plus the
      * survivors; the defender's holding is its survivors.  Losses
      * are valued before and after at each nation's own costs.
       LEDGERPOSTOUTCOME.
           MOVE LG-ENTRY (LGNA) TO LEDGER-NATION
           MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
           MOVE 'N' TO CT-SWITCH IN ARMYINUSE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGPRE-ATTK (IDX) TO TROOPS IN ARMYINUSE (IDX)
           END-PERFORM
           PERFORM CALCULATECOST
           MOVE SUMCOST TO LGATTKLOST
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGSURV-ATTK (IDX) TO TROOPS IN ARMYINUSE (IDX)
           END-PERFORM
           PERFORM CALCULATECOST
           IF SUMCOST < LGATTKLOST
               SUBTRACT SUMCOST FROM LGATTKLOST
           ELSE
               MOVE 0 TO LGATTKLOST
           END-IF
           MOVE LG-ENTRY (LGND) TO LEDGER-NATION
           MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
           MOVE 'N' TO CT-SWITCH IN ARMYINUSE
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGPRE-DEF (IDX) TO TROOPS IN ARMYINUSE (IDX)
           END-PERFORM
           PERFORM CALCULATECOST
           MOVE SUMCOST TO LGDEFLOST
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGSURV-DEF (IDX) TO TROOPS IN ARMYINUSE (IDX)
           END-PERFORM
           PERFORM CALCULATECOST
           IF SUMCOST < LGDEFLOST
               SUBTRACT SUMCOST FROM LGDEFLOST
           ELSE
               MOVE 0 TO LGDEFLOST
           END-IF
           MOVE LG-ENTRY (LGPA) TO LEDGER-HOLDING
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               COMPUTE LGP-TROOPS (IDX) = LGP-TROOPS (IDX)
                   - LGPRE-ATTK (IDX) + LGSURV-ATTK (IDX)
           END-PERFORM
           MOVE LEDGER-HOLDING TO LG-ENTRY (LGPA)
           MOVE LG-ENTRY (LGPD) TO LEDGER-HOLDING
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
               MOVE LGSURV-DEF (IDX) TO LGP-TROOPS (IDX)
           END-PERFORM
           MOVE LEDGER-HOLDING TO LG-ENTRY (LGPD)
           MOVE LG-ENTRY (LGNA) TO LEDGER-NATION
           ADD LGATTKLOST TO LGN-LOSTVALUE
           ADD LGDEFLOST TO LGN-KILLVALUE
           MOVE LEDGER-NATION TO LG-ENTRY (LGNA)
           MOVE LG-ENTRY (LGND) TO LEDGER-NATION
           ADD LGDEFLOST TO LGN-LOSTVALUE
           ADD LGATTKLOST TO LGN-KILLVALUE
           MOVE LEDGER-NATION TO LG-ENTRY (LGND)
           PERFORM SAVELEDGER
           DISPLAY "OUTCOME POSTED: ATTACKER LOST " LGATTKLOST
               " IPC, DEFENDER LOST " LGDEFLOST " IPC".

      * End of turn: every nation is credited its income, its
      * statement is printed (and written to the statement file when
      * one is named), its turn totals are reset and its turn number
      * moves on.  Damaged carriers and battleships are repaired
      * between turns.
       LEDGERENDTURN.
           PERFORM LOADLEDGER.
           IF LGOK-TRUE
               IF LGCOUNT = 0
                   DISPLAY "NATION LEDGER IS EMPTY"
               ELSE
                   DISPLAY "ENTER STATEMENT FILE TO WRITE "
                       "(BLANK FOR SCREEN ONLY)"
                   DISPLAY "> "
                   MOVE SPACES TO STMTFILENAME
                   ACCEPT STMTFILENAME
                   SET STMTOUT-SWITCH TO 'N'
                   IF STMTFILENAME NOT = SPACES
                       OPEN OUTPUT STMTFILE
                       IF STMTFILE-STATUS NOT = "00"
                           DISPLAY "COULD NOT OPEN STATEMENT FILE; "
                               "SCREEN ONLY"
                       ELSE
                           SET STMTOUT-ON TO TRUE
                       END-IF
                   END-IF
                   ACCEPT RUNDATE FROM DATE YYYYMMDD
                   PERFORM ENDTURNNATION
                       VARYING LGJDX FROM 1 BY 1
                       UNTIL LGJDX > LGCOUNT
                   IF RULE-TWOHITSHIPS-ON
                       PERFORM REPAIRLEDGERSHIPS
                           VARYING LGJDX FROM 1 BY 1
                           UNTIL LGJDX > LGCOUNT
                   END-IF
                   PERFORM SAVELEDGER
                   IF STMTOUT-ON
                       CLOSE STMTFILE
                       DISPLAY "STATEMENTS WRITTEN TO " STMTFILENAME
                   END-IF
               END-IF
           END-IF.

       ENDTURNNATION.
           MOVE LG-ENTRY (LGJDX) TO LEDGER-NATION
           IF LGN-RECTYPE = 'N'
               IF LGN-TREASURY + LGN-INCOME > 99999
                   MOVE 99999 TO LGN-TREASURY
               ELSE
                   ADD LGN-INCOME TO LGN-TREASURY
               END-IF
               MOVE LEDGER-NATION TO LG-ENTRY (LGJDX)
               PERFORM PRINTNATIONSTATEMENT
               MOVE LG-ENTRY (LGJDX) TO LEDGER-NATION
               ADD 1 TO LGN-TURN
               MOVE LGN-TREASURY TO LGN-OPENBAL
               MOVE 0 TO LGN-SPENT
               MOVE 0 TO LGN-LOSTVALUE
               MOVE 0 TO LGN-KILLVALUE
               MOVE LEDGER-NATION TO LG-ENTRY (LGJDX)
           END-IF.

       REPAIRLEDGERSHIPS.
           MOVE LG-ENTRY (LGJDX) TO LEDGER-HOLDING
           IF LGP-RECTYPE = 'P'
               ADD LGP-TROOPS (12) TO LGP-TROOPS (11)
               MOVE 0 TO LGP-TROOPS (12)
               ADD LGP-TROOPS (14) TO LGP-TROOPS (13)
               MOVE 0 TO LGP-TROOPS (14)
               MOVE LEDGER-HOLDING TO LG-ENTRY (LGJDX)
           END-IF.

      * One finished statement line: shown on screen and, when a
      * statement file is open, written to it as well.
       PUTSTMTLINE.
           DISPLAY STMTLINE (1:STMTLEN)
           IF STMTOUT-ON
               WRITE STMT-LINE FROM STMTLINE
           END-IF.

      * Opening treasury less purchases plus income is the closing
      * treasury; the forces on hand are valued at the nation's own
      * costs.
       PRINTNATIONSTATEMENT.
           MOVE LGN-TECH TO SPECIAL IN ARMYINUSE
           MOVE 'N' TO CT-SWITCH IN ARMYINUSE
           MOVE LGN-NATION TO LGNATION-WANTED
           MOVE SPACES TO STMTLINE
           MOVE 'TURN-END STATEMENT FOR' TO STMTLINE (1:22)
           MOVE LGN-NATION TO STMTLINE (24:12)
           MOVE 'TURN' TO STMTLINE (37:4)
           MOVE LGN-TURN TO STMTLINE (42:3)
           MOVE 'RUN DATE' TO STMTLINE (46:8)
           MOVE RUNDATE TO STMTLINE (55:8)
           MOVE 62 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'OPENING TREASURY' TO STMTLINE (3:16)
           MOVE LGN-OPENBAL TO STMTLINE (34:5)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'LESS PURCHASES' TO STMTLINE (3:14)
           MOVE LGN-SPENT TO STMTLINE (34:5)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'PLUS INCOME' TO STMTLINE (3:11)
           MOVE LGN-INCOME TO STMTLINE (36:3)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'CLOSING TREASURY' TO STMTLINE (3:16)
           MOVE LGN-TREASURY TO STMTLINE (34:5)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'UNIT VALUE LOST IN BATTLE' TO STMTLINE (3:25)
           MOVE LGN-LOSTVALUE TO STMTLINE (34:5)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'ENEMY UNIT VALUE DESTROYED' TO STMTLINE (3:26)
           MOVE LGN-KILLVALUE TO STMTLINE (34:5)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 'FORCES ON HAND:' TO STMTLINE (3:15)
           MOVE 17 TO STMTLEN
           PERFORM PUTSTMTLINE
           SET LGFORCEVALUE TO 0
           PERFORM PRINTSTMTHOLDING
               VARYING LGIDX FROM 1 BY 1 UNTIL LGIDX > LGCOUNT
           MOVE SPACES TO STMTLINE
           MOVE 'TOTAL FORCE VALUE' TO STMTLINE (3:17)
           MOVE LGFORCEVALUE TO STMTLINE (32:7)
           MOVE 38 TO STMTLEN
           PERFORM PUTSTMTLINE
           MOVE SPACES TO STMTLINE
           MOVE 1 TO STMTLEN
           PERFORM PUTSTMTLINE.

       PRINTSTMTHOLDING.
           MOVE LG-ENTRY (LGIDX) TO LEDGER-HOLDING
           IF LGP-RECTYPE = 'P' AND LGP-NATION = LGNATION-WANTED
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                   MOVE LGP-TROOPS (IDX) TO TROOPS IN ARMYINUSE (IDX)
               END-PERFORM
               PERFORM CALCULATECOST
               ADD SUMCOST TO LGFORCEVALUE
               MOVE SPACES TO STMTLINE
               MOVE LGP-TERRITORY TO STMTLINE (5:20)
               MOVE 'VALUE' TO STMTLINE (26:5)
               MOVE SUMCOST TO STMTLINE (34:5)
               MOVE 38 TO STMTLEN
               PERFORM PUTSTMTLINE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 14
                   IF LGP-TROOPS (IDX) > 0
                       MOVE SPACES TO STMTLINE
                       MOVE UNITS (IDX) TO STMTLINE (7:17)
                       MOVE 'X' TO STMTLINE (25:1)
                       MOVE LGP-TROOPS (IDX) TO STMTLINE (27:3)
                       MOVE 29 TO STMTLEN
                       PERFORM PUTSTMTLINE
                   END-IF
               END-PERFORM
           END-IF.

      * Unattended run.  The command line names the job file and,
      * optionally, the completion listing (JOBLIST.TXT otherwise).
      * Nothing here or in the run paragraphs the steps drive ever
      * ACCEPTs from the keyboard, so an overnight job stream cannot
      * hang on a prompt; a job that cannot even start ends with 16.
       RUNJOBFILE.
           SET JOB-ON TO TRUE
           MOVE SPACES TO JOBFILENAME
           MOVE SPACES TO JOBLISTFILENAME-INPUT
           UNSTRING JOBCOMMAND DELIMITED BY ALL SPACE
               INTO JOBFILENAME JOBLISTFILENAME-INPUT
           END-UNSTRING
           IF JOBLISTFILENAME-INPUT NOT = SPACES
               MOVE JOBLISTFILENAME-INPUT TO JOBLISTFILENAME
           END-IF
           MOVE 0 TO JOBRC
           MOVE 0 TO JOBSTEP
           MOVE 0 TO JOBSTEPSRUN
           MOVE 0 TO JOBNOTRUN
           SET JOB-EOF-SWITCH TO 'N'
           SET JOBSTOP-SWITCH TO 'N'
           SET JOBSTATS-SWITCH TO 'N'
           SET JOBRULES-SWITCH TO 'N'
           ACCEPT RUNDATE FROM DATE YYYYMMDD
           ACCEPT JOBTIME FROM TIME
           OPEN OUTPUT JOBLISTFILE
           IF JOBLISTFILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN JOB LISTING FILE "
                   JOBLISTFILENAME
               MOVE 16 TO JOBRC
           ELSE
               MOVE SPACES TO JOBLINE
               MOVE 'AASIMPLE JOB' TO JOBLINE (1:12)
               MOVE JOBFILENAME TO JOBLINE (14:30)
               MOVE 'RUN DATE' TO JOBLINE (45:8)
               MOVE RUNDATE TO JOBLINE (54:8)
               MOVE 'TIME' TO JOBLINE (63:4)
               MOVE JOBTIME (1:6) TO JOBLINE (68:6)
               MOVE 73 TO JOBLLEN
               PERFORM PUTJOBLINE
               OPEN INPUT JOBFILE
               IF JOBFILE-STATUS NOT = "00"
                   MOVE 16 TO JOBRC
                   MOVE SPACES TO JOBLINE
                   MOVE 'JOB FILE COULD NOT BE OPENED' TO JOBLINE (1:28)
                   MOVE 28 TO JOBLLEN
                   PERFORM PUTJOBLINE
               ELSE
                   PERFORM RUNJOBCARD UNTIL JOB-EOF-TRUE
                   CLOSE JOBFILE
                   IF JOBSTEP = 0
                       MOVE 4 TO JOBRC
                       MOVE SPACES TO JOBLINE
                       MOVE 'JOB FILE HAS NO STEPS' TO JOBLINE (1:21)
                       MOVE 21 TO JOBLLEN
                       PERFORM PUTJOBLINE
                   END-IF
               END-IF
               MOVE SPACES TO JOBLINE
               MOVE 'JOB ENDED  STEPS RUN' TO JOBLINE (1:20)
               MOVE JOBSTEPSRUN TO JOBLINE (22:3)
               MOVE 'NOT RUN' TO JOBLINE (27:7)
               MOVE JOBNOTRUN TO JOBLINE (35:3)
               MOVE 'RETURN CODE' TO JOBLINE (40:11)
               MOVE JOBRC TO JOBLINE (52:2)
               MOVE 53 TO JOBLLEN
               PERFORM PUTJOBLINE
               CLOSE JOBLISTFILE
           END-IF.

      * Blank cards and comment cards are skipped without a step
      * number.
       RUNJOBCARD.
           READ JOBFILE
               AT END SET JOB-EOF-TRUE TO TRUE
               NOT AT END
                   MOVE 1 TO JOBPOS
                   INSPECT JOB-CARD TALLYING JOBPOS FOR LEADING SPACE
                   IF JOBPOS <= 200
                       IF JOB-CARD (JOBPOS:1) NOT = '*'
                           PERFORM RUNJOBCARDSTEP
                       END-IF
                   END-IF
           END-READ.

      * Lists the card, then either runs it or, once the job has
      * stopped, lists it as not run, so the listing accounts for
      * every step in the file.
       RUNJOBCARDSTEP.
           ADD 1 TO JOBSTEP
           MOVE SPACES TO JOBLINE
           MOVE 'STEP' TO JOBLINE (1:4)
           MOVE JOBSTEP TO JOBLINE (6:3)
           MOVE JOB-CARD (JOBPOS:) TO JOBLINE (11:)
           PERFORM VARYING JOBLLEN FROM 132 BY -1
                   UNTIL JOBLINE (JOBLLEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM PUTJOBLINE
           MOVE SPACES TO JOBLINE
           IF JOBSTOP-TRUE
               ADD 1 TO JOBNOTRUN
               MOVE 'NOT RUN -- JOB STOPPED AT AN EARLIER STEP'
                   TO JOBLINE (11:41)
               MOVE 51 TO JOBLLEN
           ELSE
               ADD 1 TO JOBSTEPSRUN
               PERFORM RUNJOBSTEP
               IF JOBSTEPRC > JOBRC
                   MOVE JOBSTEPRC TO JOBRC
               END-IF
               IF JOBSTEPRC >= 8
                   SET JOBSTOP-TRUE TO TRUE
               END-IF
               MOVE 'RC' TO JOBLINE (11:2)
               MOVE JOBSTEPRC TO JOBLINE (14:2)
               MOVE JOBMSG TO JOBLINE (18:60)
               MOVE 77 TO JOBLLEN
           END-IF
           PERFORM PUTJOBLINE.

      * The card is a verb and up to ten parameters separated by
      * spaces; the verb may be in either case.
       RUNJOBSTEP.
           MOVE 0 TO JOBSTEPRC
           SET JOBWARN-SWITCH TO 'N'
           SET JRN-LOST-SWITCH TO 'N'
           MOVE SPACES TO JOBMSG
           MOVE SPACES TO JOBVERB
           PERFORM VARYING JOBPIDX FROM 1 BY 1 UNTIL JOBPIDX > 10
               MOVE SPACES TO JOBPARM (JOBPIDX)
           END-PERFORM
           UNSTRING JOB-CARD DELIMITED BY ALL SPACE
               INTO JOBVERB JOBPARM (1) JOBPARM (2) JOBPARM (3)
                   JOBPARM (4) JOBPARM (5) JOBPARM (6) JOBPARM (7)
                   JOBPARM (8) JOBPARM (9) JOBPARM (10)
               WITH POINTER JOBPOS
               ON OVERFLOW
                   MOVE 16 TO JOBSTEPRC
                   MOVE 'TOO MANY PARAMETERS ON THE CARD' TO JOBMSG
           END-UNSTRING
           INSPECT JOBVERB CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO JOBPARMS
           PERFORM VARYING JOBPIDX FROM 1 BY 1
                   UNTIL JOBPIDX > 10 OR JOBPARM (JOBPIDX) = SPACES
               MOVE JOBPIDX TO JOBPARMS
           END-PERFORM
           IF JOBSTEPRC = 0
               EVALUATE JOBVERB
                   WHEN 'STATS'
                       PERFORM JOBSTEPSTATS
                   WHEN 'RULES'
                       PERFORM JOBSTEPRULES
                   WHEN 'ATTACKER'
                   WHEN 'DEFENDER'
                       PERFORM JOBSTEPARMY
                   WHEN 'BATCH'
                       PERFORM JOBSTEPBATCH
                   WHEN 'VERIFYLOG'
                   WHEN 'VERIFYRPT'
                       PERFORM JOBSTEPVERIFY
                   WHEN 'TOURN'
                       PERFORM JOBSTEPTOURN
                   WHEN 'SWEEP'
                       PERFORM JOBSTEPSWEEP
                   WHEN 'PRINTRPT'
                       PERFORM JOBSTEPPRINT
                   WHEN 'CERTIFY'
                       PERFORM JOBSTEPCERTIFY
                   WHEN OTHER
                       MOVE 16 TO JOBSTEPRC
                       MOVE 'UNKNOWN STEP VERB' TO JOBMSG
               END-EVALUATE
           END-IF
      * Warnings from loading the default stats set ride on the step
      * that needed them.
           IF JOBSTEPRC = 0 AND JOBWARN-ON
               MOVE 4 TO JOBSTEPRC
           END-IF
      * A run that could not be recorded in the journal has left no
      * evidence of itself, so the step fails.
           IF JOBSTEPRC < 8 AND JRN-LOST-TRUE
               MOVE 8 TO JOBSTEPRC
               MOVE 'RUN COULD NOT BE RECORDED IN THE RUN JOURNAL'
                   TO JOBMSG
           END-IF.

       PUTJOBLINE.
           DISPLAY JOBLINE (1:JOBLLEN)
           WRITE JOBLIST-LINE FROM JOBLINE.

      * STATS file -- load a unit stats set.
       JOBSTEPSTATS.
           IF JOBPARMS NOT = 1
               MOVE 16 TO JOBSTEPRC
               MOVE 'STATS TAKES ONE FILE NAME' TO JOBMSG
           ELSE
               MOVE JOBPARM (1) TO UNITSTATSFILENAME
               PERFORM LOADUNITSTATS
               IF STATSOK-TRUE
                   SET JOBSTATS-LOADED TO TRUE
                   IF STATSWARN-TRUE
                       MOVE 4 TO JOBSTEPRC
                       MOVE 'UNIT STATS LOADED WITH WARNINGS'
                           TO JOBMSG
                   ELSE
                       MOVE 'UNIT STATS LOADED' TO JOBMSG
                   END-IF
               ELSE
                   MOVE 12 TO JOBSTEPRC
                   MOVE 'UNIT STATS FILE MISSING OR SHORT' TO JOBMSG
               END-IF
           END-IF.

      * RULES file -- load a ruleset.
       JOBSTEPRULES.
           IF JOBPARMS NOT = 1
               MOVE 16 TO JOBSTEPRC
               MOVE 'RULES TAKES ONE FILE NAME' TO JOBMSG
           ELSE
               MOVE JOBPARM (1) TO RULESETFILENAME
               PERFORM LOADRULESET
               IF RULE-OK-TRUE
                   SET JOBRULES-LOADED TO TRUE
                   MOVE 'RULESET LOADED:' TO JOBMSG
                   MOVE RULE-NAME TO JOBMSG (17:20)
               ELSE
                   MOVE 12 TO JOBSTEPRC
                   MOVE 'RULESET FILE MISSING, EMPTY OR INVALID'
                       TO JOBMSG
               END-IF
           END-IF.

      * Loads whichever of the stats and the ruleset a simulating
      * step needs that no earlier step has loaded, from the default
      * file names the interactive prompts offer.
       JOBNEEDTABLES.
           IF NOT JOBSTATS-LOADED
               PERFORM LOADUNITSTATS
               IF STATSOK-TRUE
                   SET JOBSTATS-LOADED TO TRUE
                   IF STATSWARN-TRUE
                       SET JOBWARN-ON TO TRUE
                   END-IF
               ELSE
                   MOVE 12 TO JOBSTEPRC
                   MOVE 'UNIT STATS FILE MISSING OR SHORT' TO JOBMSG
               END-IF
           END-IF
           IF JOBSTEPRC = 0 AND NOT JOBRULES-LOADED
               PERFORM LOADRULESET
               IF RULE-OK-TRUE
                   SET JOBRULES-LOADED TO TRUE
               ELSE
                   MOVE 12 TO JOBSTEPRC
                   MOVE 'RULESET FILE MISSING, EMPTY OR INVALID'
                       TO JOBMSG
               END-IF
           END-IF.

      * ATTACKER file / DEFENDER file -- load an army file into the
      * attacking or defending army.
       JOBSTEPARMY.
           IF JOBPARMS NOT = 1
               MOVE 16 TO JOBSTEPRC
               MOVE 'ATTACKER AND DEFENDER TAKE ONE ARMY FILE NAME'
                   TO JOBMSG
           ELSE
               MOVE JOBPARM (1) TO ARMYFILENAME
               IF JOBVERB = 'ATTACKER'
                   MOVE ATTACKARMY TO ARMYINUSE
               ELSE
                   MOVE DEFENDARMY TO ARMYINUSE
               END-IF
               PERFORM READARMYFILE
               IF ARMYOK-TRUE
                   IF JOBVERB = 'ATTACKER'
                       MOVE ARMYINUSE TO ATTACKARMY
                   ELSE
                       MOVE ARMYINUSE TO DEFENDARMY
                   END-IF
                   MOVE 'ARMY LOADED' TO JOBMSG
               ELSE
                   MOVE 12 TO JOBSTEPRC
                   MOVE 'ARMY FILE MISSING OR EMPTY' TO JOBMSG
               END-IF
           END-IF.

      * BATCH scenariofile reportfile [seed]
       JOBSTEPBATCH.
           IF JOBPARMS < 2 OR JOBPARMS > 3
               MOVE 16 TO JOBSTEPRC
               MOVE 'BATCH TAKES SCENARIO FILE, REPORT FILE, SEED'
                   TO JOBMSG
           ELSE
               MOVE 3 TO JOBPIDX
               PERFORM JOBSEEDPARM
           END-IF
           IF JOBSTEPRC = 0
               PERFORM JOBNEEDTABLES
           END-IF
           IF JOBSTEPRC = 0
               MOVE JOBPARM (1) TO SCENARIOFILENAME
               MOVE JOBPARM (2) TO REPORTFILENAME
               PERFORM APPLYSEED
               PERFORM RUNBATCHFILE
               IF JOBSTEPRC = 0
                   MOVE 'BATCH RUN COMPLETE' TO JOBMSG
               ELSE
                   MOVE 'SCENARIO OR REPORT FILE COULD NOT BE USED'
                       TO JOBMSG
               END-IF
           END-IF.

      * VERIFYLOG file / VERIFYRPT file -- a file that does not
      * reconcile against its trailer fails the step with 8.
       JOBSTEPVERIFY.
           IF JOBPARMS NOT = 1
               MOVE 16 TO JOBSTEPRC
               MOVE 'VERIFY TAKES ONE FILE NAME' TO JOBMSG
           ELSE
               PERFORM INITVERIFY
               IF JOBVERB = 'VERIFYLOG'
                   MOVE JOBPARM (1) TO BATTLELOGFILENAME
                   PERFORM RUNVERIFYLOG
               ELSE
                   MOVE JOBPARM (1) TO REPORTFILENAME
                   PERFORM RUNVERIFYREPORT
               END-IF
               EVALUATE TRUE
                   WHEN JOBSTEPRC NOT = 0
                       MOVE 'FILE COULD NOT BE OPENED' TO JOBMSG
                   WHEN VFY-PASS-TRUE
                       MOVE 'PASS: COUNT AND CONTROL TOTALS RECONCILE'
                           TO JOBMSG
                   WHEN OTHER
                       MOVE 8 TO JOBSTEPRC
                       MOVE 'FAIL: FILE DOES NOT RECONCILE' TO JOBMSG
               END-EVALUATE
           END-IF.

      * TOURN library crosstablefile battles battletype [seed]
       JOBSTEPTOURN.
           IF JOBPARMS < 4 OR JOBPARMS > 5
               MOVE 16 TO JOBSTEPRC
               MOVE 'TOURN TAKES LIBRARY, FILE, BATTLES, TYPE, SEED'
                   TO JOBMSG
           ELSE
               MOVE 3 TO JOBPIDX
               PERFORM JOBCHECKNUM
               IF NOT JOBNUM-OK OR JOBNUM = 0 OR JOBNUM > 99999
                   MOVE 16 TO JOBSTEPRC
                   MOVE 'BATTLES PER PAIRING MUST BE 1-99999'
                       TO JOBMSG
               ELSE
                   MOVE JOBNUM TO TOURNBATTLES
               END-IF
           END-IF
           IF JOBSTEPRC = 0
               MOVE 4 TO JOBPIDX
               PERFORM JOBTYPEPARM
           END-IF
           IF JOBSTEPRC = 0
               MOVE 5 TO JOBPIDX
               PERFORM JOBSEEDPARM
           END-IF
           IF JOBSTEPRC = 0
               PERFORM JOBNEEDTABLES
           END-IF
           IF JOBSTEPRC = 0
               MOVE JOBPARM (1) TO ARMYLIBFILENAME
               PERFORM LOADLIBTABLE
               IF NOT LIBOK-TRUE OR LIBCOUNT < 2
                   MOVE 12 TO JOBSTEPRC
                   MOVE 'LIBRARY MISSING OR HOLDS FEWER THAN 2 ARMIES'
                       TO JOBMSG
               ELSE
                   MOVE JOBPARM (2) TO TOURNFILENAME
                   PERFORM APPLYSEED
                   PERFORM RUNTOURNAMENT
                   IF JOBSTEPRC = 0
                       MOVE 'TOURNAMENT COMPLETE' TO JOBMSG
                   ELSE
                       MOVE 'CROSS-TABLE FILE COULD NOT BE OPENED'
                           TO JOBMSG
                   END-IF
               END-IF
           END-IF.

      * SWEEP battletype side unit from to step battles threshold
      *       reportfile [seed]
      * The parameters come in the order PARAMSWEEP asks for them.
      * A job cannot be asked for a margin of error, so the battles
      * per step must be given.
       JOBSTEPSWEEP.
           IF JOBPARMS < 9
               MOVE 16 TO JOBSTEPRC
               MOVE 'SWEEP TAKES TYPE, SIDE, UNIT, FROM, TO, STEP, '
                   TO JOBMSG
               MOVE 'BATTLES, THRESHOLD, FILE, SEED' TO JOBMSG (47:)
           ELSE
               MOVE 1 TO JOBPIDX
               PERFORM JOBTYPEPARM
           END-IF
           PERFORM JOBSWEEPPARM VARYING JOBPIDX FROM 2 BY 1
               UNTIL JOBPIDX > 8 OR JOBSTEPRC NOT = 0
           IF JOBSTEPRC = 0
               IF SWEEPSLOT < 1 OR SWEEPSLOT > 14
                       OR SWEEPSIDE < 1 OR SWEEPSIDE > 2
                       OR SWEEPSTEP = 0 OR SWEEPBATTLES = 0
                       OR SWEEPFROM > SWEEPTO
                   MOVE 16 TO JOBSTEPRC
                   MOVE 'SWEEP PARAMETERS MAKE NO SENSE' TO JOBMSG
               END-IF
           END-IF
           IF JOBSTEPRC = 0
               MOVE 10 TO JOBPIDX
               PERFORM JOBSEEDPARM
           END-IF
           IF JOBSTEPRC = 0
               PERFORM JOBNEEDTABLES
           END-IF
           IF JOBSTEPRC = 0
               MOVE JOBPARM (9) TO REPORTFILENAME
               SET PREC-SWITCH TO 'N'
               PERFORM APPLYSEED
               PERFORM RUNPARAMSWEEP
               EVALUATE JOBSTEPRC
                   WHEN 0
                       MOVE 'SWEEP COMPLETE' TO JOBMSG
                   WHEN 4
                       MOVE 'SWEEP COMPLETE; THRESHOLD NOT REACHED'
                           TO JOBMSG
                   WHEN OTHER
                       MOVE 'REPORT FILE COULD NOT BE OPENED' TO JOBMSG
               END-EVALUATE
           END-IF.

      * PRINTRPT reportfile printfile [high [low]] -- the thresholds
      * default to no upper and no lower flag.  A report that does
      * not reconcile to its trailer fails the step.
       JOBSTEPPRINT.
           IF JOBPARMS < 2 OR JOBPARMS > 4
               MOVE 16 TO JOBSTEPRC
               MOVE 'PRINTRPT TAKES REPORT FILE, PRINT FILE, HIGH, LOW'
                   TO JOBMSG
           ELSE
               MOVE 100 TO PRT-HIGH
               MOVE 0 TO PRT-LOW
               PERFORM JOBPRINTPARM VARYING JOBPIDX FROM 3 BY 1
                   UNTIL JOBPIDX > JOBPARMS OR JOBSTEPRC NOT = 0
           END-IF
           IF JOBSTEPRC = 0
               MOVE JOBPARM (1) TO REPORTFILENAME
               MOVE JOBPARM (2) TO PRINTFILENAME
               PERFORM RUNPRINTREPORT
               EVALUATE JOBSTEPRC
                   WHEN 0
                       MOVE 'PRINTED; REPORT RECONCILES TO ITS TRAILER'
                           TO JOBMSG
                   WHEN 8
                       MOVE 'PRINTED; REPORT DOES NOT RECONCILE'
                           TO JOBMSG
                   WHEN OTHER
                       MOVE 'FILE COULD NOT BE OPENED' TO JOBMSG
               END-EVALUATE
           END-IF.

      * A flag threshold is a whole percentage, 0 to 100.
       JOBPRINTPARM.
           PERFORM JOBCHECKNUM
           IF NOT JOBNUM-OK OR JOBNUM > 100
               MOVE 16 TO JOBSTEPRC
               MOVE 'THRESHOLD MUST BE A PERCENTAGE FROM 0 TO 100'
                   TO JOBMSG
           ELSE
               IF JOBPIDX = 3
                   MOVE JOBNUM TO PRT-HIGH
               ELSE
                   MOVE JOBNUM TO PRT-LOW
               END-IF
           END-IF.

      * CERTIFY baseline rerunreport certificate [outcometol
      * [figuretol]] -- the tolerances default to 2 percentage points
      * and 5 percent.  The stats set and ruleset the baseline was
      * approved on must be the ones loaded; a failed certificate
      * fails the step with 8.
       JOBSTEPCERTIFY.
           IF JOBPARMS < 3 OR JOBPARMS > 5
               MOVE 16 TO JOBSTEPRC
               MOVE 'CERTIFY TAKES BASELINE, RERUN, CERTIFICATE FILES'
                   TO JOBMSG
           ELSE
               MOVE 2 TO CERT-RATETOL
               MOVE 5 TO CERT-FIGTOL
               PERFORM JOBCERTPARM VARYING JOBPIDX FROM 4 BY 1
                   UNTIL JOBPIDX > JOBPARMS OR JOBSTEPRC NOT = 0
           END-IF
           IF JOBSTEPRC = 0
               PERFORM JOBNEEDTABLES
           END-IF
           IF JOBSTEPRC = 0
               MOVE JOBPARM (1) TO CERT-BASEFILE
               MOVE JOBPARM (2) TO CERT-RERUNFILE
               MOVE JOBPARM (3) TO PRINTFILENAME
               PERFORM RUNCERTIFY
               EVALUATE JOBSTEPRC
                   WHEN 0
                       MOVE 'CERTIFIED: EVERY FIGURE WITHIN TOLERANCE'
                           TO JOBMSG
                   WHEN 8
                       MOVE 'NOT CERTIFIED: FIGURES HAVE DRIFTED'
                           TO JOBMSG
                   WHEN OTHER
                       MOVE 'NO CERTIFICATE: BASELINE OR FILE UNUSABLE'
                           TO JOBMSG
               END-EVALUATE
           END-IF.

      * A tolerance is a whole number from 0 to 99.
       JOBCERTPARM.
           PERFORM JOBCHECKNUM
           IF NOT JOBNUM-OK OR JOBNUM > 99
               MOVE 16 TO JOBSTEPRC
               MOVE 'TOLERANCE MUST BE A WHOLE NUMBER FROM 0 TO 99'
                   TO JOBMSG
           ELSE
               IF JOBPIDX = 4
                   MOVE JOBNUM TO CERT-RATETOL
               ELSE
                   MOVE JOBNUM TO CERT-FIGTOL
               END-IF
           END-IF.

      * One numeric sweep parameter, checked against the size of the
      * field it lands in; the sense checks follow once all are in.
       JOBSWEEPPARM.
           EVALUATE JOBPIDX
               WHEN 2
                   MOVE 9 TO JOBLIMIT
               WHEN 3
                   MOVE 99 TO JOBLIMIT
               WHEN 7
                   MOVE 99999 TO JOBLIMIT
               WHEN OTHER
                   MOVE 999 TO JOBLIMIT
           END-EVALUATE
           PERFORM JOBCHECKNUM
           IF NOT JOBNUM-OK OR JOBNUM > JOBLIMIT
               MOVE 16 TO JOBSTEPRC
               MOVE 'SWEEP PARAMETERS MUST BE WHOLE NUMBERS IN RANGE'
                   TO JOBMSG
           ELSE
               EVALUATE JOBPIDX
                   WHEN 2
                       MOVE JOBNUM TO SWEEPSIDE
                   WHEN 3
                       MOVE JOBNUM TO SWEEPSLOT
                   WHEN 4
                       MOVE JOBNUM TO SWEEPFROM
                   WHEN 5
                       MOVE JOBNUM TO SWEEPTO
                   WHEN 6
                       MOVE JOBNUM TO SWEEPSTEP
                   WHEN 7
                       MOVE JOBNUM TO SWEEPBATTLES
                   WHEN 8
                       MOVE JOBNUM TO SWEEPTHRESH
               END-EVALUATE
           END-IF.

      * Parameter JOBPIDX is a battle type: 1 land, 2 sea, 3
      * amphibious, as on the battle type menu.
       JOBTYPEPARM.
           IF JOBPARM (JOBPIDX) NOT = '1'
                   AND JOBPARM (JOBPIDX) NOT = '2'
                   AND JOBPARM (JOBPIDX) NOT = '3'
               MOVE 16 TO JOBSTEPRC
               MOVE 'BATTLE TYPE MUST BE 1, 2 OR 3' TO JOBMSG
           ELSE
               MOVE JOBPARM (JOBPIDX) TO BATTLETYPE
           END-IF.

      * Parameter JOBPIDX, when present, is the seed; leaving it off
      * gives an unseeded run, as a blank answer does at the keyboard.
       JOBSEEDPARM.
           MOVE SPACES TO SEEDINPUT
           IF JOBPARM (JOBPIDX) NOT = SPACES
               PERFORM JOBCHECKNUM
               IF JOBNUM-OK
                   MOVE JOBPARM (JOBPIDX) TO SEEDINPUT
               ELSE
                   MOVE 16 TO JOBSTEPRC
                   MOVE 'SEED MUST BE A WHOLE NUMBER OF UP TO 9 DIGITS'
                       TO JOBMSG
               END-IF
           END-IF.

      * Parameter JOBPIDX must be a whole number of one to nine
      * digits; JOBNUM comes back with its value.
       JOBCHECKNUM.
           SET JOBNUM-SWITCH TO 'N'
           MOVE 0 TO JOBNUM
           MOVE 0 TO JOBLEN
           INSPECT JOBPARM (JOBPIDX) TALLYING JOBLEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF JOBLEN > 0 AND JOBLEN < 10
               IF JOBPARM (JOBPIDX) (1:JOBLEN) NUMERIC
                   MOVE JOBPARM (JOBPIDX) (1:JOBLEN) TO JOBNUM
                   SET JOBNUM-OK TO TRUE
               END-IF
           END-IF.
