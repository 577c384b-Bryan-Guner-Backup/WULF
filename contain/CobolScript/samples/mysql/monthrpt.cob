data division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local mysql.
perform require using "mysql" giving mysql.

local nodeproc.
perform require using "process" giving nodeproc.

*> run profiles: the same profile argument the rest of the suite
*> takes; an optional second argument names the month as YYYYMM.
*> Without it the report covers the month yesterday fell in, so a run
*> on the 1st closes out the month just ended and a run on any other
*> day reports the current month to date. An unprofiled run for a
*> named month passes an empty profile ahead of it.
local profile.
move "" to profile.
local montharg.
move "" to montharg.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.
if argcount >= 4 then
    move args(4) to montharg
end-if.

*> month-end service report: invload has been filling the repository
*> every night, but the ops review still got its numbers assembled by
*> hand. This job asks the repository for one month and prints the
*> management view of it: nights COMPLETE, PARTIAL and FAILED per
*> server from status_history, exceptions and distinct violating
*> objects per week from exception_history, the top 20 tables and
*> databases by row and data_length growth from inventory_history,
*> and the tables whose count method flipped between EXACT and
*> ESTIMATED during the month - a growth figure across a flip is
*> comparing an exact count with an estimate. It only reads; the
*> repository and run directory are left as found. Exit code 0
*> written, 4 written but the repository held nothing for the month,
*> 8 the repository could not be read.
local controlfile.
perform profiledName using "repository.control" giving controlfile.
local repserver.
local repdatabase.
perform loadRepositoryControl using fs, controlfile giving repserver, repdatabase.

local auditfile.
perform profiledName using "showdb_audit.log" giving auditfile.
local laststart.
local lastsql.

local rundate.
accept rundate from date.
local runyear.
compute runyear = (rundate - function mod(rundate, 10000)) / 10000.
local runmonth.
compute runmonth = function mod((rundate - function mod(rundate, 100)) / 100, 100).
local runday.
compute runday = function mod(rundate, 100).
local reportyear.
local reportmonth.
move runyear to reportyear.
move runmonth to reportmonth.
if runday = 1 then
    compute reportmonth = runmonth - 1
    if reportmonth = 0
        move 12 to reportmonth
        compute reportyear = runyear - 1
    end-if
end-if.
local badmonth.
move "false" to badmonth.
if montharg not = "" then
    local marglen.
    move length in montharg to marglen
    local margnum.
    compute margnum = montharg * 1
    local mok.
    move "false" to mok
    if marglen = 6 and margnum >= 190001
        compute reportyear = (margnum - function mod(margnum, 100)) / 100
        compute reportmonth = function mod(margnum, 100)
        if reportmonth >= 1 and reportmonth <= 12
            move "true" to mok
        end-if
    end-if
    if mok = "false"
        move "true" to badmonth
    end-if
end-if.
local reportym.
compute reportym = reportyear * 100 + reportmonth.
local monthfrom.
compute monthfrom = reportym * 100 + 1.
local monthto.
compute monthto = reportym * 100 + 31.

*> nights the month should have held: every day of a closed month,
*> the days so far of the current one.
local monthdays.
move 31 to monthdays.
if reportmonth = 4 or reportmonth = 6 or reportmonth = 9 or reportmonth = 11 then
    move 30 to monthdays
end-if.
if reportmonth = 2 then
    move 28 to monthdays
    if function mod(reportyear, 4) = 0
        move 29 to monthdays
    end-if
end-if.
local expectednights.
move monthdays to expectednights.
if reportyear = runyear and reportmonth = runmonth then
    move runday to expectednights
end-if.

local reportbase.
string "showdb_monthly_" reportym ".rpt" into reportbase.
local reportfile.
perform profiledName using reportbase giving reportfile.
local reportlines.
move 0 to reportlines.

local header.
string "MONTHLY SERVICE AND TREND REPORT   MONTH: " reportym "   RUN DATE: " rundate into header.
if profile not = "" then
    string header "   PROFILE: " profile into header
end-if.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

if badmonth = "true" then
    local bline.
    string "ERROR    month argument must be YYYYMM, got " montharg into bline
    perform writeMonthLine using bline
    perform failReport
end-if.

local serverlist.
perform loadServerList using fs giving serverlist.
local servercount.
move length in serverlist to servercount.
local options.
local found.
move "false" to found.
local si.
local entry.
perform varying si from 1 to servercount
    move serverlist(si) to entry
    if name in entry = repserver
        move "true" to found
        move entry to options
    end-if
end-perform.
if found = "false" then
    local eline.
    string "ERROR    repository server " repserver " not found in servers.control" into eline
    perform writeMonthLine using eline
    perform failReport
end-if.
move repdatabase to database in options.

*> one flat query list through a single connection, one statement in
*> flight at a time, exactly as the repository load writes it; each
*> answer is kept in the same position for the report to read back.
local queries.
move table to queries.
local results.
move table to results.
perform buildQueries.
local querycount.
move length in queries to querycount.

local connection.
local errtype.
local maxretries.
move 3 to maxretries.
local retrycount.
move 0 to retrycount.
local q.
move 1 to q.
local cursql.

perform auditConnect using options giving connection.
perform runNextQuery.

auditConnect section using options giving connection.
local cstart.
accept cstart from time.
perform createConnection in mysql using options giving connection.
perform auditLog using auditfile, "CONNECT", host in options, cstart, 0, "".

beginQuery section using sql.
move sql to lastsql.
accept laststart from time.

auditLog section using auditfile, operation, querytext, startts, rowcount, errcode.
local nowts.
accept nowts from time.
local elapsed.
perform elapsedHundredths using startts, nowts giving elapsed.
local jobuser.
string "MONTHRPT/" user in options "@" host in options into jobuser.
local auditline.
string nowts "|" jobuser "|" operation "|" querytext "|" elapsed "cs|" rowcount " rows|" errcode into auditline.
perform appendFileSync in fs using auditfile auditline.
perform appendFileSync in fs using auditfile x"0A".

elapsedHundredths section using startts, nowts giving elapsed.
local starthh.
local startmm.
local startss.
local startcs.
local endhh.
local endmm.
local endss.
local endcs.
compute starthh = function mod(startts / 1000000, 100).
compute startmm = function mod(startts / 10000, 100).
compute startss = function mod(startts / 100, 100).
compute startcs = function mod(startts, 100).
compute endhh = function mod(nowts / 1000000, 100).
compute endmm = function mod(nowts / 10000, 100).
compute endss = function mod(nowts / 100, 100).
compute endcs = function mod(nowts, 100).
local startcentis.
local endcentis.
compute startcentis = ((starthh * 60 + startmm) * 60 + startss) * 100 + startcs.
compute endcentis = ((endhh * 60 + endmm) * 60 + endss) * 100 + endcs.
compute elapsed = endcentis - startcentis.
if elapsed < 0 then
    compute elapsed = elapsed + 8640000
end-if.

classifyError section using err giving errtype.
local code.
move code in err to code.
move "fatal" to errtype.
if code = "PROTOCOL_CONNECTION_LOST" or code = "ECONNRESET" or code = "ETIMEDOUT" or code = "ECONNREFUSED" or code = "ESOCKET"
    move "transient" to errtype
end-if.

writeMonthLine section using mline.
perform appendFileSync in fs using reportfile mline.
perform appendFileSync in fs using reportfile x"0A".
add 1 to reportlines.

failReport section.
local footer.
string "REPORT FAILED   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
display "monthly report failed - see " reportfile.
move 8 to exitCode in nodeproc.
stop run.

*> the month's questions, in report order. Growth is last night of
*> the month against the first night the object was seen in it, so a
*> table created mid-month grows from its first count rather than
*> from nothing.
buildQueries section.
local stmt.
local rangeclause.
string "run_date between '" monthfrom "' and '" monthto "'" into rangeclause.
string "select server as sserver, status as sstatus, count(*) as snights from status_history where " rangeclause " group by server, status order by server" into stmt.
perform append in queries using stmt.
string "select yearweek(str_to_date(run_date, '%Y%m%d'), 1) as wweek, min(run_date) as wfirst, max(run_date) as wlast, count(*) as wexc, count(distinct substring_index(detail, '|', 2)) as wobjects from exception_history where " rangeclause " group by wweek order by wweek" into stmt.
perform append in queries using stmt.
local tablegrowth.
string "select m.server as gserver, m.dbname as gdb, m.tabname as gtable, f.rowcount as gfirstrows, l.rowcount as glastrows, l.rowcount - f.rowcount as growrows, f.data_length as gfirstdata, l.data_length as glastdata, l.data_length - f.data_length as growdata from (select server, dbname, tabname, min(run_date) as d1, max(run_date) as d2 from inventory_history where " rangeclause " group by server, dbname, tabname) m join inventory_history f on f.server = m.server and f.dbname = m.dbname and f.tabname = m.tabname and f.run_date = m.d1 join inventory_history l on l.server = m.server and l.dbname = m.dbname and l.tabname = m.tabname and l.run_date = m.d2" into tablegrowth.
string tablegrowth " order by growrows desc limit 20" into stmt.
perform append in queries using stmt.
string tablegrowth " order by growdata desc limit 20" into stmt.
perform append in queries using stmt.
local dbnightly.
string "(select run_date, server, dbname, sum(rowcount) as r, sum(data_length) as d from inventory_history where " rangeclause " group by run_date, server, dbname)" into dbnightly.
local dbgrowth.
string "select m.server as gserver, m.dbname as gdb, '' as gtable, f.r as gfirstrows, l.r as glastrows, l.r - f.r as growrows, f.d as gfirstdata, l.d as glastdata, l.d - f.d as growdata from (select server, dbname, min(run_date) as d1, max(run_date) as d2 from inventory_history where " rangeclause " group by server, dbname) m join " dbnightly " f on f.server = m.server and f.dbname = m.dbname and f.run_date = m.d1 join " dbnightly " l on l.server = m.server and l.dbname = m.dbname and l.run_date = m.d2" into dbgrowth.
string dbgrowth " order by growrows desc limit 20" into stmt.
perform append in queries using stmt.
string dbgrowth " order by growdata desc limit 20" into stmt.
perform append in queries using stmt.
string "select server as cserver, dbname as cdb, tabname as ctable, sum(count_method = 'EXACT') as cexact, sum(count_method = 'ESTIMATED') as cest, substring_index(group_concat(count_method order by run_date), ',', 1) as cfirst, substring_index(group_concat(count_method order by run_date desc), ',', 1) as clast from inventory_history where " rangeclause " group by server, dbname, tabname having cexact > 0 and cest > 0 order by server, dbname, tabname" into stmt.
perform append in queries using stmt.

runNextQuery section.
if q > querycount then
    perform finishReport
else
    move queries(q) to cursql
    perform beginQuery using cursql
    perform query in connection using cursql queryResult
end-if.

queryResult section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    perform classifyError using err giving errtype
    if errtype = "transient" and retrycount < maxretries
        add 1 to retrycount
        display "transient error on repository query " q ", retry " retrycount " of " maxretries ": " err
        perform end in connection
        perform auditConnect using options giving connection
        perform runNextQuery
    else
        local eline.
        string "ERROR    repository query " q " of " querycount " failed: " errcode into eline
        perform writeMonthLine using eline
        perform end in connection
        perform failReport
    end-if
else
    move 0 to retrycount
    perform append in results using rows
    add 1 to q
    perform runNextQuery
end-if.

finishReport section.
perform end in connection.
local statusrows.
move results(1) to statusrows.
local statuscount.
move length in statusrows to statuscount.
perform writeServiceLevels using results(1).
perform writeWeeklyExceptions using results(2).
perform writeGrowth using "TOP 20 TABLES BY ROW GROWTH", results(3).
perform writeGrowth using "TOP 20 TABLES BY DATA_LENGTH GROWTH", results(4).
perform writeGrowth using "TOP 20 DATABASES BY ROW GROWTH", results(5).
perform writeGrowth using "TOP 20 DATABASES BY DATA_LENGTH GROWTH", results(6).
perform writeMethodChanges using results(7).
local footer.
string "END OF MONTHLY REPORT   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
display "monthly report for " reportym " written to " reportfile.
local rc.
move 0 to rc.
if statuscount = 0 then
    move 4 to rc
end-if.
move rc to exitCode in nodeproc.
stop run.

*> ---- service levels -------------------------------------------------
*> a server's night is COMPLETE when its walk finished, PARTIAL when
*> the window closed with it part-walked, FAILED when it could not be
*> walked at all, PLANNED when it sat out the night in a planned
*> maintenance window - those nights are not held against the server,
*> so its complete rate is taken over the nights it was due to run.
*> The *JOB* rows invload stores for the overall verdict close the
*> section as the estate line. NO RECORD is the nights of the month
*> with nothing loaded for that server.
writeServiceLevels section using srows.
perform writeMonthLine using "".
local sline.
string "SERVICE LEVELS   " expectednights " NIGHTS IN PERIOD" into sline.
perform writeMonthLine using sline.
local slrecords.
move table to slrecords.
local n.
move length in srows to n.
local i.
local srow.
local sname.
local sstatus.
local snights.
local rec.
local tally.
perform varying i from 1 to n
    move srows(i) to srow
    move sserver in srow to sname
    move sstatus in srow to sstatus
    compute snights = snights in srow * 1
    perform findServiceRecord using slrecords, sname giving rec
    if sstatus = "COMPLETED" or sstatus = "COMPLETE"
        compute tally = complete in rec + snights
        move tally to complete in rec
    else
        if sstatus = "SUSPENDED" or sstatus = "PARTIAL"
            compute tally = partial in rec + snights
            move tally to partial in rec
        else
            if sstatus = "PLANNED-SKIP"
                compute tally = planned in rec + snights
                move tally to planned in rec
            else
                compute tally = failed in rec + snights
                move tally to failed in rec
            end-if
        end-if
    end-if
end-perform.
local rn.
move length in slrecords to rn.
if rn = 0 then
    perform writeMonthLine using "    NO STATUS HISTORY FOR THIS MONTH"
end-if.
local estate.
move "" to estate.
perform varying i from 1 to rn
    move slrecords(i) to rec
    if server in rec = "*JOB*"
        move rec to estate
    else
        perform writeServiceLine using "SERVER ", server in rec, rec
    end-if
end-perform.
if estate not = "" then
    perform writeServiceLine using "ESTATE ", "(JOB)", estate
end-if.

findServiceRecord section using slrecords, sname giving rec.
move "" to rec.
local n.
move length in slrecords to n.
local i.
local cand.
perform varying i from 1 to n
    move slrecords(i) to cand
    if server in cand = sname
        move cand to rec
    end-if
end-perform.
if rec = "" then
    move object to rec
    move sname to server in rec
    move 0 to complete in rec
    move 0 to partial in rec
    move 0 to failed in rec
    move 0 to planned in rec
    perform append in slrecords using rec
end-if.

writeServiceLine section using label, sname, rec.
local recorded.
compute recorded = complete in rec + partial in rec + failed in rec + planned in rec.
local norecord.
compute norecord = expectednights - recorded.
if norecord < 0 then
    move 0 to norecord
end-if.
local measured.
compute measured = expectednights - planned in rec.
local rate.
perform tenthsText using complete in rec, measured giving rate.
local sline.
string "    " label sname "  COMPLETE " complete in rec "  PARTIAL " partial in rec "  FAILED " failed in rec "  PLANNED " planned in rec "  NO RECORD " norecord "  COMPLETE RATE " rate "%" into sline.
perform writeMonthLine using sline.

*> ---- exceptions by week ----------------------------------------------
*> ISO weeks; an object is server|object, so the same table raising
*> two kinds of exception counts once.
writeWeeklyExceptions section using wrows.
perform writeMonthLine using "".
perform writeMonthLine using "EXCEPTIONS BY WEEK".
local n.
move length in wrows to n.
local i.
local wrow.
local wline.
local totalexc.
move 0 to totalexc.
if n = 0 then
    perform writeMonthLine using "    NO EXCEPTIONS RECORDED THIS MONTH"
end-if.
perform varying i from 1 to n
    move wrows(i) to wrow
    string "    WEEK " wweek in wrow "  " wfirst in wrow " - " wlast in wrow "  EXCEPTIONS " wexc in wrow "  DISTINCT OBJECTS " wobjects in wrow into wline
    perform writeMonthLine using wline
    compute totalexc = totalexc + wexc in wrow * 1
end-perform.
if n > 0 then
    string "    MONTH TOTAL  EXCEPTIONS " totalexc into wline
    perform writeMonthLine using wline
end-if.

*> ---- growth -----------------------------------------------------------
writeGrowth section using title, grows.
perform writeMonthLine using "".
perform writeMonthLine using title.
local n.
move length in grows to n.
local i.
local grow.
local gline.
local objname.
local rowdiff.
local datadiff.
local firstmb.
local lastmb.
local diffmb.
local rowsign.
local datasign.
if n = 0 then
    perform writeMonthLine using "    NO INVENTORY HISTORY FOR THIS MONTH"
end-if.
perform varying i from 1 to n
    move grows(i) to grow
    if gtable in grow = ""
        move gdb in grow to objname
    else
        string gdb in grow "." gtable in grow into objname
    end-if
    compute rowdiff = growrows in grow * 1
    compute datadiff = growdata in grow * 1
    move "+" to rowsign
    if rowdiff < 0
        move "" to rowsign
    end-if
    move "+" to datasign
    if datadiff < 0
        move "" to datasign
    end-if
    perform mbText using gfirstdata in grow giving firstmb
    perform mbText using glastdata in grow giving lastmb
    perform mbText using datadiff giving diffmb
    string "    " i ". " gserver in grow "  " objname "  ROWS " gfirstrows in grow " -> " glastrows in grow " (" rowsign rowdiff ")  DATA " firstmb " -> " lastmb " (" datasign diffmb ")" into gline
    perform writeMonthLine using gline
end-perform.

*> ---- count method changes ---------------------------------------------
writeMethodChanges section using crows.
perform writeMonthLine using "".
perform writeMonthLine using "TABLES THAT CHANGED COUNT METHOD DURING THE MONTH".
local n.
move length in crows to n.
local i.
local crow.
local cline.
if n = 0 then
    perform writeMonthLine using "    NONE - EVERY TABLE KEPT ONE COUNT METHOD ALL MONTH"
end-if.
perform varying i from 1 to n
    move crows(i) to crow
    string "    " cserver in crow "  " cdb in crow "." ctable in crow "  EXACT " cexact in crow " NIGHTS, ESTIMATED " cest in crow " NIGHTS  FIRST " cfirst in crow "  LAST " clast in crow into cline
    perform writeMonthLine using cline
end-perform.

*> ---- formatting helpers ----------------------------------------------
tenthsText section using part, whole giving ttext.
if whole = 0 then
    move "N/A" to ttext
else
    local p10.
    compute p10 = part * 1000 / whole.
    compute p10 = p10 - function mod(p10, 1).
    local tenth.
    compute tenth = function mod(p10, 10).
    local units.
    compute units = (p10 - tenth) / 10.
    string units "." tenth into ttext
end-if.

mbText section using bytes giving mtext.
local b10.
compute b10 = bytes * 10 / 1048576.
local msign.
move "" to msign.
if b10 < 0 then
    move "-" to msign
    compute b10 = 0 - b10
end-if.
compute b10 = b10 - function mod(b10, 1).
local mtenth.
compute mtenth = function mod(b10, 10).
local mwhole.
compute mwhole = (b10 - mtenth) / 10.
string msign mwhole "." mtenth " MB" into mtext.

loadRepositoryControl section using fs, controlfile giving repserver, repdatabase.
move "reporting" to repserver.
move "showdb_repo" to repdatabase.
local hascontrol.
perform existsSync in fs using controlfile giving hascontrol.
if hascontrol then
    local ftext.
    perform readFileSync in fs using controlfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    local fkey.
    local fval.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into fkey, fval
            if fkey = "server" move fval to repserver end-if
            if fkey = "database" move fval to repdatabase end-if
        end-if
    end-perform
end-if.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

loadServerList section using fs giving serverlist.
move table to serverlist.
local hasServers.
local serversfile.
perform profiledName using "servers.control" giving serversfile.
perform existsSync in fs using serversfile giving hasServers.
if hasServers then
    local srvtext.
    perform readFileSync in fs using serversfile "utf8" giving srvtext
    local srvlines.
    perform split in srvtext using "\n" giving srvlines
    local si.
    local srvlinecount.
    move length in srvlines to srvlinecount
    local srvline.
    local fieldparts.
    local fi.
    local fieldcount.
    local fieldname.
    local fieldval.
    local entry.
    perform varying si from 1 to srvlinecount
        move srvlines(si) to srvline
        if srvline not = ""
            move object to entry
            perform split in srvline using ";" giving fieldparts
            move length in fieldparts to fieldcount
            perform varying fi from 1 to fieldcount
                unstring fieldparts(fi) delimited by "=" into fieldname, fieldval
                if fieldname = "name" move fieldval to name in entry end-if
                if fieldname = "host" move fieldval to host in entry end-if
                if fieldname = "user" move fieldval to user in entry end-if
                if fieldname = "password" move fieldval to password in entry end-if
                if fieldname = "database" move fieldval to database in entry end-if
            end-perform
            perform append in serverlist using entry
        end-if
    end-perform
end-if.
