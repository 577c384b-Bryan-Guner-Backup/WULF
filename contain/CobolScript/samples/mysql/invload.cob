   move args(3) to profile   string "ERROR    " statusfile " not found - night job has not run, nothing to load" into missingline   perform writeLoadLine using missingline   perform failLoad   string "ERROR    " invspoolfile " not found - nothing to load" into missingline   perform writeLoadLine using missingline   perform failLoad   move serverlist(si) to entry   if name in entry = repserver       move "true" to found       move entry to options   end-if   local eline.   string "ERROR    repository server " repserver " not found in servers.control" into eline   perform writeLoadLine using eline   perform failLoad   local exctext.   perform readFileSync in fs using excspoolfile "utf8" giving exctext   local excraw.   perform split in exctext using "\n" giving excraw   local en.   move length in excraw to en   local ei.   local excline.   perform varying ei from 1 to en       move excraw(ei) to excline       if excline not = ""           perform append in exclines using excline       end-if   end-perform   compute elapsed = elapsed + 8640000   move "transient" to errtype   move invrecords(i) to rec   string "insert into inventory_history (run_date, server, dbname, tabname, rowcount, engine, row_format, data_length, index_length, count_method) values ('" rundate "', '" server in rec "', '" database in rec "', '" table in rec "', " rowcount in rec ", '" engine in rec "', '" rowformat in rec "', " datalength in rec ", " indexlength in rec ", '" countmethod in rec "')" into stmt   perform append in stmts using stmt   move exclines(i) to excline   string "insert into exception_history (run_date, detail) values ('" rundate "', '" excline "')" into stmt   perform append in stmts using stmt   move statrecords(i) to srec   string "insert into status_history (run_date, server, status, dbs_found, dbs_processed) values ('" rundate "', '" server in srec "', '" status in srec "', " found in srec ", " processed in srec ")" into stmt   perform append in stmts using stmt   perform finishLoad   move stmts(q) to cursql   perform beginQuery using cursql   perform query in connection using cursql stmtResult   perform classifyError using err giving errtype   if errtype = "transient" and retrycount < maxretries       add 1 to retrycount       display "transient error on load statement " q ", retry " retrycount " of " maxretries ": " err       perform end in connection       perform auditConnect using options giving connection       perform runNextStatement   else       local eline.       string "ERROR    load statement " q " of " stmtcount " failed: " errcode into eline       perform writeLoadLine using eline       perform end in connection       perform failLoad   end-if   move 0 to retrycount   add 1 to q   perform runNextStatement   local ftext.   perform readFileSync in fs using controlfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local fkey.   local fval.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into fkey, fval           if fkey = "server" move fval to repserver end-if           if fkey = "database" move fval to repdatabase end-if       end-if   end-perform   local invtext.   perform readFileSync in fs using invspoolfile "utf8" giving invtext   local invlines.   perform split in invtext using "\n" giving invlines   local n.   move length in invlines to n.   local i.   local invline.   local invlinex.   local sname.   local dname.   local tname.   local tcount.   local tenginev.   local tformatv.   local tdatav.   local tindexv.   local tmethodv.   local junk.   local rec.   perform varying i from 1 to n       move invlines(i) to invline       if invline not = ""           string invline ",,,,," into invlinex           unstring invlinex delimited by "," into sname, dname, tname, tcount, tenginev, tformatv, tdatav, tindexv, tmethodv, junk           if tdatav = ""               move 0 to tdatav           end-if           if tindexv = ""               move 0 to tindexv           end-if           if tmethodv = ""               move "EXACT" to tmethodv           end-if           compute tcount = tcount * 1           compute tdatav = tdatav * 1           compute tindexv = tindexv * 1           move object to rec           move sname to server in rec           move dname to database in rec           move tname to table in rec           move tcount to rowcount in rec           move tenginev to engine in rec           move tformatv to rowformat in rec           move tdatav to datalength in rec           move tindexv to indexlength in rec           move tmethodv to countmethod in rec           perform append in invrecords using rec       end-if   end-perform   move slines(i) to sline   if sline not = ""       move object to rec       move "" to server in rec       move "" to status in rec       move 0 to found in rec       move 0 to processed in rec       perform split in sline using ";" giving fieldparts       move length in fieldparts to fieldcount       perform varying fi from 1 to fieldcount           unstring fieldparts(fi) delimited by "=" into fieldname, fieldval           if fieldname = "server" move fieldval to server in rec end-if           if fieldname = "status" move fieldval to status in rec end-if           if fieldname = "found" move fieldval to found in rec end-if           if fieldname = "processed" move fieldval to processed in rec end-if           if fieldname = "job" move "*JOB*" to server in rec move fieldval to status in rec end-if       end-perform       if server in rec not = ""           perform append in statrecords using rec       end-if   end-if   move basename to actual   string profile "_" basename into actual   local srvtext.   perform readFileSync in fs using serversfile "utf8" giving srvtext   local srvlines.   perform split in srvtext using "\n" giving srvlines   local si.   local srvlinecount.   move length in srvlines to srvlinecount   local srvline.   local fieldparts.   local fi.   local fieldcount.   local fieldname.   local fieldval.   local entry.   perform varying si from 1 to srvlinecount       move srvlines(si) to srvline       if srvline not = ""           move object to entry           perform split in srvline using ";" giving fieldparts           move length in fieldparts to fieldcount           perform varying fi from 1 to fieldcount               unstring fieldparts(fi) delimited by "=" into fieldname, fieldval               if fieldname = "name" move fieldval to name in entry end-if               if fieldname = "host" move fieldval to host in entry end-if               if fieldname = "user" move fieldval to user in entry end-if               if fieldname = "password" move fieldval to password in entry end-if               if fieldname = "database" move fieldval to database in entry end-if           end-perform           perform append in serverlist using entry       end-if   end-performdata division.
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

*> run profiles: the same profile argument the night job takes, so a
*> profiled run's spools load under that profile's control set.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

*> repository load: every trend question - "show me order_queue's
*> count for the last 90 nights" - used to mean hand-stitching the
*> flat files from 90 run directories into a spreadsheet. This job
*> runs after the night job and loads what the night produced - the
*> inventory records the spool already carries, the exception lines,
*> and the per-server status lines - into three tables on the
*> reporting MySQL server, keyed by run date, so one SQL query
*> answers what used to be an afternoon of copy-paste. It only ever
*> reads the night job's files; a failed load exits 8 with the run
*> directory exactly as it found it, and a rerun for the same date
*> deletes its own date's rows first so the repository never doubles
*> up. repository.control names which servers.control entry to load
*> into and which schema the repository tables live in.
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
local reportfile.
perform profiledName using "showdb_invload.rpt" giving reportfile.
local reportlines.
move 0 to reportlines.

local statusfile.
perform profiledName using "showdb_status.dat" giving statusfile.
local invspoolfile.
perform profiledName using "showdb_inventory.spool" giving invspoolfile.
local excspoolfile.
perform profiledName using "showdb_exceptions.spool" giving excspoolfile.

local header.
string "REPOSITORY LOAD REPORT   RUN DATE: " rundate into header.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

local missingline.
local hasstatus.
perform existsSync in fs using statusfile giving hasstatus.
if not hasstatus then
    string "ERROR    " statusfile " not found - night job has not run, nothing to load" into missingline
    perform writeLoadLine using missingline
    perform failLoad
end-if.
local hasspool.
perform existsSync in fs using invspoolfile giving hasspool.
if not hasspool then
    string "ERROR    " invspoolfile " not found - nothing to load" into missingline
    perform writeLoadLine using missingline
    perform failLoad
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
    perform writeLoadLine using eline
    perform failLoad
end-if.
move repdatabase to database in options.

local invrecords.
perform loadInventorySpool using fs, invspoolfile giving invrecords.
local invcount.
move length in invrecords to invcount.

local exclines.
move table to exclines.
local hasexc.
perform existsSync in fs using excspoolfile giving hasexc.
if hasexc then
    local exctext.
    perform readFileSync in fs using excspoolfile "utf8" giving exctext
    local excraw.
    perform split in exctext using "\n" giving excraw
    local en.
    move length in excraw to en
    local ei.
    local excline.
    perform varying ei from 1 to en
        move excraw(ei) to excline
        if excline not = ""
            perform append in exclines using excline
        end-if
    end-perform
end-if.
local exccount.
move length in exclines to exccount.

*> data-quality probes: the night job spools one line per probe it
*> ran (server|name|value|min|max|status). The spool is optional - a
*> night with no probes.control has nothing to load - and each line
*> lands in probe_history so a probe's value can be trended by name.
local probespoolfile.
perform profiledName using "showdb_probes.spool" giving probespoolfile.
local probelines.
move table to probelines.
local hasprobes.
perform existsSync in fs using probespoolfile giving hasprobes.
if hasprobes then
    local probetext.
    perform readFileSync in fs using probespoolfile "utf8" giving probetext
    local proberaw.
    perform split in probetext using "\n" giving proberaw
    local pn.
    move length in proberaw to pn
    local pi.
    local probeline.
    perform varying pi from 1 to pn
        move proberaw(pi) to probeline
        if probeline not = ""
            perform append in probelines using probeline
        end-if
    end-perform
end-if.
local probecount.
move length in probelines to probecount.

local statrecords.
perform loadStatusFile using fs, statusfile giving statrecords.
local statcount.
move length in statrecords to statcount.

*> the whole load is one flat statement list worked through a single
*> connection, one statement in flight at a time like every other
*> walk in this suite: schema first, then the delete of tonight's own
*> date so a rerun replaces instead of appending, then the inserts.
local stmts.
move table to stmts.
perform buildStatements.
local stmtcount.
move length in stmts to stmtcount.

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
perform runNextStatement.

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
string "INVLOAD/" user in options "@" host in options into jobuser.
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

writeLoadLine section using lline.
perform appendFileSync in fs using reportfile lline.
perform appendFileSync in fs using reportfile x"0A".
display lline.
add 1 to reportlines.

*> a failed load must leave the run directory exactly as it found it
*> - everything above only reads, so failing is just closing the
*> report and handing the scheduler a code it will hold on.
failLoad section.
local footer.
string "LOAD FAILED   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
move 8 to exitCode in nodeproc.
stop run.

*> repository schema: three narrow tables keyed by run date. The
*> creates are IF NOT EXISTS so the first night bootstraps the
*> repository and every later night is a no-op; the deletes make a
*> same-date rerun replace its own rows.
buildStatements section.
local stmt.
string "create table if not exists inventory_history (run_date char(8) not null, server varchar(64) not null, dbname varchar(64) not null, tabname varchar(64) not null, rowcount bigint, engine varchar(32), row_format varchar(32), data_length bigint, index_length bigint, count_method varchar(16), key run_key (run_date, server, dbname, tabname))" into stmt.
perform append in stmts using stmt.
string "create table if not exists exception_history (run_date char(8) not null, detail varchar(512), key run_key (run_date))" into stmt.
perform append in stmts using stmt.
string "create table if not exists status_history (run_date char(8) not null, server varchar(64) not null, status varchar(32), dbs_found int, dbs_processed int, key run_key (run_date, server))" into stmt.
perform append in stmts using stmt.
string "delete from inventory_history where run_date = '" rundate "'" into stmt.
perform append in stmts using stmt.
string "delete from exception_history where run_date = '" rundate "'" into stmt.
perform append in stmts using stmt.
string "create table if not exists probe_history (run_date char(8) not null, server varchar(64) not null, probe varchar(128) not null, probe_value decimal(20,4), min_value decimal(20,4), max_value decimal(20,4), status varchar(16), key run_key (run_date, server, probe))" into stmt.
perform append in stmts using stmt.
string "delete from status_history where run_date = '" rundate "'" into stmt.
perform append in stmts using stmt.
string "delete from probe_history where run_date = '" rundate "'" into stmt.
perform append in stmts using stmt.
local n.
move length in invrecords to n.
local i.
local rec.
perform varying i from 1 to n
    move invrecords(i) to rec
    string "insert into inventory_history (run_date, server, dbname, tabname, rowcount, engine, row_format, data_length, index_length, count_method) values ('" rundate "', '" server in rec "', '" database in rec "', '" table in rec "', " rowcount in rec ", '" engine in rec "', '" rowformat in rec "', " datalength in rec ", " indexlength in rec ", '" countmethod in rec "')" into stmt
    perform append in stmts using stmt
end-perform.
move length in exclines to n.
local excline.
perform varying i from 1 to n
    move exclines(i) to excline
    string "insert into exception_history (run_date, detail) values ('" rundate "', '" excline "')" into stmt
    perform append in stmts using stmt
end-perform.
move length in statrecords to n.
local srec.
perform varying i from 1 to n
    move statrecords(i) to srec
    string "insert into status_history (run_date, server, status, dbs_found, dbs_processed) values ('" rundate "', '" server in srec "', '" status in srec "', " found in srec ", " processed in srec ")" into stmt
    perform append in stmts using stmt
end-perform.
move length in probelines to n.
local probeline.
local psrv.
local pnm.
local pval.
local pmin.
local pmax.
local pst.
local pvalsql.
local pminsql.
local pmaxsql.
perform varying i from 1 to n
    move probelines(i) to probeline
    unstring probeline delimited by "|" into psrv, pnm, pval, pmin, pmax, pst
    perform sqlNumber using pval giving pvalsql
    perform sqlNumber using pmin giving pminsql
    perform sqlNumber using pmax giving pmaxsql
    string "insert into probe_history (run_date, server, probe, probe_value, min_value, max_value, status) values ('" rundate "', '" psrv "', '" pnm "', " pvalsql ", " pminsql ", " pmaxsql ", '" pst "')" into stmt
    perform append in stmts using stmt
end-perform.

*> a failed probe has no value and an open-ended range has no bound;
*> both go in as null rather than zero. Anything else that is not a
*> number goes in as null too - a bare token in a numeric column
*> would fail the statement and with it the whole load.
sqlNumber section using numv giving sqlv.
local numchk.
compute numchk = numv * 1.
if numv = "" or numchk not = numchk then
    move "null" to sqlv
else
    move numv to sqlv
end-if.

runNextStatement section.
if q > stmtcount then
    perform finishLoad
else
    move stmts(q) to cursql
    perform beginQuery using cursql
    perform query in connection using cursql stmtResult
end-if.

stmtResult section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    perform classifyError using err giving errtype
    if errtype = "transient" and retrycount < maxretries
        add 1 to retrycount
        display "transient error on load statement " q ", retry " retrycount " of " maxretries ": " err
        perform end in connection
        perform auditConnect using options giving connection
        perform runNextStatement
    else
        local eline.
        string "ERROR    load statement " q " of " stmtcount " failed: " errcode into eline
        perform writeLoadLine using eline
        perform end in connection
        perform failLoad
    end-if
else
    move 0 to retrycount
    add 1 to q
    perform runNextStatement
end-if.

finishLoad section.
perform end in connection.
local sumline.
string "LOADED " invcount " INVENTORY RECORDS, " exccount " EXCEPTIONS, " statcount " STATUS LINES, " probecount " PROBE RESULTS INTO " repdatabase " ON " repserver into sumline.
perform writeLoadLine using sumline.
local footer.
string "END OF LOAD REPORT   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
stop run.

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

*> same record shape the night job's own end-of-run assembly parses
*> out of the spool, so the repository rows always agree with the
*> reports built from the same night.
loadInventorySpool section using fs, invspoolfile giving invrecords.
move table to invrecords.
local hasspool.
perform existsSync in fs using invspoolfile giving hasspool.
if hasspool then
    local invtext.
    perform readFileSync in fs using invspoolfile "utf8" giving invtext
    local invlines.
    perform split in invtext using "\n" giving invlines
    local n.
    move length in invlines to n.
    local i.
    local invline.
    local invlinex.
    local sname.
    local dname.
    local tname.
    local tcount.
    local tenginev.
    local tformatv.
    local tdatav.
    local tindexv.
    local tmethodv.
    local junk.
    local rec.
    perform varying i from 1 to n
        move invlines(i) to invline
        if invline not = ""
            string invline ",,,,," into invlinex
            unstring invlinex delimited by "," into sname, dname, tname, tcount, tenginev, tformatv, tdatav, tindexv, tmethodv, junk
            if tdatav = ""
                move 0 to tdatav
            end-if
            if tindexv = ""
                move 0 to tindexv
            end-if
            if tmethodv = ""
                move "EXACT" to tmethodv
            end-if
            compute tcount = tcount * 1
            compute tdatav = tdatav * 1
            compute tindexv = tindexv * 1
            move object to rec
            move sname to server in rec
            move dname to database in rec
            move tname to table in rec
            move tcount to rowcount in rec
            move tenginev to engine in rec
            move tformatv to rowformat in rec
            move tdatav to datalength in rec
            move tindexv to indexlength in rec
            move tmethodv to countmethod in rec
            perform append in invrecords using rec
        end-if
    end-perform
end-if.

*> status file: one server=...;status=...;found=...;processed=... line
*> per server and a closing job=...;rc=... line - the job line rides
*> along as a server named *JOB* so the repository holds the overall
*> verdict next to the per-server ones.
loadStatusFile section using fs, statusfile giving statrecords.
move table to statrecords.
local stext.
perform readFileSync in fs using statusfile "utf8" giving stext.
local slines.
perform split in stext using "\n" giving slines.
local n.
move length in slines to n.
local i.
local sline.
local fieldparts.
local fieldcount.
local fi.
local fieldname.
local fieldval.
local rec.
perform varying i from 1 to n
    move slines(i) to sline
    if sline not = ""
        move object to rec
        move "" to server in rec
        move "" to status in rec
        move 0 to found in rec
        move 0 to processed in rec
        perform split in sline using ";" giving fieldparts
        move length in fieldparts to fieldcount
        perform varying fi from 1 to fieldcount
            unstring fieldparts(fi) delimited by "=" into fieldname, fieldval
            if fieldname = "server" move fieldval to server in rec end-if
            if fieldname = "status" move fieldval to status in rec end-if
            if fieldname = "found" move fieldval to found in rec end-if
            if fieldname = "processed" move fieldval to processed in rec end-if
            if fieldname = "job" move "*JOB*" to server in rec move fieldval to status in rec end-if
        end-perform
        if server in rec not = ""
            perform append in statrecords using rec
        end-if
    end-if
end-perform.

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
