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
*> takes, prefixing the controls read and every file written.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

*> replication health: the recon report says reporting has drifted
*> from orders on row counts, but never why - whether replication is
*> stopped, erroring, or hours behind. This job walks the same server
*> list as the nightly inventory with the same externalized
*> credentials and asks each server for its replica status: IO and
*> SQL thread state, seconds behind the source, the last IO and SQL
*> error, and where in the source's binary log it has read to and
*> executed to. The answer goes to a dated report for the drill-down
*> and to a status file the morning digest reads, so a recon
*> difference comes with its cause attached.
local controlfile.
perform profiledName using "showdb.control" giving controlfile.
local control.
perform loadControlFile using fs, controlfile giving control.

*> replication.control: lagmax=seconds a running replica may trail
*> its source before it counts as LAGGING, and replicas=name,name for
*> the servers that must be replicas - one of those answering with
*> no replica status at all has lost its configuration, which is
*> worse than lag. Servers not named there that turn out to be
*> replicas are still reported on.
local lagmax.
move 300 to lagmax.
local replicas.
move table to replicas.
perform loadReplicationControl using fs.

*> planned maintenance: the same maintenance.control windows the
*> nightly inventory honours. A server inside one when its turn comes
*> is not connected to at all and reports PLANNED-SKIP, which counts
*> towards neither the unreachable total nor the completion code - a
*> box down on purpose is not a replication problem.
local maintlist.
perform loadMaintenance using fs giving maintlist.
local plannedcount.
move 0 to plannedcount.

local auditfile.
perform profiledName using "showdb_audit.log" giving auditfile.
local laststart.
local lastsql.

local rundate.
accept rundate from date.
local reportbase.
string "showdb_replication_" rundate ".rpt" into reportbase.
local reportfile.
perform profiledName using reportbase giving reportfile.
local reportlines.
move 0 to reportlines.
local statusfile.
perform profiledName using "showdb_replication.dat" giving statusfile.
local statuslines.
move table to statuslines.

local options.
local connection.
local errtype.
local maxretries.
move 3 to maxretries.
local retrycount.
move 0 to retrycount.

*> worst state seen across the estate drives the completion code:
*> 8 for a stopped, erroring or unconfigured replica, 4 for one past
*> the lag limit or a server that could not be asked.
local brokencount.
move 0 to brokencount.
local lagcount.
move 0 to lagcount.
local unreachcount.
move 0 to unreachcount.
local replicacount.
move 0 to replicacount.

local serverlist.
perform loadServerList using fs giving serverlist.
local servercount.
move length in serverlist to servercount.
local s.
move 1 to s.

local header.
string "REPLICATION HEALTH REPORT   RUN DATE: " rundate into header.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".
local limitline.
string "LAG LIMIT: " lagmax " SECONDS" into limitline.
perform writeReplLine using limitline.

perform processServer.

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
string "REPLRPT/" user in options "@" host in options into jobuser.
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

writeReplLine section using rline.
perform appendFileSync in fs using reportfile rline.
perform appendFileSync in fs using reportfile x"0A".
add 1 to reportlines.

classifyError section using err giving errtype.
local code.
move code in err to code.
move "fatal" to errtype.
if code = "PROTOCOL_CONNECTION_LOST" or code = "ECONNRESET" or code = "ETIMEDOUT" or code = "ECONNREFUSED" or code = "ESOCKET"
    move "transient" to errtype
end-if.

containsValue section using vals, val giving found.
move "false" to found.
local n.
move length in vals to n.
local i.
perform varying i from 1 to n
    if vals(i) = val
        move "true" to found
    end-if
end-perform.

*> error text can run to several lines; the report keeps one line
*> per fact.
flattenText section using rawtext giving flat.
local tparts.
local tn.
local ti.
move "" to flat.
if rawtext then
    string "" rawtext into flat
    perform split in flat using "\n" giving tparts
    move length in tparts to tn
    move tparts(1) to flat
    perform varying ti from 2 to tn
        string flat " " tparts(ti) into flat
    end-perform
end-if.

processServer section.
if s > servercount then
    perform finishJob
else
    move serverlist(s) to options
    move 0 to retrycount
    local serverheader.
    string "SERVER: " name in options " (" host in options ")" into serverheader
    perform writeReplLine using serverheader
    local inwindow.
    local windowend.
    local windowreason.
    perform findMaintenance using name in options giving inwindow, windowend, windowreason
    if inwindow = "true"
        local pline.
        string "    STATE: PLANNED MAINTENANCE UNTIL " windowend " (" windowreason ")" into pline
        perform writeReplLine using pline
        add 1 to plannedcount
        local psline.
        string "server=" name in options ";state=PLANNED-SKIP;io=;sql=;lag=;errno=" into psline
        perform append in statuslines using psline
        add 1 to s
        perform processServer
    else
        perform runReplicaStatus
    end-if
end-if.

serverDone section.
perform end in connection.
add 1 to s.
perform processServer.

runReplicaStatus section.
perform auditConnect using options giving connection.
perform beginQuery using "show slave status".
perform query in connection using "show slave status" replicaRows.

*> one row for a replica, none for a server that is not one. SHOW
*> output is read by position, as the database and table walks do:
*> 6/7 source log file and read position, 10/22 source log file and
*> position executed, 11/12 IO and SQL thread, 33 seconds behind
*> (NULL while the SQL thread is down), 35-38 last IO and SQL error.
replicaRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
local sline.
local expected.
perform containsValue using replicas, name in options giving expected.
if err then
    perform classifyError using err giving errtype
    if errtype = "transient" and retrycount < maxretries
        add 1 to retrycount
        display "transient error reading replica status for " name in options ", retry " retrycount " of " maxretries ": " err
        perform end in connection
        perform runReplicaStatus
    else
        display "error reading replica status for " name in options ", skipping server: " err
        local failline.
        string "    STATE: UNREACHABLE - REPLICA STATUS COULD NOT BE READ (" errcode ")" into failline
        perform writeReplLine using failline
        add 1 to unreachcount
        string "server=" name in options ";state=UNREACHABLE;io=;sql=;lag=;errno=" into sline
        perform append in statuslines using sline
        perform serverDone
    end-if
else
    if rowcount = 0
        if expected = "true"
            perform writeReplLine using "    STATE: NOT-CONFIGURED - LISTED IN replication.control BUT REPORTS NO REPLICA STATUS"
            add 1 to brokencount
            string "server=" name in options ";state=NOT-CONFIGURED;io=;sql=;lag=;errno=" into sline
        else
            perform writeReplLine using "    STATE: NOT A REPLICA"
            string "server=" name in options ";state=NOT-REPLICA;io=;sql=;lag=;errno=" into sline
        end-if
        perform append in statuslines using sline
    else
        perform recordReplica using rows(1)
    end-if
    perform serverDone
end-if.

recordReplica section using rrow.
local vals.
perform values in rrow giving vals.
local iorun.
local sqlrun.
move vals(11) to iorun.
move vals(12) to sqlrun.
local lagraw.
move vals(33) to lagraw.
local lagtext.
move "NULL" to lagtext.
local lagnum.
compute lagnum = 0 - 1.
if lagraw then
    compute lagnum = lagraw * 1
    move lagnum to lagtext
end-if.
if lagraw = 0 then
    move 0 to lagnum
    move 0 to lagtext
end-if.
local ioerrno.
local sqlerrno.
compute ioerrno = vals(35) * 1.
compute sqlerrno = vals(37) * 1.
local ioerror.
local sqlerror.
perform flattenText using vals(36) giving ioerror.
perform flattenText using vals(38) giving sqlerror.
local lasterrno.
move sqlerrno to lasterrno.
if lasterrno = 0 then
    move ioerrno to lasterrno
end-if.

*> a thread reporting an error is ERROR even while the other keeps
*> running; a thread that is simply not running is STOPPED; only a
*> replica with both threads up is judged on lag, and a NULL lag
*> there is reported as unknown rather than guessed at.
local state.
move "RUNNING" to state.
if iorun not = "Yes" or sqlrun not = "Yes" then
    move "STOPPED" to state
end-if.
if ioerrno not = 0 or sqlerrno not = 0 then
    move "ERROR" to state
end-if.
if state = "RUNNING" and lagnum > lagmax then
    move "LAGGING" to state
end-if.
add 1 to replicacount.
if state = "STOPPED" or state = "ERROR" then
    add 1 to brokencount
end-if.
if state = "LAGGING" then
    add 1 to lagcount
end-if.

local rline.
string "    STATE: " state into rline.
perform writeReplLine using rline.
string "    IO THREAD: " iorun "   SQL THREAD: " sqlrun into rline.
perform writeReplLine using rline.
string "    SECONDS BEHIND SOURCE: " lagtext into rline.
perform writeReplLine using rline.
string "    SOURCE LOG READ:     " vals(6) " POSITION " vals(7) into rline.
perform writeReplLine using rline.
string "    SOURCE LOG EXECUTED: " vals(10) " POSITION " vals(22) into rline.
perform writeReplLine using rline.
if ioerrno = 0 then
    perform writeReplLine using "    LAST IO ERROR: NONE"
else
    string "    LAST IO ERROR: " ioerrno " " ioerror into rline
    perform writeReplLine using rline
end-if.
if sqlerrno = 0 then
    perform writeReplLine using "    LAST SQL ERROR: NONE"
else
    string "    LAST SQL ERROR: " sqlerrno " " sqlerror into rline
    perform writeReplLine using rline
end-if.
local sline.
string "server=" name in options ";state=" state ";io=" iorun ";sql=" sqlrun ";lag=" lagtext ";errno=" lasterrno into sline.
perform append in statuslines using sline.

*> the status file is rewritten whole, one line per server plus the
*> job line, the same shape as the night job's showdb_status.dat.
finishJob section.
local jobstate.
local rc.
move "HEALTHY" to jobstate.
move 0 to rc.
if lagcount > 0 or unreachcount > 0 then
    move "DEGRADED" to jobstate
    move 4 to rc
end-if.
if brokencount > 0 then
    move "BROKEN" to jobstate
    move 8 to rc
end-if.
local sumline.
string "RESULT: " replicacount " REPLICAS, " brokencount " STOPPED OR ERRORING, " lagcount " PAST LAG LIMIT, " unreachcount " UNREACHABLE, " plannedcount " PLANNED MAINTENANCE" into sumline.
perform writeReplLine using sumline.
local footer.
string "END OF REPLICATION REPORT   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
perform writeFileSync in fs using statusfile "".
local n.
move length in statuslines to n.
local i.
perform varying i from 1 to n
    perform appendFileSync in fs using statusfile statuslines(i)
    perform appendFileSync in fs using statusfile x"0A"
end-perform.
local jobline.
string "job=" jobstate ";rc=" rc ";date=" rundate into jobline.
perform appendFileSync in fs using statusfile jobline.
perform appendFileSync in fs using statusfile x"0A".
display "replication " jobstate " written to " reportfile.
move rc to exitCode in nodeproc.
stop run.

loadReplicationControl section using fs.
local replfile.
perform profiledName using "replication.control" giving replfile.
local hasrepl.
perform existsSync in fs using replfile giving hasrepl.
if hasrepl then
    local ftext.
    perform readFileSync in fs using replfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    local fkey.
    local fval.
    local lagval.
    local rparts.
    local rn.
    local ri.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into fkey, fval
            if fkey = "lagmax"
                compute lagval = fval * 1
                if lagval >= 0
                    move lagval to lagmax
                end-if
            end-if
            if fkey = "replicas"
                perform split in fval using "," giving rparts
                move length in rparts to rn
                perform varying ri from 1 to rn
                    if rparts(ri) not = ""
                        perform append in replicas using rparts(ri)
                    end-if
                end-perform
            end-if
        end-if
    end-perform
end-if.

loadControlFile section using fs, controlfile giving control.
move object to control.
move "127.0.0.1" to host in control.
move "root" to user in control.
move "" to password in control.
move "" to database in control.
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
            if fkey = "host" move fval to host in control end-if
            if fkey = "user" move fval to user in control end-if
            if fkey = "password" move fval to password in control end-if
            if fkey = "database" move fval to database in control end-if
        end-if
    end-perform
end-if.

*> maintenance.control: server=name;start=YYYYMMDDHHMM;end=YYYYMMDDHHMM;
*> reason=text, one window per line, as many lines per server as the
*> change calendar needs. A line missing its server or either end is
*> ignored here and flagged by preflight.
loadMaintenance section using fs giving maintlist.
move table to maintlist.
local maintfile.
perform profiledName using "maintenance.control" giving maintfile.
local hasmaint.
perform existsSync in fs using maintfile giving hasmaint.
if hasmaint then
    local mtext.
    perform readFileSync in fs using maintfile "utf8" giving mtext
    local mlines.
    perform split in mtext using "\n" giving mlines
    local mn.
    move length in mlines to mn
    local mi.
    local mline.
    local mparts.
    local mpn.
    local mj.
    local mname.
    local mval.
    local mnum.
    local mrec.
    perform varying mi from 1 to mn
        move mlines(mi) to mline
        if mline not = ""
            move object to mrec
            move "" to server in mrec
            move 0 to wstart in mrec
            move 0 to wend in mrec
            move "" to reason in mrec
            perform split in mline using ";" giving mparts
            move length in mparts to mpn
            perform varying mj from 1 to mpn
                unstring mparts(mj) delimited by "=" into mname, mval
                if mname = "server" move mval to server in mrec end-if
                if mname = "start" compute mnum = mval * 1 move mnum to wstart in mrec end-if
                if mname = "end" compute mnum = mval * 1 move mnum to wend in mrec end-if
                if mname = "reason" move mval to reason in mrec end-if
            end-perform
            if server in mrec not = "" and wstart in mrec > 0 and wend in mrec > 0
                perform append in maintlist using mrec
            end-if
        end-if
    end-perform
end-if.

*> inside a window means start <= now < end, judged at the moment the
*> server's turn comes, so a window that opens at 02:00 still catches
*> a server the lanes do not reach until then.
findMaintenance section using sname giving inwindow, windowend, windowreason.
move "false" to inwindow.
move "" to windowend.
move "" to windowreason.
local nowdate.
accept nowdate from date.
local nowts.
accept nowts from time.
local nowstamp.
compute nowstamp = nowdate * 10000 + (nowts - function mod(nowts, 10000)) / 10000.
local mn.
move length in maintlist to mn.
local mi.
local mrec.
perform varying mi from 1 to mn
    move maintlist(mi) to mrec
    if server in mrec = sname and wstart in mrec <= nowstamp and wend in mrec > nowstamp
        move "true" to inwindow
        move wend in mrec to windowend
        move reason in mrec to windowreason
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
else
    local singleentry.
    move control to singleentry
    move "default" to name in singleentry
    perform append in serverlist using singleentry
end-if.
