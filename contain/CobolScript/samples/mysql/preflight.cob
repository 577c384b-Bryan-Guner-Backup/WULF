   move args(3) to profile   string header "   PROFILE: " profile into header   local ftext.   perform readFileSync in fs using controlfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   move length in flines to fn   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into fkey, fval           move "false" to known           if fkey = "host" move "true" to known move fval to host in control end-if           if fkey = "user" move "true" to known move fval to user in control end-if           if fkey = "password" move "true" to known move fval to password in control end-if           if fkey = "database" move "true" to known move fval to database in control end-if           if fkey = "format" move "true" to known move fval to format in control end-if           if fkey = "snapshot" move "true" to known move fval to snapshot in control end-if           if fkey = "deadline" move "true" to known move fval to deadline in control end-if           if fkey = "parallel" move "true" to known move fval to parallel in control end-if           if fkey = "escalate" move "true" to known move fval to escalate in control end-if           if fkey = "estimatemax" move "true" to known move fval to estimatemax in control end-if           if fkey = "esttolerance" move "true" to known move fval to esttolerance in control end-if           if fkey = "staleage" move "true" to known move fval to staleage in control end-if           if known = "false"               string "WARNING  showdb.control line " fi ": unknown key " fkey into vline               perform flagWarning using vline           end-if       end-if   end-perform   perform flagWarning using "WARNING  showdb.control not found - built-in defaults in effect"   perform flagError using "ERROR    showdb.control: host is required and is empty"   perform flagError using "ERROR    showdb.control: user is required and is empty"   string "ERROR    showdb.control: unrecognized format value " format in control into vline   perform flagError using vline   string "ERROR    showdb.control: unrecognized snapshot value " snapshot in control into vline   perform flagError using vline   local dlen.   move length in dstr to dlen   local dval.   compute dval = dstr * 1   local dmin.   compute dmin = function mod(dval, 100)   local dok.   move "false" to dok   if dlen = 4 and dval >= 0 and dval <= 2359 and dmin <= 59       move "true" to dok   end-if   if dok = "false"       string "ERROR    showdb.control: deadline must be HHMM, got " dstr into vline       perform flagError using vline   end-if   move "true" to pok   string "ERROR    showdb.control: parallel must be 1 to 4, got " parallel in control into vline   perform flagError using vline   move "true" to escok   string "ERROR    showdb.control: escalate must be a night count of 1 or more, got " escalate in control into vline   perform flagError using vline   local estval.   compute estval = estraw * 1   local estok.   move "false" to estok   if estval >= 1       move "true" to estok   end-if   if estok = "false"       string "ERROR    showdb.control: estimatemax must be a byte count, got " estraw into vline       perform flagError using vline   end-if   move "true" to tolok   string "ERROR    showdb.control: esttolerance must be a percentage of 0 or more, got " esttolerance in control into vline   perform flagError using vline   move "true" to staleok   string "ERROR    showdb.control: staleage must be a day count of 1 or more, got " staleage in control into vline   perform flagError using vline   local srvtext.   perform readFileSync in fs using serversfile "utf8" giving srvtext   local srvlines.   perform split in srvtext using "\n" giving srvlines   local si.   local srvlinecount.   move length in srvlines to srvlinecount   local srvline.   local fieldparts.   local fieldcount.   local fieldname.   local fieldval.   local entry.   local already.   perform varying si from 1 to srvlinecount       move srvlines(si) to srvline       if srvline not = ""           move object to entry           move "" to name in entry           move "" to host in entry           move "" to user in entry           move "" to password in entry           move "" to database in entry           perform split in srvline using ";" giving fieldparts           move length in fieldparts to fieldcount           perform varying fi from 1 to fieldcount               unstring fieldparts(fi) delimited by "=" into fieldname, fieldval               move "false" to known               if fieldname = "name" move "true" to known move fieldval to name in entry end-if               if fieldname = "host" move "true" to known move fieldval to host in entry end-if               if fieldname = "user" move "true" to known move fieldval to user in entry end-if               if fieldname = "password" move "true" to known move fieldval to password in entry end-if               if fieldname = "database" move "true" to known move fieldval to database in entry end-if               if known = "false"                   string "WARNING  servers.control line " si ": unknown field " fieldname into vline                   perform flagWarning using vline               end-if           end-perform           if name in entry = ""               string "ERROR    servers.control line " si ": name is required" into vline               perform flagError using vline           end-if           if host in entry = ""               string "ERROR    servers.control line " si ": host is required" into vline               perform flagError using vline           end-if           if user in entry = ""               string "ERROR    servers.control line " si ": user is required" into vline               perform flagError using vline           end-if           if name in entry not = ""               perform containsValue using servernames, name in entry giving already               if already = "true"                   string "WARNING  servers.control line " si ": duplicate server name " name in entry into vline                   perform flagWarning using vline               end-if               perform append in servernames using name in entry           end-if           perform append in serverlist using entry       end-if   end-perform   perform flagWarning using "WARNING  servers.control not found - night job falls back to the single showdb.control server"   local singleentry.   move control to singleentry   move "default" to name in singleentry   perform append in serverlist using singleentry   local ftext2.   perform readFileSync in fs using filterfile "utf8" giving ftext2   local flines2.   perform split in ftext2 using "\n" giving flines2   local modekey.   local modeval.   move flines2(1) to fline   unstring fline delimited by "=" into modekey, modeval   move "false" to known   if modeval = "include"       move "true" to known   end-if   if modeval = "exclude"       move "true" to known   end-if   if modekey not = "mode" or known = "false"       string "ERROR    schema.filter line 1: expected mode=include or mode=exclude, got " fline into vline       perform flagError using vline   end-if   perform flagWarning using "WARNING  schema.filter not found - built-in system-schema excludes in effect"   local ttext.   perform readFileSync in fs using thresholdfile "utf8" giving ttext   local tlines.   perform split in ttext using "\n" giving tlines   local tn.   move length in tlines to tn   local tkey.   local tval.   local tvalx.   local tminv.   local tmaxv.   local junk.   perform varying fi from 1 to tn       move tlines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into tkey, tval           if not tval               string "WARNING  thresholds.control line " fi ": entry has no min,max value" into vline               perform flagWarning using vline           else               string tval "," into tvalx               unstring tvalx delimited by "," into tminv, tmaxv, junk               perform checkBound using tminv, fi, "min"               perform checkBound using tmaxv, fi, "max"           end-if       end-if   end-perform   perform writePreflightLine using "INFO     thresholds.control not found - no row-count exceptions will be raised"   local acktext.   perform readFileSync in fs using ackfile "utf8" giving acktext   local acklines.   perform split in acktext using "\n" giving acklines   local ackn.   move length in acklines to ackn   local ackkey.   local ackval.   local ackvalx.   local ackwho.   local ackwhy.   local ackexpiry.   local junk2.   local keyparts.   perform varying fi from 1 to ackn       move acklines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into ackkey, ackval           if not ackval               string "WARNING  exceptions.ack line " fi ": entry has no who,why,expiry value" into vline               perform flagWarning using vline           else               perform split in ackkey using "|" giving keyparts               local keypartcount.               move length in keyparts to keypartcount               if keypartcount not = 3                   string "WARNING  exceptions.ack line " fi ": key must be server|object|kind, got " ackkey into vline                   perform flagWarning using vline               end-if               string ackval ",," into ackvalx               unstring ackvalx delimited by "," into ackwho, ackwhy, ackexpiry, junk2               if ackwho = ""                   string "WARNING  exceptions.ack line " fi ": no acknowledging user" into vline                   perform flagWarning using vline               end-if               local explen.               move length in ackexpiry to explen               local expnum.               compute expnum = ackexpiry * 1               local expok.               move "false" to expok               if explen = 8 and expnum >= 19000101                   move "true" to expok               end-if               if expok = "false"                   string "WARNING  exceptions.ack line " fi ": expiry must be YYYYMMDD, got " ackexpiry into vline                   perform flagWarning using vline               end-if           end-if       end-if   end-perform   perform writePreflightLine using "INFO     exceptions.ack not found - no exceptions are acknowledged"   local voltext.   perform readFileSync in fs using volfile "utf8" giving voltext   local vollines.   perform split in voltext using "\n" giving vollines   local voln.   move length in vollines to voln   local volkey.   local volval.   local volnum.   local volknown.   perform varying fi from 1 to voln       move vollines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into volkey, volval           compute volnum = volval * 1           local volok.           move "false" to volok           if volnum >= 1               move "true" to volok           end-if           if volok = "false"               string "ERROR    volumes.control line " fi ": " volkey " needs a positive number, got " volval into vline               perform flagError using vline           end-if           if volkey not = "horizon"               perform containsValue using servernames, volkey giving volknown               if volknown = "false"                   string "WARNING  volumes.control line " fi ": server " volkey " is not in servers.control" into vline                   perform flagWarning using vline               end-if           end-if       end-if   end-perform   perform writePreflightLine using "INFO     volumes.control not found - capacity forecast will not project days-until-full"   local rettext.   perform readFileSync in fs using retfile "utf8" giving rettext   local retlines.   perform split in rettext using "\n" giving retlines   local retn.   move length in retlines to retn   local retkey.   local retval.   local retnum.   local retknown.   perform varying fi from 1 to retn       move retlines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into retkey, retval           move "false" to retknown           if retkey = "history" move "true" to retknown end-if           if retkey = "structure" move "true" to retknown end-if           if retkey = "grants" move "true" to retknown end-if           if retkey = "auditlogs" move "true" to retknown end-if           if retknown = "false"               string "WARNING  retention.control line " fi ": unknown family " retkey into vline               perform flagWarning using vline           end-if           compute retnum = retval * 1           local retok.           move "false" to retok           if retnum >= 1               move "true" to retok           end-if           if retok = "false"               string "ERROR    retention.control line " fi ": " retkey " needs a generation count of 1 or more, got " retval into vline               perform flagError using vline           end-if       end-if   end-perform   perform writePreflightLine using "INFO     retention.control not found - housekeeping falls back to built-in generation counts"   if vals(i) = val       move "true" to found   end-if   move basename to actual   string profile "_" basename into actual   local bnum.   compute bnum = boundval * 1.   if bnum >= 0 then       move 0 to bnum   else       local bline.       string "WARNING  thresholds.control line " lineno ": " boundname " is not a valid number: " boundval into bline       perform flagWarning using bline   end-if   perform finishPreflight   move serverlist(s) to options   perform createConnection in mysql using options giving connection   perform query in connection using "select 1" testResult   string "ERROR    server " name in options " (" host in options "): unreachable or rejected - " code in err into tline   perform flagError using tline   string "OK       server " name in options " (" host in options "): connect and no-op query succeeded" into tline   perform writePreflightLine using tline   move 4 to rc   move 8 to rcdata division.
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

*> preflight: a typo in servers.control or a rotated password used to
*> surface at 02:00 as a skipped server and a lost night of inventory
*> for that box. This job runs in the early evening instead: it parses
*> showdb.control, servers.control, schema.filter and
*> thresholds.control and reports unknown keys, missing required
*> fields and unrecognized values, then connects to every server entry
*> and runs a no-op query to prove reachability and credentials - all
*> without touching the report, CSV/JSON, checkpoint or audit files
*> the night job owns. Exit code 0 clean, 4 warnings only, 8 errors.
*> run profiles: the same profile argument the night job takes, so
*> the evening validation reads exactly the control set tonight's
*> profiled run will read and writes its own profiled report.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.
local reportfile.
perform profiledName using "showdb_preflight.rpt" giving reportfile.
local rundate.
accept rundate from date.
local reportlines.
move 0 to reportlines.
local errorcount.
move 0 to errorcount.
local warncount.
move 0 to warncount.

local header.
string "PREFLIGHT VALIDATION REPORT   RUN DATE: " rundate into header.
if profile not = "" then
    string header "   PROFILE: " profile into header
end-if.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

*> ---- showdb.control ------------------------------------------------
local control.
move object to control.
move "127.0.0.1" to host in control.
move "root" to user in control.
move "" to password in control.
move "" to database in control.
move "DISPLAY" to format in control.
move "OFF" to snapshot in control.
move "" to deadline in control.
move 1 to parallel in control.
move 7 to escalate in control.
move "" to estimatemax in control.
move 10 to esttolerance in control.
move 90 to staleage in control.
move "" to slowquery in control.
move 80 to autoincpct in control.
local hascontrol.
local controlfile.
perform profiledName using "showdb.control" giving controlfile.
perform existsSync in fs using controlfile giving hascontrol.
local fline.
local fkey.
local fval.
local known.
local vline.
local fi.
local fn.
if hascontrol then
    local ftext.
    perform readFileSync in fs using controlfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    move length in flines to fn
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into fkey, fval
            move "false" to known
            if fkey = "host" move "true" to known move fval to host in control end-if
            if fkey = "user" move "true" to known move fval to user in control end-if
            if fkey = "password" move "true" to known move fval to password in control end-if
            if fkey = "database" move "true" to known move fval to database in control end-if
            if fkey = "format" move "true" to known move fval to format in control end-if
            if fkey = "snapshot" move "true" to known move fval to snapshot in control end-if
            if fkey = "deadline" move "true" to known move fval to deadline in control end-if
            if fkey = "parallel" move "true" to known move fval to parallel in control end-if
            if fkey = "escalate" move "true" to known move fval to escalate in control end-if
            if fkey = "estimatemax" move "true" to known move fval to estimatemax in control end-if
            if fkey = "esttolerance" move "true" to known move fval to esttolerance in control end-if
            if fkey = "staleage" move "true" to known move fval to staleage in control end-if
            if fkey = "slowquery" move "true" to known move fval to slowquery in control end-if
            if fkey = "autoincpct" move "true" to known move fval to autoincpct in control end-if
            if known = "false"
                string "WARNING  showdb.control line " fi ": unknown key " fkey into vline
                perform flagWarning using vline
            end-if
        end-if
    end-perform
else
    perform flagWarning using "WARNING  showdb.control not found - built-in defaults in effect"
end-if.
if host in control = "" then
    perform flagError using "ERROR    showdb.control: host is required and is empty"
end-if.
if user in control = "" then
    perform flagError using "ERROR    showdb.control: user is required and is empty"
end-if.
if format in control not = "DISPLAY" and format in control not = "CSV" and format in control not = "JSON" then
    string "ERROR    showdb.control: unrecognized format value " format in control into vline
    perform flagError using vline
end-if.
if snapshot in control not = "ON" and snapshot in control not = "OFF" then
    string "ERROR    showdb.control: unrecognized snapshot value " snapshot in control into vline
    perform flagError using vline
end-if.
local dstr.
move deadline in control to dstr.
if dstr not = "" then
    local dlen.
    move length in dstr to dlen
    local dval.
    compute dval = dstr * 1
    local dmin.
    compute dmin = function mod(dval, 100)
    local dok.
    move "false" to dok
    if dlen = 4 and dval >= 0 and dval <= 2359 and dmin <= 59
        move "true" to dok
    end-if
    if dok = "false"
        string "ERROR    showdb.control: deadline must be HHMM, got " dstr into vline
        perform flagError using vline
    end-if
end-if.
local pval.
compute pval = parallel in control * 1.
local pok.
move "false" to pok.
if pval >= 1 and pval <= 4 then
    move "true" to pok
end-if.
if pok = "false" then
    string "ERROR    showdb.control: parallel must be 1 to 4, got " parallel in control into vline
    perform flagError using vline
end-if.
*> same fail-closed shape as the parallel/deadline checks above: the
*> ok flag only flips when the value proves itself in range, so a
*> non-numeric value (whose comparisons are all false) is an error
*> rather than a pass - escalate=seven must not sail through tonight
*> and silently disable escalation.
local escval.
compute escval = escalate in control * 1.
local escok.
move "false" to escok.
if escval >= 1 then
    move "true" to escok
end-if.
if escok = "false" then
    string "ERROR    showdb.control: escalate must be a night count of 1 or more, got " escalate in control into vline
    perform flagError using vline
end-if.
local estraw.
move estimatemax in control to estraw.
if estraw not = "" then
    local estval.
    compute estval = estraw * 1
    local estok.
    move "false" to estok
    if estval >= 1
        move "true" to estok
    end-if
    if estok = "false"
        string "ERROR    showdb.control: estimatemax must be a byte count, got " estraw into vline
        perform flagError using vline
    end-if
end-if.
local tolval.
compute tolval = esttolerance in control * 1.
local tolok.
move "false" to tolok.
if tolval >= 0 then
    move "true" to tolok
end-if.
if tolok = "false" then
    string "ERROR    showdb.control: esttolerance must be a percentage of 0 or more, got " esttolerance in control into vline
    perform flagError using vline
end-if.
local staleval.
compute staleval = staleage in control * 1.
local staleok.
move "false" to staleok.
if staleval >= 1 then
    move "true" to staleok
end-if.
if staleok = "false" then
    string "ERROR    showdb.control: staleage must be a day count of 1 or more, got " staleage in control into vline
    perform flagError using vline
end-if.
local slowraw.
move slowquery in control to slowraw.
if slowraw not = "" then
    local slowval.
    compute slowval = slowraw * 1
    local slowok.
    move "false" to slowok
    if slowval >= 1
        move "true" to slowok
    end-if
    if slowok = "false"
        string "ERROR    showdb.control: slowquery must be a second count of 1 or more, got " slowraw into vline
        perform flagError using vline
    end-if
end-if.
local aipval.
compute aipval = autoincpct in control * 1.
local aipok.
move "false" to aipok.
if aipval >= 1 and aipval <= 100 then
    move "true" to aipok
end-if.
if aipok = "false" then
    string "ERROR    showdb.control: autoincpct must be a percentage from 1 to 100, got " autoincpct in control into vline
    perform flagError using vline
end-if.

*> ---- servers.control -----------------------------------------------
local serverlist.
move table to serverlist.
local servernames.
move table to servernames.
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
    local fieldcount.
    local fieldname.
    local fieldval.
    local entry.
    local already.
    perform varying si from 1 to srvlinecount
        move srvlines(si) to srvline
        if srvline not = ""
            move object to entry
            move "" to name in entry
            move "" to host in entry
            move "" to user in entry
            move "" to password in entry
            move "" to database in entry
            perform split in srvline using ";" giving fieldparts
            move length in fieldparts to fieldcount
            perform varying fi from 1 to fieldcount
                unstring fieldparts(fi) delimited by "=" into fieldname, fieldval
                move "false" to known
                if fieldname = "name" move "true" to known move fieldval to name in entry end-if
                if fieldname = "host" move "true" to known move fieldval to host in entry end-if
                if fieldname = "user" move "true" to known move fieldval to user in entry end-if
                if fieldname = "password" move "true" to known move fieldval to password in entry end-if
                if fieldname = "database" move "true" to known move fieldval to database in entry end-if
                if known = "false"
                    string "WARNING  servers.control line " si ": unknown field " fieldname into vline
                    perform flagWarning using vline
                end-if
            end-perform
            if name in entry = ""
                string "ERROR    servers.control line " si ": name is required" into vline
                perform flagError using vline
            end-if
            if host in entry = ""
                string "ERROR    servers.control line " si ": host is required" into vline
                perform flagError using vline
            end-if
            if user in entry = ""
                string "ERROR    servers.control line " si ": user is required" into vline
                perform flagError using vline
            end-if
            if name in entry not = ""
                perform containsValue using servernames, name in entry giving already
                if already = "true"
                    string "WARNING  servers.control line " si ": duplicate server name " name in entry into vline
                    perform flagWarning using vline
                end-if
                perform append in servernames using name in entry
            end-if
            perform append in serverlist using entry
        end-if
    end-perform
else
    perform flagWarning using "WARNING  servers.control not found - night job falls back to the single showdb.control server"
    local singleentry.
    move control to singleentry
    move "default" to name in singleentry
    perform append in serverlist using singleentry
end-if.

*> ---- schema.filter --------------------------------------------------
local hasfilter.
local filterfile.
perform profiledName using "schema.filter" giving filterfile.
perform existsSync in fs using filterfile giving hasfilter.
if hasfilter then
    local ftext2.
    perform readFileSync in fs using filterfile "utf8" giving ftext2
    local flines2.
    perform split in ftext2 using "\n" giving flines2
    local modekey.
    local modeval.
    move flines2(1) to fline
    unstring fline delimited by "=" into modekey, modeval
    move "false" to known
    if modeval = "include"
        move "true" to known
    end-if
    if modeval = "exclude"
        move "true" to known
    end-if
    if modekey not = "mode" or known = "false"
        string "ERROR    schema.filter line 1: expected mode=include or mode=exclude, got " fline into vline
        perform flagError using vline
    end-if
else
    perform flagWarning using "WARNING  schema.filter not found - built-in system-schema excludes in effect"
end-if.

*> ---- thresholds.control ---------------------------------------------
local hasthresholds.
local thresholdfile.
perform profiledName using "thresholds.control" giving thresholdfile.
perform existsSync in fs using thresholdfile giving hasthresholds.
if hasthresholds then
    local ttext.
    perform readFileSync in fs using thresholdfile "utf8" giving ttext
    local tlines.
    perform split in ttext using "\n" giving tlines
    local tn.
    move length in tlines to tn
    local tkey.
    local tval.
    local tvalx.
    local tminv.
    local tmaxv.
    local junk.
    perform varying fi from 1 to tn
        move tlines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into tkey, tval
            if not tval
                string "WARNING  thresholds.control line " fi ": entry has no min,max value" into vline
                perform flagWarning using vline
            else
                string tval "," into tvalx
                unstring tvalx delimited by "," into tminv, tmaxv, junk
                perform checkBound using tminv, fi, "min"
                perform checkBound using tmaxv, fi, "max"
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     thresholds.control not found - no row-count exceptions will be raised"
end-if.

*> ---- probes.control -------------------------------------------------
*> name=db.purpose;server=;min=;max=;sql=select ... with sql last. The
*> night job refuses a probe that is incomplete, does not start with
*> select or carries a ";", so each of those is an error here - caught
*> in the evening instead of showing up as a probe that never ran.
*> A probe with neither bound can never raise anything.
local probefile.
perform profiledName using "probes.control" giving probefile.
local hasprobefile.
perform existsSync in fs using probefile giving hasprobefile.
if hasprobefile then
    local ptext.
    perform readFileSync in fs using probefile "utf8" giving ptext
    local plines.
    perform split in ptext using "\n" giving plines
    local pn.
    move length in plines to pn
    local psplit.
    local pcount.
    local phead.
    local psql.
    local pparts.
    local ppn.
    local pj.
    local pkey.
    local pfval.
    local pknown.
    local pname.
    local pserver.
    local pmin.
    local pmax.
    local pminn.
    local pmaxn.
    local pwords.
    local pfirst.
    local pnameparts.
    local pseen.
    move table to pseen
    local pseenkey.
    local pdup.
    perform varying fi from 1 to pn
        move plines(fi) to fline
        if fline not = ""
            move "" to pname
            move "" to pserver
            move "" to pmin
            move "" to pmax
            move "" to psql
            perform split in fline using ";sql=" giving psplit
            move psplit(1) to phead
            move length in psplit to pcount
            if pcount > 1
                move psplit(2) to psql
            end-if
            perform split in phead using ";" giving pparts
            move length in pparts to ppn
            perform varying pj from 1 to ppn
                unstring pparts(pj) delimited by "=" into pkey, pfval
                move "false" to pknown
                if pkey = "name" move "true" to pknown move pfval to pname end-if
                if pkey = "server" move "true" to pknown move pfval to pserver end-if
                if pkey = "min" move "true" to pknown move pfval to pmin end-if
                if pkey = "max" move "true" to pknown move pfval to pmax end-if
                if pknown = "false"
                    string "WARNING  probes.control line " fi ": unknown field " pkey " (sql must be the last field)" into vline
                    perform flagWarning using vline
                end-if
            end-perform
            if pname = ""
                string "ERROR    probes.control line " fi ": name is required (database.purpose)" into vline
                perform flagError using vline
            else
                perform split in pname using "." giving pnameparts
                move length in pnameparts to pcount
                if pcount not = 2
                    string "WARNING  probes.control line " fi ": name should be database.purpose, got " pname into vline
                    perform flagWarning using vline
                end-if
            end-if
            if pserver = ""
                string "ERROR    probes.control line " fi ": server is required" into vline
                perform flagError using vline
            else
                perform containsValue using servernames, pserver giving pknown
                if pknown = "false"
                    string "WARNING  probes.control line " fi ": server " pserver " is not in servers.control - the probe will never run" into vline
                    perform flagWarning using vline
                end-if
            end-if
            if psql = ""
                string "ERROR    probes.control line " fi ": sql is required" into vline
                perform flagError using vline
            else
                perform split in psql using " " giving pwords
                move pwords(1) to pfirst
                if pfirst not = "select" and pfirst not = "SELECT" and pfirst not = "Select"
                    string "ERROR    probes.control line " fi ": sql must be a single select, got " pfirst into vline
                    perform flagError using vline
                end-if
                perform split in psql using ";" giving pwords
                move length in pwords to pcount
                if pcount > 1
                    string "ERROR    probes.control line " fi ": sql must not contain a ;" into vline
                    perform flagError using vline
                end-if
            end-if
            if pmin = "" and pmax = ""
                string "WARNING  probes.control line " fi ": no min or max - the probe can never raise an exception" into vline
                perform flagWarning using vline
            end-if
            if pmin not = ""
                compute pminn = pmin * 1
                move "false" to pknown
                if pminn >= 0 move "true" to pknown end-if
                if pminn < 0 move "true" to pknown end-if
                if pknown = "false"
                    string "ERROR    probes.control line " fi ": min is not a valid number: " pmin into vline
                    perform flagError using vline
                end-if
            end-if
            if pmax not = ""
                compute pmaxn = pmax * 1
                move "false" to pknown
                if pmaxn >= 0 move "true" to pknown end-if
                if pmaxn < 0 move "true" to pknown end-if
                if pknown = "false"
                    string "ERROR    probes.control line " fi ": max is not a valid number: " pmax into vline
                    perform flagError using vline
                end-if
            end-if
            if pmin not = "" and pmax not = ""
                if pminn > pmaxn
                    string "ERROR    probes.control line " fi ": min " pmin " is above max " pmax into vline
                    perform flagError using vline
                end-if
            end-if
            if pname not = "" and pserver not = ""
                string pserver "|" pname into pseenkey
                perform containsValue using pseen, pseenkey giving pdup
                if pdup = "true"
                    string "ERROR    probes.control line " fi ": probe " pname " on " pserver " is defined twice - the second would never run" into vline
                    perform flagError using vline
                end-if
                perform append in pseen using pseenkey
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     probes.control not found - no data-quality probes will run"
end-if.

*> ---- exceptions.ack -------------------------------------------------
*> each line is server|object|kind=who,why,expiry; a malformed ack
*> fails open (the exception shouts), so a typo here costs noise, not
*> a silently-suppressed violation - but it should still be caught in
*> the evening, not discovered in the morning report.
local hasackfile.
local ackfile.
perform profiledName using "exceptions.ack" giving ackfile.
perform existsSync in fs using ackfile giving hasackfile.
if hasackfile then
    local acktext.
    perform readFileSync in fs using ackfile "utf8" giving acktext
    local acklines.
    perform split in acktext using "\n" giving acklines
    local ackn.
    move length in acklines to ackn
    local ackkey.
    local ackval.
    local ackvalx.
    local ackwho.
    local ackwhy.
    local ackexpiry.
    local junk2.
    local keyparts.
    perform varying fi from 1 to ackn
        move acklines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into ackkey, ackval
            if not ackval
                string "WARNING  exceptions.ack line " fi ": entry has no who,why,expiry value" into vline
                perform flagWarning using vline
            else
                perform split in ackkey using "|" giving keyparts
                local keypartcount.
                move length in keyparts to keypartcount
                if keypartcount not = 3
                    string "WARNING  exceptions.ack line " fi ": key must be server|object|kind, got " ackkey into vline
                    perform flagWarning using vline
                end-if
                string ackval ",," into ackvalx
                unstring ackvalx delimited by "," into ackwho, ackwhy, ackexpiry, junk2
                if ackwho = ""
                    string "WARNING  exceptions.ack line " fi ": no acknowledging user" into vline
                    perform flagWarning using vline
                end-if
                local explen.
                move length in ackexpiry to explen
                local expnum.
                compute expnum = ackexpiry * 1
                local expok.
                move "false" to expok
                if explen = 8 and expnum >= 19000101
                    move "true" to expok
                end-if
                if expok = "false"
                    string "WARNING  exceptions.ack line " fi ": expiry must be YYYYMMDD, got " ackexpiry into vline
                    perform flagWarning using vline
                end-if
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     exceptions.ack not found - no exceptions are acknowledged"
end-if.

*> ---- volumes.control ------------------------------------------------
*> horizon=days plus servername=size_mb lines; a server name that is
*> not in servers.control almost always means a rename nobody chased
*> into the capacity side.
local volfile.
perform profiledName using "volumes.control" giving volfile.
local hasvolfile.
perform existsSync in fs using volfile giving hasvolfile.
if hasvolfile then
    local voltext.
    perform readFileSync in fs using volfile "utf8" giving voltext
    local vollines.
    perform split in voltext using "\n" giving vollines
    local voln.
    move length in vollines to voln
    local volkey.
    local volval.
    local volnum.
    local volknown.
    perform varying fi from 1 to voln
        move vollines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into volkey, volval
            compute volnum = volval * 1
            local volok.
            move "false" to volok
            if volnum >= 1
                move "true" to volok
            end-if
            if volok = "false"
                string "ERROR    volumes.control line " fi ": " volkey " needs a positive number, got " volval into vline
                perform flagError using vline
            end-if
            if volkey not = "horizon"
                perform containsValue using servernames, volkey giving volknown
                if volknown = "false"
                    string "WARNING  volumes.control line " fi ": server " volkey " is not in servers.control" into vline
                    perform flagWarning using vline
                end-if
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     volumes.control not found - capacity forecast will not project days-until-full"
end-if.

*> ---- stale.exempt and exactcount.control ----------------------------
*> plain lists of database.table names; stale.exempt may end a name in
*> * for a family of tables, exactcount.control may not - a prefix
*> there is never matched and the table it meant quietly goes on
*> being estimated.
perform checkTableList using "stale.exempt", "true".
perform checkTableList using "exactcount.control", "false".

*> ---- retention.control ----------------------------------------------
local retfile.
perform profiledName using "retention.control" giving retfile.
local hasretfile.
perform existsSync in fs using retfile giving hasretfile.
if hasretfile then
    local rettext.
    perform readFileSync in fs using retfile "utf8" giving rettext
    local retlines.
    perform split in rettext using "\n" giving retlines
    local retn.
    move length in retlines to retn
    local retkey.
    local retval.
    local retnum.
    local retknown.
    perform varying fi from 1 to retn
        move retlines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into retkey, retval
            move "false" to retknown
            if retkey = "history" move "true" to retknown end-if
            if retkey = "structure" move "true" to retknown end-if
            if retkey = "grants" move "true" to retknown end-if
            if retkey = "auditlogs" move "true" to retknown end-if
            if retkey = "replication" move "true" to retknown end-if
            if retkey = "contention" move "true" to retknown end-if
            if retknown = "false"
                string "WARNING  retention.control line " fi ": unknown family " retkey into vline
                perform flagWarning using vline
            end-if
            compute retnum = retval * 1
            local retok.
            move "false" to retok
            if retnum >= 1
                move "true" to retok
            end-if
            if retok = "false"
                string "ERROR    retention.control line " fi ": " retkey " needs a generation count of 1 or more, got " retval into vline
                perform flagError using vline
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     retention.control not found - housekeeping falls back to built-in generation counts"
end-if.

*> ---- replication.control --------------------------------------------
*> lagmax=seconds plus replicas=name,name; a replica name that is not
*> in servers.control is never asked, so its health would silently
*> never be judged.
local replfile.
perform profiledName using "replication.control" giving replfile.
local hasreplfile.
perform existsSync in fs using replfile giving hasreplfile.
if hasreplfile then
    local repltext.
    perform readFileSync in fs using replfile "utf8" giving repltext
    local repllines.
    perform split in repltext using "\n" giving repllines
    local repln.
    move length in repllines to repln
    local replkey.
    local replval.
    local replnum.
    local replparts.
    local replpartn.
    local rpi.
    local replknown.
    perform varying fi from 1 to repln
        move repllines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into replkey, replval
            move "false" to replknown
            if replkey = "lagmax"
                move "true" to replknown
                compute replnum = replval * 1
                local replok.
                move "false" to replok
                if replnum >= 0
                    move "true" to replok
                end-if
                if replok = "false"
                    string "ERROR    replication.control line " fi ": lagmax must be a second count of 0 or more, got " replval into vline
                    perform flagError using vline
                end-if
            end-if
            if replkey = "replicas"
                move "true" to replknown
                perform split in replval using "," giving replparts
                move length in replparts to replpartn
                perform varying rpi from 1 to replpartn
                    if replparts(rpi) not = ""
                        perform containsValue using servernames, replparts(rpi) giving replknown
                        if replknown = "false"
                            string "WARNING  replication.control line " fi ": replica " replparts(rpi) " is not in servers.control" into vline
                            perform flagWarning using vline
                        end-if
                    end-if
                end-perform
                move "true" to replknown
            end-if
            if replknown = "false"
                string "WARNING  replication.control line " fi ": unknown key " replkey into vline
                perform flagWarning using vline
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     replication.control not found - replicas judged against the built-in 300 second lag limit"
end-if.

*> ---- ownership.control ----------------------------------------------
*> server=;scope=;team=;contact= per claim. A claim the burst job
*> cannot read sends that team's lines to the unowned extract; two
*> teams claiming the identical scope means one of them never gets
*> anything.
local ownfile.
perform profiledName using "ownership.control" giving ownfile.
local hasownfile.
perform existsSync in fs using ownfile giving hasownfile.
if hasownfile then
    local otext.
    perform readFileSync in fs using ownfile "utf8" giving otext
    local olines.
    perform split in otext using "\n" giving olines
    local on2.
    move length in olines to on2
    local oparts.
    local opn.
    local oj.
    local oname.
    local oval.
    local oknown.
    local oserver.
    local oscope.
    local oteam.
    local ocontact.
    local oclaim.
    local oclaims.
    move table to oclaims
    local oclaimteams.
    move table to oclaimteams
    local ock.
    local ocn.
    local sparts.
    local spn.
    perform varying fi from 1 to on2
        move olines(fi) to fline
        if fline not = ""
            move "*" to oserver
            move "" to oscope
            move "" to oteam
            move "" to ocontact
            perform split in fline using ";" giving oparts
            move length in oparts to opn
            perform varying oj from 1 to opn
                unstring oparts(oj) delimited by "=" into oname, oval
                move "false" to oknown
                if oname = "server" move "true" to oknown move oval to oserver end-if
                if oname = "scope" move "true" to oknown move oval to oscope end-if
                if oname = "team" move "true" to oknown move oval to oteam end-if
                if oname = "contact" move "true" to oknown move oval to ocontact end-if
                if oknown = "false"
                    string "WARNING  ownership.control line " fi ": unknown field " oname into vline
                    perform flagWarning using vline
                end-if
            end-perform
            if oserver not = "*"
                perform containsValue using servernames, oserver giving oknown
                if oknown = "false"
                    string "WARNING  ownership.control line " fi ": server " oserver " is not in servers.control" into vline
                    perform flagWarning using vline
                end-if
            end-if
            if oscope = ""
                string "ERROR    ownership.control line " fi ": scope is required (database, database.table or database.prefix*)" into vline
                perform flagError using vline
            else
                perform split in oscope using "." giving sparts
                move length in sparts to spn
                if spn > 2 or sparts(1) = ""
                    string "WARNING  ownership.control line " fi ": scope must be database, database.table or database.prefix*, got " oscope into vline
                    perform flagWarning using vline
                end-if
                perform split in oscope using "*" giving sparts
                move length in sparts to spn
                if spn > 2
                    string "WARNING  ownership.control line " fi ": a prefix may only end in *, got " oscope into vline
                    perform flagWarning using vline
                end-if
                if spn = 2
                    if sparts(2) not = ""
                        string "WARNING  ownership.control line " fi ": a prefix may only end in *, got " oscope into vline
                        perform flagWarning using vline
                    end-if
                end-if
            end-if
            if oteam = ""
                string "ERROR    ownership.control line " fi ": team is required" into vline
                perform flagError using vline
            end-if
            if oteam = "unowned"
                string "ERROR    ownership.control line " fi ": team name unowned is reserved for unclaimed objects" into vline
                perform flagError using vline
            end-if
            if ocontact = ""
                string "WARNING  ownership.control line " fi ": no contact for team " oteam into vline
                perform flagWarning using vline
            end-if
            if oscope not = "" and oteam not = ""
                string oserver "|" oscope into oclaim
                move length in oclaims to ocn
                perform varying ock from 1 to ocn
                    if oclaims(ock) = oclaim and oclaimteams(ock) not = oteam
                        string "WARNING  ownership.control line " fi ": " oscope " on server " oserver " is already claimed by " oclaimteams(ock) into vline
                        perform flagWarning using vline
                    end-if
                end-perform
                perform append in oclaims using oclaim
                perform append in oclaimteams using oteam
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     ownership.control not found - every burst line will go to the unowned extract"
end-if.

*> ---- changes.approved -----------------------------------------------
*> ticket=;server=;object=;kind=;from=YYYYMMDD;to=YYYYMMDD. A ticket
*> the change reconciliation cannot read approves nothing, so the
*> change it was raised for shows up as unapproved in the morning.
local chgfile.
perform profiledName using "changes.approved" giving chgfile.
local haschgfile.
perform existsSync in fs using chgfile giving haschgfile.
if haschgfile then
    local ctext.
    perform readFileSync in fs using chgfile "utf8" giving ctext
    local clines.
    perform split in ctext using "\n" giving clines
    local cn.
    move length in clines to cn
    local cparts.
    local cpn.
    local cj.
    local cname.
    local cval.
    local cknown.
    local cticket.
    local cserver.
    local cobject.
    local ckind.
    local cfrom.
    local cto.
    local clen.
    local cfromnum.
    local ctonum.
    local cdatesok.
    local tickets.
    move table to tickets
    perform varying fi from 1 to cn
        move clines(fi) to fline
        if fline not = ""
            move "" to cticket
            move "" to cserver
            move "" to cobject
            move "" to ckind
            move "" to cfrom
            move "" to cto
            perform split in fline using ";" giving cparts
            move length in cparts to cpn
            perform varying cj from 1 to cpn
                unstring cparts(cj) delimited by "=" into cname, cval
                move "false" to cknown
                if cname = "ticket" move "true" to cknown move cval to cticket end-if
                if cname = "server" move "true" to cknown move cval to cserver end-if
                if cname = "object" move "true" to cknown move cval to cobject end-if
                if cname = "kind" move "true" to cknown move cval to ckind end-if
                if cname = "from" move "true" to cknown move cval to cfrom end-if
                if cname = "to" move "true" to cknown move cval to cto end-if
                if cknown = "false"
                    string "WARNING  changes.approved line " fi ": unknown field " cname into vline
                    perform flagWarning using vline
                end-if
            end-perform
            if cticket = ""
                string "ERROR    changes.approved line " fi ": ticket is required" into vline
                perform flagError using vline
            else
                perform containsValue using tickets, cticket giving cknown
                if cknown = "true"
                    string "WARNING  changes.approved line " fi ": ticket " cticket " appears more than once - only the first line that fits a change is credited" into vline
                    perform flagWarning using vline
                end-if
                perform append in tickets using cticket
            end-if
            if cserver = ""
                string "ERROR    changes.approved line " fi ": server is required (* for every server)" into vline
                perform flagError using vline
            else
                if cserver not = "*"
                    perform containsValue using servernames, cserver giving cknown
                    if cknown = "false"
                        string "WARNING  changes.approved line " fi ": server " cserver " is not in servers.control" into vline
                        perform flagWarning using vline
                    end-if
                end-if
            end-if
            if cobject = ""
                string "ERROR    changes.approved line " fi ": object is required (* for anything on the server)" into vline
                perform flagError using vline
            end-if
            move "false" to cknown
            if ckind = "STRUCTURE-CHANGED" or ckind = "STRUCTURE-ADDED" or ckind = "STRUCTURE-DROPPED" or ckind = "NEW-OBJECT" or ckind = "DROPPED-OBJECT" or ckind = "STRUCTURE"
                move "true" to cknown
            end-if
            if ckind = "ACCOUNT-ADDED" or ckind = "ACCOUNT-DROPPED" or ckind = "GRANT-ADDED" or ckind = "GRANT-REMOVED" or ckind = "NEW-FINDING" or ckind = "FINDING-CLEARED" or ckind = "GRANTS" or ckind = "ANY"
                move "true" to cknown
            end-if
            if cknown = "false"
                string "ERROR    changes.approved line " fi ": kind " ckind " is not a drift report change kind, STRUCTURE, GRANTS or ANY" into vline
                perform flagError using vline
            end-if
            move "true" to cdatesok
            move length in cfrom to clen
            compute cfromnum = cfrom * 1
            if clen not = 8 or cfromnum < 19000101
                move "false" to cdatesok
                string "ERROR    changes.approved line " fi ": from must be YYYYMMDD, got " cfrom into vline
                perform flagError using vline
            end-if
            move length in cto to clen
            compute ctonum = cto * 1
            if clen not = 8 or ctonum < 19000101
                move "false" to cdatesok
                string "ERROR    changes.approved line " fi ": to must be YYYYMMDD, got " cto into vline
                perform flagError using vline
            end-if
            if cdatesok = "true" and ctonum < cfromnum
                string "ERROR    changes.approved line " fi ": window ends before it starts" into vline
                perform flagError using vline
            end-if
            if cdatesok = "true" and ctonum < rundate
                string "INFO     changes.approved line " fi ": ticket " cticket " window closed " cto " - can be removed once reconciled" into vline
                perform writePreflightLine using vline
            end-if
        end-if
    end-perform
else
    perform writePreflightLine using "INFO     changes.approved not found - every structure and grant change will reconcile as unapproved"
end-if.

*> ---- maintenance.control --------------------------------------------
*> server=name;start=YYYYMMDDHHMM;end=YYYYMMDDHHMM;reason=text. The
*> night job cannot tell a mistyped window from no window - it simply
*> connects - so the shape is checked here, and every window that
*> overlaps the next 24 hours is listed so the evening operator sees
*> which servers tonight's run will skip on purpose.
local maintfile.
perform profiledName using "maintenance.control" giving maintfile.
local hasmaintfile.
perform existsSync in fs using maintfile giving hasmaintfile.
local nowdate.
accept nowdate from date.
local nowts.
accept nowts from time.
local nowstamp.
compute nowstamp = nowdate * 10000 + (nowts - function mod(nowts, 10000)) / 10000.
local nowmins.
perform stampMinutes using nowstamp giving nowmins.
local downnow.
move table to downnow.
local tonightcount.
move 0 to tonightcount.
if hasmaintfile then
    local mtext.
    perform readFileSync in fs using maintfile "utf8" giving mtext
    local mlines.
    perform split in mtext using "\n" giving mlines
    local mn.
    move length in mlines to mn
    local mparts.
    local mpn.
    local mj.
    local mname.
    local mval.
    local mserver.
    local mstart.
    local mend.
    local mreason.
    local mknown.
    local mlen.
    local mnum.
    local mstartnum.
    local mendnum.
    local mstartmins.
    local mendmins.
    local mok.
    perform varying fi from 1 to mn
        move mlines(fi) to fline
        if fline not = ""
            move "" to mserver
            move "" to mstart
            move "" to mend
            move "" to mreason
            perform split in fline using ";" giving mparts
            move length in mparts to mpn
            perform varying mj from 1 to mpn
                unstring mparts(mj) delimited by "=" into mname, mval
                move "false" to mknown
                if mname = "server" move "true" to mknown move mval to mserver end-if
                if mname = "start" move "true" to mknown move mval to mstart end-if
                if mname = "end" move "true" to mknown move mval to mend end-if
                if mname = "reason" move "true" to mknown move mval to mreason end-if
                if mknown = "false"
                    string "WARNING  maintenance.control line " fi ": unknown field " mname into vline
                    perform flagWarning using vline
                end-if
            end-perform
            move "true" to mok
            if mserver = ""
                move "false" to mok
                string "ERROR    maintenance.control line " fi ": server is required" into vline
                perform flagError using vline
            else
                perform containsValue using servernames, mserver giving mknown
                if mknown = "false"
                    string "WARNING  maintenance.control line " fi ": server " mserver " is not in servers.control" into vline
                    perform flagWarning using vline
                end-if
            end-if
            move length in mstart to mlen
            compute mstartnum = mstart * 1
            if mlen not = 12 or mstartnum < 190001010000
                move "false" to mok
                string "ERROR    maintenance.control line " fi ": start must be YYYYMMDDHHMM, got " mstart into vline
                perform flagError using vline
            end-if
            move length in mend to mlen
            compute mendnum = mend * 1
            if mlen not = 12 or mendnum < 190001010000
                move "false" to mok
                string "ERROR    maintenance.control line " fi ": end must be YYYYMMDDHHMM, got " mend into vline
                perform flagError using vline
            end-if
            if mok = "true" and mendnum <= mstartnum
                move "false" to mok
                string "ERROR    maintenance.control line " fi ": window ends at or before it starts" into vline
                perform flagError using vline
            end-if
            if mreason = ""
                string "WARNING  maintenance.control line " fi ": no reason given - the status line and reports will not say why" into vline
                perform flagWarning using vline
            end-if
            if mok = "true"
                perform stampMinutes using mstartnum giving mstartmins
                perform stampMinutes using mendnum giving mendmins
                if mendmins <= nowmins
                    string "INFO     maintenance.control line " fi ": window for " mserver " ended " mend " - can be removed" into vline
                    perform writePreflightLine using vline
                end-if
                if mendmins > nowmins and mstartmins < nowmins + 1440
                    add 1 to tonightcount
                    string "TONIGHT  server " mserver " planned maintenance " mstart " - " mend " (" mreason "): run will skip it inside the window" into vline
                    perform writePreflightLine using vline
                end-if
                if mstartnum <= nowstamp and mendnum > nowstamp
                    perform append in downnow using mserver
                end-if
            end-if
        end-if
    end-perform
    if tonightcount = 0
        perform writePreflightLine using "INFO     no planned maintenance in the next 24 hours"
    end-if
else
    perform writePreflightLine using "INFO     maintenance.control not found - no planned maintenance windows"
end-if.

*> ---- connectivity ---------------------------------------------------
local servercount.
move length in serverlist to servercount.
local cline.
string "CHECKING CONNECTIVITY TO " servercount " SERVER ENTRIES" into cline.
perform writePreflightLine using cline.
local options.
local connection.
local s.
move 1 to s.
perform testServer.

writePreflightLine section using pline.
perform appendFileSync in fs using reportfile pline.
perform appendFileSync in fs using reportfile x"0A".
display pline.
add 1 to reportlines.

flagError section using pline.
perform writePreflightLine using pline.
add 1 to errorcount.

flagWarning section using pline.
perform writePreflightLine using pline.
add 1 to warncount.

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

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

checkBound section using boundval, lineno, boundname.
if boundval not = "" then
    local bnum.
    compute bnum = boundval * 1.
    if bnum >= 0 then
        move 0 to bnum
    else
        local bline.
        string "WARNING  thresholds.control line " lineno ": " boundname " is not a valid number: " boundval into bline
        perform flagWarning using bline
    end-if
end-if.

*> YYYYMMDDHHMM to a running minute count, so a window can be laid
*> against the next 24 hours across midnight and month ends.
stampMinutes section using stampv giving mins.
local snum.
compute snum = stampv * 1.
local shhmm.
compute shhmm = function mod(snum, 10000).
local sdate.
compute sdate = (snum - shhmm) / 10000.
local sdays.
perform dateToDays using sdate giving sdays.
local smm.
compute smm = function mod(shhmm, 100).
compute mins = sdays * 1440 + ((shhmm - smm) / 100) * 60 + smm.

dateToDays section using datev giving days.
local dnum.
compute dnum = datev * 1.
local yy.
compute yy = (dnum - function mod(dnum, 10000)) / 10000.
local mm.
compute mm = function mod((dnum - function mod(dnum, 100)) / 100, 100).
local dd.
compute dd = function mod(dnum, 100).
local mdays.
move 0 to mdays.
if mm = 2 move 31 to mdays end-if.
if mm = 3 move 59 to mdays end-if.
if mm = 4 move 90 to mdays end-if.
if mm = 5 move 120 to mdays end-if.
if mm = 6 move 151 to mdays end-if.
if mm = 7 move 181 to mdays end-if.
if mm = 8 move 212 to mdays end-if.
if mm = 9 move 243 to mdays end-if.
if mm = 10 move 273 to mdays end-if.
if mm = 11 move 304 to mdays end-if.
if mm = 12 move 334 to mdays end-if.
local leaps.
compute leaps = (yy - function mod(yy, 4)) / 4.
compute days = yy * 365 + leaps + mdays + dd.

checkTableList section using listbase, allowprefix.
local listfile.
perform profiledName using listbase giving listfile.
local haslist.
perform existsSync in fs using listfile giving haslist.
if haslist then
    local ltext.
    perform readFileSync in fs using listfile "utf8" giving ltext
    local llines.
    perform split in ltext using "\n" giving llines
    local ln.
    move length in llines to ln
    local li.
    local lline.
    local lparts.
    local lpn.
    local lok.
    local lbad.
    perform varying li from 1 to ln
        move llines(li) to lline
        if lline not = ""
            move "true" to lok
            perform split in lline using "." giving lparts
            move length in lparts to lpn
            if lpn < 2
                move "false" to lok
            end-if
            perform split in lline using "=" giving lparts
            move length in lparts to lpn
            if lpn > 1
                move "false" to lok
            end-if
            perform split in lline using " " giving lparts
            move length in lparts to lpn
            if lpn > 1
                move "false" to lok
            end-if
            if lok = "false"
                string "WARNING  " listbase " line " li ": entry must be a database.table name, got " lline into lbad
                perform flagWarning using lbad
            else
                perform split in lline using "*" giving lparts
                move length in lparts to lpn
                if lpn > 1
                    if allowprefix = "false"
                        string "WARNING  " listbase " line " li ": takes exact table names, not prefixes, got " lline into lbad
                        perform flagWarning using lbad
                    else
                        if lpn > 2 or lparts(2) not = ""
                            string "WARNING  " listbase " line " li ": a prefix may only end in *, got " lline into lbad
                            perform flagWarning using lbad
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-perform
end-if.

*> connect and run a no-op query against each entry in turn, one at a
*> time like the night job's walk, so a box that hangs shows up as
*> the entry being tested rather than wedging a pile of parallel
*> attempts. Nothing here writes to the night job's files.
testServer section.
if s > servercount then
    perform finishPreflight
else
    move serverlist(s) to options
    perform createConnection in mysql using options giving connection
    perform query in connection using "select 1" testResult
end-if.

testResult section using err, rows, fields.
local tline.
local indown.
perform containsValue using downnow, name in options giving indown.
if err then
    if indown = "true"
        string "INFO     server " name in options " (" host in options "): unreachable inside its planned maintenance window - " code in err into tline
        perform writePreflightLine using tline
    else
        string "ERROR    server " name in options " (" host in options "): unreachable or rejected - " code in err into tline
        perform flagError using tline
    end-if
else
    string "OK       server " name in options " (" host in options "): connect and no-op query succeeded" into tline
    perform writePreflightLine using tline
end-if.
perform end in connection.
add 1 to s.
perform testServer.

finishPreflight section.
local sumline.
string "PREFLIGHT RESULT: " errorcount " ERRORS, " warncount " WARNINGS" into sumline.
perform writePreflightLine using sumline.
local footer.
string "END OF PREFLIGHT REPORT   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
local rc.
move 0 to rc.
if warncount > 0 then
    move 4 to rc
end-if.
if errorcount > 0 then
    move 8 to rc
end-if.
move rc to exitCode in nodeproc.
stop run.
