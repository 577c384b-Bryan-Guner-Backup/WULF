data division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

*> control file maintenance: servers.control, thresholds.control,
*> exceptions.ack, stale.exempt, exactcount.control and
*> volumes.control were all hand-edited in the run directory, so a
*> fat-fingered line only surfaced in the evening's preflight and
*> nothing recorded who moved a threshold or extended an ack. This job
*> is the controlled way in: it takes a transaction file of
*> add/change/delete requests, puts every one through the same checks
*> preflight applies to that file, rejects the bad ones with the
*> reason, keeps a before and after copy of every file it rewrites,
*> and appends each applied change - who, when, which file, old value,
*> new value and why - to a control-change log that is never
*> truncated. Exit code 0 all applied, 4 one or more rejected.

*> run profiles: the same profile argument as the rest of the suite -
*> a profiled pass maintains that profile's control set.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

*> control.txn, one transaction per line:
*>     action|file|who|why|record
*> action is ADD, CHANGE or DELETE, file is the unprofiled control
*> file name, and record is the control line exactly as it should
*> read in the file (pipes and all, so an exceptions.ack key passes
*> through untouched). For a DELETE the record only needs the key -
*> the server name, the text before the =, or the list entry.
local txnfile.
perform profiledName using "control.txn" giving txnfile.
local reportfile.
perform profiledName using "showdb_ctlmaint.rpt" giving reportfile.
local changelog.
perform profiledName using "showdb_control_change.log" giving changelog.
local rundate.
accept rundate from date.
local runnowts.
accept runnowts from time.
local runhhmmss.
compute runhhmmss = (runnowts - function mod(runnowts, 100)) / 100.
local runclock.
move runhhmmss to runclock.
if runhhmmss < 100000 then
    string "0" runhhmmss into runclock
end-if.
if runhhmmss < 10000 then
    string "00" runhhmmss into runclock
end-if.
if runhhmmss < 1000 then
    string "000" runhhmmss into runclock
end-if.
local copydir.
local copybase.
string "ctlmaint_" rundate into copybase.
perform profiledName using copybase giving copydir.
local copymade.
move "false" to copymade.
local reportlines.
move 0 to reportlines.
local appliedcount.
move 0 to appliedcount.
local rejectedcount.
move 0 to rejectedcount.

local header.
string "CONTROL FILE MAINTENANCE REPORT   RUN DATE: " rundate into header.
if profile not = "" then
    string header "   PROFILE: " profile into header
end-if.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

*> the files this job may touch; anything else in a transaction is
*> rejected rather than guessed at. Each is read once, on first use,
*> and held in memory so a later transaction is checked against the
*> earlier ones already applied - a new server can be added and given
*> a volume size in the same file.
local ctlfiles.
move table to ctlfiles.
perform addControlFile using "servers.control".
perform addControlFile using "thresholds.control".
perform addControlFile using "exceptions.ack".
perform addControlFile using "stale.exempt".
perform addControlFile using "exactcount.control".
perform addControlFile using "volumes.control".

*> the change log only hears about a change once it is on disk: each
*> accepted transaction's log line is held here and the lot appended
*> after the control files have been rewritten, so a run that dies
*> part way leaves no log entry for a change that never landed.
local pendinglog.
move table to pendinglog.

local hastxn.
perform existsSync in fs using txnfile giving hastxn.
if hastxn then
    local ttext.
    perform readFileSync in fs using txnfile "utf8" giving ttext
    local tlines.
    perform split in ttext using "\n" giving tlines
    local tn.
    move length in tlines to tn
    local ti.
    perform varying ti from 1 to tn
        if tlines(ti) not = ""
            perform applyTransaction using tlines(ti), ti
        end-if
    end-perform
    perform writeControlFiles
    perform flushChangeLog
    *> a processed transaction file moves beside the copies it
    *> produced, so a rerun cannot apply it twice
    perform ensureCopyDir
    local txntarget.
    string copydir "/" txnfile "." runclock into txntarget
    perform renameSync in fs using txnfile txntarget
    local movedline.
    string "TRANSACTIONS FILED AS " txntarget into movedline
    perform writeMaintLine using movedline
else
    local noneline.
    string "NO TRANSACTION FILE " txnfile " - NOTHING TO APPLY" into noneline
    perform writeMaintLine using noneline
end-if.

local sumline.
string "RESULT: " appliedcount " APPLIED, " rejectedcount " REJECTED" into sumline.
perform writeMaintLine using sumline.
local footer.
string "END OF CONTROL FILE MAINTENANCE REPORT   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
local rc.
move 0 to rc.
if rejectedcount > 0 then
    move 4 to rc
end-if.
move rc to exitCode in nodeproc.
stop run.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

writeMaintLine section using mline.
perform appendFileSync in fs using reportfile mline.
perform appendFileSync in fs using reportfile x"0A".
display mline.
add 1 to reportlines.

addControlFile section using fbase.
local cf.
move object to cf.
move fbase to base in cf.
local factual.
perform profiledName using fbase giving factual.
move factual to actual in cf.
move "false" to loaded in cf.
move "false" to touched in cf.
move "" to original in cf.
move table to lines in cf.
perform append in ctlfiles using cf.

*> the in-memory copy of one control file, read on first use; blank
*> lines are dropped, so a rewritten file comes back without them.
findControlFile section using fbase giving cf.
move "" to cf.
local n.
move length in ctlfiles to n.
local i.
local cand.
perform varying i from 1 to n
    move ctlfiles(i) to cand
    if base in cand = fbase
        move cand to cf
    end-if
end-perform.
if cf not = "" then
    if loaded in cf = "false"
        local hasfile.
        perform existsSync in fs using actual in cf giving hasfile
        if hasfile
            local ftext.
            perform readFileSync in fs using actual in cf "utf8" giving ftext
            move ftext to original in cf
            local flines.
            perform split in ftext using "\n" giving flines
            local fn.
            move length in flines to fn
            local fi.
            local flist.
            move lines in cf to flist
            perform varying fi from 1 to fn
                if flines(fi) not = ""
                    perform append in flist using flines(fi)
                end-if
            end-perform
        end-if
        move "true" to loaded in cf
    end-if
end-if.

isListFile section using fbase giving islist.
move "false" to islist.
if fbase = "stale.exempt" or fbase = "exactcount.control" then
    move "true" to islist
end-if.

*> the key a line is matched on: the name= field of a server entry,
*> the whole line of a plain list, the text before the = everywhere
*> else.
recordKey section using fbase, rec giving rkey.
move rec to rkey.
local islist.
perform isListFile using fbase giving islist.
local kparts.
local kn.
local ki.
local kname.
local kval.
local kjunk.
if fbase = "servers.control" then
    perform split in rec using ";" giving kparts
    move length in kparts to kn
    perform varying ki from 1 to kn
        unstring kparts(ki) delimited by "=" into kname, kval
        if kname = "name"
            move kval to rkey
        end-if
    end-perform
else
    if islist = "false"
        unstring rec delimited by "=" into rkey, kjunk
    end-if
end-if.

findKey section using cf, fbase, reckey giving found.
move 0 to found.
local flist.
move lines in cf to flist.
local n.
move length in flist to n.
local i.
local lkey.
perform varying i from 1 to n
    perform recordKey using fbase, flist(i) giving lkey
    if lkey = reckey
        move i to found
    end-if
end-perform.

containsChar section using val, ch giving found.
move "false" to found.
local cparts.
local cn.
perform split in val using ch giving cparts.
move length in cparts to cn.
if cn > 1 then
    move "true" to found
end-if.

*> the log is read by the security review: a server entry's password
*> is masked there, the copies keep the file exactly as it was.
maskRecord section using fbase, rec giving masked.
move rec to masked.
local mparts.
local mn.
local mi.
local mname.
local mval.
if fbase = "servers.control" and rec not = "" then
    perform split in rec using ";" giving mparts
    move length in mparts to mn
    move "" to masked
    perform varying mi from 1 to mn
        unstring mparts(mi) delimited by "=" into mname, mval
        if mi > 1
            string masked ";" into masked
        end-if
        if mname = "password"
            string masked "password=********" into masked
        else
            string masked mparts(mi) into masked
        end-if
    end-perform
end-if.

*> ---- one transaction ------------------------------------------------
applyTransaction section using tline, lineno.
local tparts.
perform split in tline using "|" giving tparts.
local tpn.
move length in tparts to tpn.
local action.
local fbase.
local who.
local why.
local rec.
local reason.
move "" to reason.
move "" to action.
move "" to fbase.
move "" to who.
move "" to why.
move "" to rec.
if tpn < 5 then
    move "transaction must read action|file|who|why|record" to reason
else
    move tparts(1) to action
    move tparts(2) to fbase
    move tparts(3) to who
    move tparts(4) to why
    move tparts(5) to rec
    local tpi.
    perform varying tpi from 6 to tpn
        string rec "|" tparts(tpi) into rec
    end-perform
end-if.
if reason = "" and action not = "ADD" and action not = "CHANGE" and action not = "DELETE" then
    string "unknown action " action " - expected ADD, CHANGE or DELETE" into reason
end-if.
if reason = "" and who = "" then
    move "no requesting user given" to reason
end-if.
if reason = "" and rec = "" then
    move "no record given" to reason
end-if.
local cf.
move "" to cf.
if reason = "" then
    perform findControlFile using fbase giving cf
    if cf = ""
        string fbase " is not a maintained control file" into reason
    end-if
end-if.
local islist.
move "false" to islist.
local reckey.
move "" to reckey.
local lineat.
move 0 to lineat.
if reason = "" then
    perform isListFile using fbase giving islist
    perform recordKey using fbase, rec giving reckey
    perform findKey using cf, fbase, reckey giving lineat
    if action = "ADD" and lineat > 0
        string "key " reckey " is already present - use CHANGE" into reason
    end-if
    if action = "CHANGE" and lineat = 0
        string "key " reckey " is not present - use ADD" into reason
    end-if
    if action = "CHANGE" and islist = "true"
        string fbase " is a plain list - DELETE the old entry and ADD the new one" into reason
    end-if
    if action = "DELETE" and lineat = 0
        string "key " reckey " is not present - nothing to delete" into reason
    end-if
end-if.
if reason = "" and action not = "DELETE" then
    perform validateRecord using fbase, rec giving reason
end-if.
if reason = "" and action = "DELETE" and fbase = "servers.control" then
    perform checkServerInUse using reckey giving reason
end-if.
local rline.
if reason not = "" then
    string "REJECTED  line " lineno ": " action " " fbase " " reckey " - " reason into rline
    perform writeMaintLine using rline
    add 1 to rejectedcount
else
    local flist.
    move lines in cf to flist
    local oldval.
    move "" to oldval
    local newval.
    move "" to newval
    if action = "ADD"
        perform append in flist using rec
        move rec to newval
    end-if
    if action = "CHANGE"
        move flist(lineat) to oldval
        perform replaceLine using cf, lineat, rec
        move rec to newval
    end-if
    if action = "DELETE"
        move flist(lineat) to oldval
        perform dropLine using cf, lineat
    end-if
    move "true" to touched in cf
    string "APPLIED   line " lineno ": " action " " fbase " " reckey "  (" who ")" into rline
    perform writeMaintLine using rline
    perform logChange using who, action, actual in cf, fbase, reckey, oldval, newval, why
    add 1 to appliedcount
end-if.

replaceLine section using cf, lineat, rec.
local flist.
move lines in cf to flist.
local kept.
move table to kept.
local n.
move length in flist to n.
local i.
perform varying i from 1 to n
    if i = lineat
        perform append in kept using rec
    else
        perform append in kept using flist(i)
    end-if
end-perform.
move kept to lines in cf.

dropLine section using cf, lineat.
local flist.
move lines in cf to flist.
local kept.
move table to kept.
local n.
move length in flist to n.
local i.
perform varying i from 1 to n
    if i not = lineat
        perform append in kept using flist(i)
    end-if
end-perform.
move kept to lines in cf.

logChange section using who, action, factual, fbase, reckey, oldval, newval, why.
local oldmask.
local newmask.
perform maskRecord using fbase, oldval giving oldmask.
perform maskRecord using fbase, newval giving newmask.
local lline.
string "DATE=" rundate " TIME=" runclock " WHO=" who " ACTION=" action " FILE=" factual " KEY=[" reckey "] OLD=[" oldmask "] NEW=[" newmask "] WHY=[" why "]" into lline.
perform append in pendinglog using lline.

flushChangeLog section.
local n.
move length in pendinglog to n.
local i.
perform varying i from 1 to n
    perform appendFileSync in fs using changelog pendinglog(i)
    perform appendFileSync in fs using changelog x"0A"
end-perform.

*> a server still named in another control file cannot be deleted -
*> the capacity side would be left forecasting a box that no longer
*> exists, a maintenance window, probe, owner, approved change or
*> expected replica would point at nothing, and preflight warns about
*> every one of those. volumes.control is checked in memory, since
*> this run may already have changed it; the others are not
*> maintained here and are read as they stand. A server=* claim in
*> ownership.control or changes.approved names no server.
checkServerInUse section using sname giving reason.
move "" to reason.
local vcf.
perform findControlFile using "volumes.control" giving vcf.
local vat.
perform findKey using vcf, "volumes.control", sname giving vat.
if vat > 0 then
    string "server " sname " is still listed in volumes.control - delete that entry first" into reason
end-if.
local named.
local usefile.
local otherfiles.
move table to otherfiles.
perform append in otherfiles using "maintenance.control".
perform append in otherfiles using "probes.control".
perform append in otherfiles using "ownership.control".
perform append in otherfiles using "changes.approved".
perform append in otherfiles using "replication.control".
local ofn.
move length in otherfiles to ofn.
local oi.
perform varying oi from 1 to ofn
    if reason = ""
        move otherfiles(oi) to usefile
        perform serverNamedIn using usefile, sname giving named
        if named = "true"
            string "server " sname " is still named in " usefile " - remove it there first" into reason
        end-if
    end-if
end-perform.

*> whether a control file this job does not maintain names a server:
*> the server= field of a maintenance window, probe, ownership claim
*> or approved change, or an entry of replication.control's
*> replicas= list. A probe's sql is split off first so nothing inside
*> the query is taken for a field.
serverNamedIn section using ubase, sname giving named.
move "false" to named.
local uactual.
perform profiledName using ubase giving uactual.
local hasuse.
perform existsSync in fs using uactual giving hasuse.
if hasuse then
    local utext.
    perform readFileSync in fs using uactual "utf8" giving utext
    local ulines.
    perform split in utext using "\n" giving ulines
    local un.
    move length in ulines to un
    local ui.
    local uline.
    local usplit.
    local uhead.
    local uparts.
    local upn.
    local uj.
    local uname.
    local uval.
    local rparts.
    local rn.
    local ri.
    perform varying ui from 1 to un
        move ulines(ui) to uline
        if uline not = ""
            if ubase = "replication.control"
                unstring uline delimited by "=" into uname, uval
                if uname = "replicas"
                    perform split in uval using "," giving rparts
                    move length in rparts to rn
                    perform varying ri from 1 to rn
                        if rparts(ri) = sname
                            move "true" to named
                        end-if
                    end-perform
                end-if
            else
                perform split in uline using ";sql=" giving usplit
                move usplit(1) to uhead
                perform split in uhead using ";" giving uparts
                move length in uparts to upn
                perform varying uj from 1 to upn
                    unstring uparts(uj) delimited by "=" into uname, uval
                    if uname = "server" and uval = sname
                        move "true" to named
                    end-if
                end-perform
            end-if
        end-if
    end-perform
end-if.

*> ---- validation -----------------------------------------------------
*> the checks preflight makes on each file, applied to one line
*> before it is let in. Anything preflight would report, warning or
*> error, is a rejection here: this is the controlled path, and a line
*> that would only draw a warning tonight is still a mistake.
validateRecord section using fbase, rec giving reason.
move "" to reason.
if fbase = "servers.control" then
    perform validateServer using rec giving reason
end-if.
if fbase = "thresholds.control" then
    perform validateThreshold using rec giving reason
end-if.
if fbase = "exceptions.ack" then
    perform validateAck using rec giving reason
end-if.
if fbase = "volumes.control" then
    perform validateVolume using rec giving reason
end-if.
if fbase = "stale.exempt" or fbase = "exactcount.control" then
    perform validateListEntry using fbase, rec giving reason
end-if.

validateServer section using rec giving reason.
move "" to reason.
local vparts.
perform split in rec using ";" giving vparts.
local vn.
move length in vparts to vn.
local vi.
local vname.
local vval.
local known.
local sname.
move "" to sname.
local shost.
move "" to shost.
local suser.
move "" to suser.
perform varying vi from 1 to vn
    unstring vparts(vi) delimited by "=" into vname, vval
    if not vval
        move "" to vval
    end-if
    move "false" to known
    if vname = "name" move "true" to known move vval to sname end-if
    if vname = "host" move "true" to known move vval to shost end-if
    if vname = "user" move "true" to known move vval to suser end-if
    if vname = "password" move "true" to known end-if
    if vname = "database" move "true" to known end-if
    if known = "false" and reason = ""
        string "unknown field " vname into reason
    end-if
end-perform.
if reason = "" and sname = "" then
    move "name is required" to reason
end-if.
if reason = "" and shost = "" then
    move "host is required" to reason
end-if.
if reason = "" and suser = "" then
    move "user is required" to reason
end-if.

validateThreshold section using rec giving reason.
move "" to reason.
local tkey.
local tval.
local tvalx.
local tminv.
local tmaxv.
local junk.
unstring rec delimited by "=" into tkey, tval.
if not tval then
    move "entry has no min,max value" to reason
else
    string tval "," into tvalx
    unstring tvalx delimited by "," into tminv, tmaxv, junk
    perform checkBound using tminv, "min" giving reason
    if reason = ""
        perform checkBound using tmaxv, "max" giving reason
    end-if
end-if.

checkBound section using boundval, boundname giving reason.
move "" to reason.
if boundval not = "" then
    local bnum.
    compute bnum = boundval * 1.
    local bok.
    move "false" to bok.
    if bnum >= 0 then
        move "true" to bok
    end-if.
    if bok = "false" then
        string boundname " is not a valid number: " boundval into reason
    end-if
end-if.

validateAck section using rec giving reason.
move "" to reason.
local ackkey.
local ackval.
local ackvalx.
local ackwho.
local ackwhy.
local ackexpiry.
local junk2.
unstring rec delimited by "=" into ackkey, ackval.
if not ackval then
    move "entry has no who,why,expiry value" to reason
else
    local keyparts.
    perform split in ackkey using "|" giving keyparts
    local keypartcount.
    move length in keyparts to keypartcount
    if keypartcount not = 3
        string "key must be server|object|kind, got " ackkey into reason
    end-if
    string ackval ",," into ackvalx
    unstring ackvalx delimited by "," into ackwho, ackwhy, ackexpiry, junk2
    if reason = "" and ackwho = ""
        move "no acknowledging user" to reason
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
    if reason = "" and expok = "false"
        string "expiry must be YYYYMMDD, got " ackexpiry into reason
    end-if
end-if.

validateVolume section using rec giving reason.
move "" to reason.
local volkey.
local volval.
local volnum.
unstring rec delimited by "=" into volkey, volval.
compute volnum = volval * 1.
local volok.
move "false" to volok.
if volnum >= 1 then
    move "true" to volok
end-if.
if volok = "false" then
    string volkey " needs a positive number, got " volval into reason
end-if.
if reason = "" and volkey not = "horizon" then
    local scf.
    perform findControlFile using "servers.control" giving scf
    local sat.
    perform findKey using scf, "servers.control", volkey giving sat
    if sat = 0
        string "server " volkey " is not in servers.control" into reason
    end-if
end-if.

*> the two plain lists hold database.table names; stale.exempt may
*> also end a name in * for a family of tables.
validateListEntry section using fbase, rec giving reason.
move "" to reason.
local hasdot.
local haseq.
local hasspace.
perform containsChar using rec, "." giving hasdot.
perform containsChar using rec, "=" giving haseq.
perform containsChar using rec, " " giving hasspace.
if hasdot = "false" or haseq = "true" or hasspace = "true" then
    string "entry must be a database.table name, got " rec into reason
end-if.
local sparts.
local spn.
perform split in rec using "*" giving sparts.
move length in sparts to spn.
if reason = "" and spn > 1 then
    if fbase = "exactcount.control"
        move "exactcount.control takes exact table names, not prefixes" to reason
    else
        if spn > 2 or sparts(2) not = ""
            string "a prefix may only end in *, got " rec into reason
        end-if
    end-if
end-if.

*> ---- write back -----------------------------------------------------
ensureCopyDir section.
if copymade = "false" then
    local hasdir.
    perform existsSync in fs using copydir giving hasdir
    if not hasdir
        perform mkdirSync in fs using copydir
    end-if
    move "true" to copymade
end-if.

*> every file that took at least one change: the before copy is the
*> file as it was read, the after copy is the file as written, both
*> stamped with this run's date directory and time.
writeControlFiles section.
local n.
move length in ctlfiles to n.
local i.
local cf.
local beforefile.
local afterfile.
local flist.
local fn.
local fi.
local wline.
perform varying i from 1 to n
    move ctlfiles(i) to cf
    if touched in cf = "true"
        perform ensureCopyDir
        string copydir "/" actual in cf "." runclock ".before" into beforefile
        string copydir "/" actual in cf "." runclock ".after" into afterfile
        perform writeFileSync in fs using beforefile original in cf
        move lines in cf to flist
        move length in flist to fn
        perform writeFileSync in fs using actual in cf ""
        perform varying fi from 1 to fn
            perform appendFileSync in fs using actual in cf flist(fi)
            perform appendFileSync in fs using actual in cf x"0A"
        end-perform
        local atext.
        perform readFileSync in fs using actual in cf "utf8" giving atext
        perform writeFileSync in fs using afterfile atext
        string "REWROTE   " actual in cf "  (BEFORE " beforefile ", AFTER " afterfile ")" into wline
        perform writeMaintLine using wline
    end-if
end-perform.
