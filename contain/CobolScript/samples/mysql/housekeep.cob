   move args(3) to profile   move "true" to runsuspended   local stext.   perform readFileSync in fs using statusfile "utf8" giving stext   local slines.   perform split in stext using "\n" giving slines   local sn.   move length in slines to sn   local si.   local sline.   local sparts.   local spartcount.   perform varying si from 1 to sn       move slines(si) to sline       perform split in sline using "status=SUSPENDED" giving sparts       move length in sparts to spartcount       if spartcount > 1           move "true" to runsuspended       end-if   end-perform   if keepauditlogs <= 1       perform archiveFile using fs, prevaudit, "audit log generation past retention"   else       perform keepFile using prevaudit, "audit log within retention"   end-if   move dirnames(di) to dname2   perform split in dname2 using srvprefix giving dparts   move length in dparts to dpartcount   if dpartcount > 1       move dparts(1) to dhead       if dhead = ""           move dparts(2) to dtail           perform split in dtail using ".spool" giving dtparts           move length in dtparts to dtpartcount           if dtpartcount > 1               move dtparts(2) to dtend               move dtparts(1) to dmid               compute dmidnum = dmid * 1               if dtend = "" and dmidnum >= 1                   perform append in spoolnames using dname2               end-if           end-if       end-if   end-if   move spoolnames(spi) to pname   perform existsSync in fs using pname giving hasspool   if hasspool       if runsuspended = "true"           perform skipFile using pname, "run is suspended - spool needed for resume"       else           perform archiveFile using fs, pname, "spool from completed run"       end-if   end-if   move basename to actual   string profile "_" basename into actual   local hasarchive.   perform existsSync in fs using archivedir giving hasarchive   if not hasarchive       perform mkdirSync in fs using archivedir   end-if   move "true" to archivemade   if vals(i) = val       move "true" to found   end-if   local target.   perform readFileSync in fs using pointerfile "utf8" giving target   if target not = ""       perform append in protected using target   end-if   local ftext.   perform readFileSync in fs using retfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local fkey.   local fval.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into fkey, fval           compute fval = fval * 1           *> fail closed: the parsed value only replaces the           *> default once it proves itself a count of 1 or more -           *> history=ten must fall back to the default, not slip a           *> non-number into keepN where "rank <= keepN" would be           *> false for every rank and archive the whole family.           if fval >= 1               if fkey = "history" move fval to keephistory end-if               if fkey = "structure" move fval to keepstructure end-if               if fkey = "grants" move fval to keepgrants end-if               if fkey = "auditlogs" move fval to keepauditlogs end-if           end-if       end-if   end-perform   move dirnames(i) to fname   perform split in fname using prefixv giving pparts   move length in pparts to ppartcount   if ppartcount > 1       move pparts(1) to phead       if phead = ""           move pparts(2) to tailpart           perform split in tailpart using suffixv giving tparts           move length in tparts to tpartcount           if tpartcount > 1               move tparts(2) to ttail               move tparts(1) to datepart               move length in datepart to datelen               compute datenum = datepart * 1               *> only real generations qualify: the piece between               *> prefix and suffix must be a date, or fixed names               *> like the grants drift report would be ranked and               *> retired as if they were snapshots.               if ttail = "" and datelen = 8 and datenum >= 19000101                   perform append in members using fname               end-if           end-if       end-if   end-if   local noneline.   string "           no " famname " on file" into noneline   perform writeManifestLine using noneline   *> selection by name, newest first, same shape as the audit   *> summary's slowest-ten pass   local ranked.   move table to ranked.   perform varying i from 1 to mcount       move object to mrec       move members(i) to mname in mrec       move 0 to picked in mrec       perform append in ranked using mrec   end-perform   local rank.   local j.   local best.   local bestj.   local mname2.   local isprot.   perform varying rank from 1 to mcount       move "" to best       move 0 to bestj       perform varying j from 1 to mcount           move ranked(j) to mrec           if picked in mrec = 0 and mname in mrec > best               move mname in mrec to best               move j to bestj           end-if       end-perform       if bestj > 0           move ranked(bestj) to mrec           move 1 to picked in mrec           move mname in mrec to mname2           perform containsValue using protected, mname2 giving isprot           if isprot = "true"               perform keepFile using mname2, "named by a pointer file"           else               if rank <= keepn                   perform keepFile using mname2, famname               else                   perform archiveFile using fs, mname2, "generation past retention"               end-if           end-if       end-if   end-performdata division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

*> housekeeping: every run leaves another dated history snapshot,
*> another dated grants report, and whatever spools a suspended night
*> left behind, and nothing ever cleaned any of it up - so the run
*> directory became a minefield where a by-hand tidy could delete the
*> one file a resumed run needed. This job is the only thing allowed
*> to tidy it: retention.control says how many generations of each
*> dated family stay in the run directory, everything older moves
*> into a dated archive area (never deleted outright), and a manifest
*> report says what was kept, what was archived and why. The live
*> checkpoint, the pointer files, whichever snapshots those pointers
*> still name, and the spools of a run the status file shows as
*> suspended are never touched, whatever the retention says.

*> run profiles: the same profile argument as the rest of the suite -
*> a profiled run's files are prefixed, so its families are too, and
*> an unprofiled housekeeping pass never reaches across into them.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

local rundate.
accept rundate from date.
local manifestfile.
perform profiledName using "showdb_housekeep.rpt" giving manifestfile.
local manifestlines.
move 0 to manifestlines.
local keptcount.
move 0 to keptcount.
local archivedcount.
move 0 to archivedcount.
local skippedcount.
move 0 to skippedcount.

local header.
string "HOUSEKEEPING MANIFEST   RUN DATE: " rundate into header.
perform writeFileSync in fs using manifestfile header.
perform appendFileSync in fs using manifestfile x"0A".

*> retention.control: family=generations. A family missing from the
*> control keeps its default, and so does one whose value fails to
*> parse as a count of 1 or more - preflight refuses those, and this
*> side ignores them, so a typo can never empty a family entirely.
local keephistory.
move 30 to keephistory.
local keepstructure.
move 30 to keepstructure.
local keepgrants.
move 8 to keepgrants.
local keepauditlogs.
move 2 to keepauditlogs.
local keepreplication.
move 30 to keepreplication.
local keepcontention.
move 30 to keepcontention.
perform loadRetentionControl using fs.

*> the files housekeeping must never move: the checkpoint of a run
*> that may resume tonight, the pointer files, and whichever dated
*> snapshot each pointer still names - after a gap the comparison
*> target can be older than the retention window and it still has to
*> be there when the next run diffs against it.
local protected.
move table to protected.
local pname.
perform profiledName using "showdb.checkpoint" giving pname.
perform append in protected using pname.
perform profiledName using "showdb.lasthistory" giving pname.
perform append in protected using pname.
perform profiledName using "showdb.laststructure" giving pname.
perform append in protected using pname.
perform profiledName using "showdb.lastgrants" giving pname.
perform append in protected using pname.
perform addPointerTarget using fs, "showdb.lasthistory".
perform addPointerTarget using fs, "showdb.laststructure".
perform addPointerTarget using fs, "showdb.lastgrants".

*> a suspended run owns its spools: the status file says SUSPENDED
*> per server (or the job line says PARTIAL) while the checkpoint is
*> the hard evidence either way. If either says the estate was not
*> finished, the spool family is off limits until the resumed run
*> completes.
local runsuspended.
move "false" to runsuspended.
local checkpointfile.
perform profiledName using "showdb.checkpoint" giving checkpointfile.
local hascheckpoint.
perform existsSync in fs using checkpointfile giving hascheckpoint.
if hascheckpoint then
    move "true" to runsuspended
end-if.
local statusfile.
perform profiledName using "showdb_status.dat" giving statusfile.
local hasstatus.
perform existsSync in fs using statusfile giving hasstatus.
if hasstatus then
    local stext.
    perform readFileSync in fs using statusfile "utf8" giving stext
    local slines.
    perform split in stext using "\n" giving slines
    local sn.
    move length in slines to sn
    local si.
    local sline.
    local sparts.
    local spartcount.
    perform varying si from 1 to sn
        move slines(si) to sline
        perform split in sline using "status=SUSPENDED" giving sparts
        move length in sparts to spartcount
        if spartcount > 1
            move "true" to runsuspended
        end-if
    end-perform
end-if.

local archivedir.
local archivebase.
string "archive_" rundate into archivebase.
perform profiledName using archivebase giving archivedir.
local archivemade.
move "false" to archivemade.

local dirnames.
perform readdirSync in fs using "." giving dirnames.

*> the dated families: the YYYYMMDD in the name sorts the same way
*> the calendar does, so the newest N generations are just the N
*> largest names with the family's prefix and suffix.
local famprefix.
perform profiledName using "showdb_history_" giving famprefix.
perform processFamily using fs, "history snapshots", famprefix, ".csv", keephistory.
perform profiledName using "showdb_structure_" giving famprefix.
perform processFamily using fs, "structure snapshots", famprefix, ".csv", keepstructure.
perform profiledName using "showdb_grants_" giving famprefix.
perform processFamily using fs, "grants reports", famprefix, ".rpt", keepgrants.
perform processFamily using fs, "grants snapshots", famprefix, ".csv", keepgrants.
perform profiledName using "showdb_replication_" giving famprefix.
perform processFamily using fs, "replication reports", famprefix, ".rpt", keepreplication.
perform profiledName using "showdb_contention_" giving famprefix.
perform processFamily using fs, "contention reports", famprefix, ".rpt", keepcontention.

*> the audit trail only ever has the live log and one _prev: with
*> auditlogs=1 the _prev generation moves to the archive each pass,
*> which is how more than one night of trail survives at all; any
*> higher setting leaves it alone for the rename to recycle.
local prevaudit.
perform profiledName using "showdb_audit_prev.log" giving prevaudit.
local hasprevaudit.
perform existsSync in fs using prevaudit giving hasprevaudit.
if hasprevaudit then
    if keepauditlogs <= 1
        perform archiveFile using fs, prevaudit, "audit log generation past retention"
    else
        perform keepFile using prevaudit, "audit log within retention"
    end-if
end-if.

*> spools: worthless after a completed night (the reports were
*> already assembled from them) but the whole resume mechanism if the
*> night was cut short.
local spoolnames.
move table to spoolnames.
perform profiledName using "showdb_inventory.spool" giving pname.
perform append in spoolnames using pname.
perform profiledName using "showdb_exceptions.spool" giving pname.
perform append in spoolnames using pname.
perform profiledName using "showdb_structure.spool" giving pname.
perform append in spoolnames using pname.
perform profiledName using "showdb_probes.spool" giving pname.
perform append in spoolnames using pname.
perform profiledName using "showdb_autoinc.spool" giving pname.
perform append in spoolnames using pname.
*> the night job writes one spool per servers.control entry, however
*> many entries there are - 4 is its lane cap, not a server cap - so
*> the per-server family is matched out of the directory listing
*> rather than counted: anything shaped showdb_serverN.spool with a
*> numeric N belongs to it, including spools left by servers since
*> removed from the list.
local srvprefix.
perform profiledName using "showdb_server" giving srvprefix.
local di.
local dn2.
local dname2.
local dparts.
local dpartcount.
local dhead.
local dtail.
local dtparts.
local dtpartcount.
local dtend.
local dmid.
local dmidnum.
move length in dirnames to dn2.
perform varying di from 1 to dn2
    move dirnames(di) to dname2
    perform split in dname2 using srvprefix giving dparts
    move length in dparts to dpartcount
    if dpartcount > 1
        move dparts(1) to dhead
        if dhead = ""
            move dparts(2) to dtail
            perform split in dtail using ".spool" giving dtparts
            move length in dtparts to dtpartcount
            if dtpartcount > 1
                move dtparts(2) to dtend
                move dtparts(1) to dmid
                compute dmidnum = dmid * 1
                if dtend = "" and dmidnum >= 1
                    perform append in spoolnames using dname2
                end-if
            end-if
        end-if
    end-if
end-perform.
local spi.
local spn.
move length in spoolnames to spn.
local hasspool.
perform varying spi from 1 to spn
    move spoolnames(spi) to pname
    perform existsSync in fs using pname giving hasspool
    if hasspool
        if runsuspended = "true"
            perform skipFile using pname, "run is suspended - spool needed for resume"
        else
            perform archiveFile using fs, pname, "spool from completed run"
        end-if
    end-if
end-perform.

local sumline.
string "RESULT: " keptcount " KEPT, " archivedcount " ARCHIVED TO " archivedir ", " skippedcount " SKIPPED" into sumline.
perform writeManifestLine using sumline.
local footer.
string "END OF HOUSEKEEPING MANIFEST   " manifestlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using manifestfile footer.
perform appendFileSync in fs using manifestfile x"0A".
stop run.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

writeManifestLine section using mline.
perform appendFileSync in fs using manifestfile mline.
perform appendFileSync in fs using manifestfile x"0A".
display mline.
add 1 to manifestlines.

keepFile section using fname, reason.
local kline.
string "KEPT       " fname "  (" reason ")" into kline.
perform writeManifestLine using kline.
add 1 to keptcount.

skipFile section using fname, reason.
local kline.
string "SKIPPED    " fname "  (" reason ")" into kline.
perform writeManifestLine using kline.
add 1 to skippedcount.

*> moves, never deletes: the archive directory is created on first
*> use so a pass with nothing expired leaves no empty directory
*> behind.
archiveFile section using fs, fname, reason.
if archivemade = "false" then
    local hasarchive.
    perform existsSync in fs using archivedir giving hasarchive
    if not hasarchive
        perform mkdirSync in fs using archivedir
    end-if
    move "true" to archivemade
end-if.
local target.
string archivedir "/" fname into target.
perform renameSync in fs using fname target.
local aline.
string "ARCHIVED   " fname " -> " target "  (" reason ")" into aline.
perform writeManifestLine using aline.
add 1 to archivedcount.

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

*> whatever file a pointer names joins the protected list, however
*> old it is.
addPointerTarget section using fs, pointerbase.
local pointerfile.
perform profiledName using pointerbase giving pointerfile.
local haspointer.
perform existsSync in fs using pointerfile giving haspointer.
if haspointer then
    local target.
    perform readFileSync in fs using pointerfile "utf8" giving target
    if target not = ""
        perform append in protected using target
    end-if
end-if.

loadRetentionControl section using fs.
local retfile.
perform profiledName using "retention.control" giving retfile.
local hasret.
perform existsSync in fs using retfile giving hasret.
if hasret then
    local ftext.
    perform readFileSync in fs using retfile "utf8" giving ftext
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
            compute fval = fval * 1
            *> fail closed: the parsed value only replaces the
            *> default once it proves itself a count of 1 or more -
            *> history=ten must fall back to the default, not slip a
            *> non-number into keepN where "rank <= keepN" would be
            *> false for every rank and archive the whole family.
            if fval >= 1
                if fkey = "history" move fval to keephistory end-if
                if fkey = "structure" move fval to keepstructure end-if
                if fkey = "grants" move fval to keepgrants end-if
                if fkey = "auditlogs" move fval to keepauditlogs end-if
                if fkey = "replication" move fval to keepreplication end-if
                if fkey = "contention" move fval to keepcontention end-if
            end-if
        end-if
    end-perform
end-if.

*> one dated family at a time: collect every directory entry with
*> the family's prefix and suffix, keep the newest N by name (the
*> date is the name), archive the rest - unless a pointer still
*> names the file, which wins over retention every time.
processFamily section using fs, famname, prefixv, suffixv, keepn.
local members.
move table to members.
local n.
move length in dirnames to n.
local i.
local fname.
local pparts.
local ppartcount.
local phead.
local tailpart.
local tparts.
local tpartcount.
local ttail.
local datepart.
local datelen.
local datenum.
local mrec.
perform varying i from 1 to n
    move dirnames(i) to fname
    perform split in fname using prefixv giving pparts
    move length in pparts to ppartcount
    if ppartcount > 1
        move pparts(1) to phead
        if phead = ""
            move pparts(2) to tailpart
            perform split in tailpart using suffixv giving tparts
            move length in tparts to tpartcount
            if tpartcount > 1
                move tparts(2) to ttail
                move tparts(1) to datepart
                move length in datepart to datelen
                compute datenum = datepart * 1
                *> only real generations qualify: the piece between
                *> prefix and suffix must be a date, or fixed names
                *> like the grants drift report would be ranked and
                *> retired as if they were snapshots.
                if ttail = "" and datelen = 8 and datenum >= 19000101
                    perform append in members using fname
                end-if
            end-if
        end-if
    end-if
end-perform.
local mcount.
move length in members to mcount.
if mcount = 0 then
    local noneline.
    string "           no " famname " on file" into noneline
    perform writeManifestLine using noneline
else
    *> selection by name, newest first, same shape as the audit
    *> summary's slowest-ten pass
    local ranked.
    move table to ranked.
    perform varying i from 1 to mcount
        move object to mrec
        move members(i) to mname in mrec
        move 0 to picked in mrec
        perform append in ranked using mrec
    end-perform
    local rank.
    local j.
    local best.
    local bestj.
    local mname2.
    local isprot.
    perform varying rank from 1 to mcount
        move "" to best
        move 0 to bestj
        perform varying j from 1 to mcount
            move ranked(j) to mrec
            if picked in mrec = 0 and mname in mrec > best
                move mname in mrec to best
                move j to bestj
            end-if
        end-perform
        if bestj > 0
            move ranked(bestj) to mrec
            move 1 to picked in mrec
            move mname in mrec to mname2
            perform containsValue using protected, mname2 giving isprot
            if isprot = "true"
                perform keepFile using mname2, "named by a pointer file"
            else
                if rank <= keepn
                    perform keepFile using mname2, famname
                else
                    perform archiveFile using fs, mname2, "generation past retention"
                end-if
            end-if
        end-if
    end-perform
end-if.
