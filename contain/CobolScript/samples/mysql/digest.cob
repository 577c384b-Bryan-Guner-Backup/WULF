   move args(3) to profile   local stext.   perform readFileSync in fs using statusfile "utf8" giving stext   local slines.   perform split in stext using "\n" giving slines   local sn.   move length in slines to sn   local si.   local sline.   local fieldparts.   local fieldcount.   local fi.   local fieldname.   local fieldval.   perform varying si from 1 to sn       move slines(si) to sline       if sline not = ""           perform append in statuslines using sline           perform split in sline using ";" giving fieldparts           move length in fieldparts to fieldcount           perform varying fi from 1 to fieldcount               unstring fieldparts(fi) delimited by "=" into fieldname, fieldval               if fieldname = "job" move fieldval to jobstate end-if               if fieldname = "rc" compute jobrc = fieldval * 1 end-if           end-perform       end-if   end-perform   local etext.   perform readFileSync in fs using excfile "utf8" giving etext   local elines.   perform split in etext using "\n" giving elines   local en.   move length in elines to en   local ei.   local eline.   local eword.   local erest.   perform varying ei from 1 to en       move elines(ei) to eline       if eline not = ""           unstring eline delimited by " " into eword, erest           if eword = "NEW" or eword = "RECURRING" or eword = "ESCALATED"               add 1 to exccount               if exccount <= 5                   perform append in excsample using eline               end-if           end-if       end-if   end-perform   local dtext.   perform readFileSync in fs using deltafile "utf8" giving dtext   local dlines.   perform split in dtext using "\n" giving dlines   local dn.   move length in dlines to dn   local di.   local dline.   local w1.   local w2.   local wrest.   perform varying di from 1 to dn       move dlines(di) to dline       if dline not = ""           unstring dline delimited by " " into w1, w2, wrest           if w1 = "NEW" or w1 = "DROPPED"               perform append in deltahighlights using dline           end-if           if w1 = "ROWS"               add 1 to rowschanged           end-if       end-if   end-perform   local rtext.   perform readFileSync in fs using reconfile "utf8" giving rtext   local rlines.   perform split in rtext using "\n" giving rlines   local rn.   move length in rlines to rn   local ri.   local rline.   local rfirst.   local rprefix.   move "NO" to reconclean   move 0 to reconcount   perform varying ri from 1 to rn       move rlines(ri) to rline       if rline = "ALL SERVERS RECONCILE - NO DIFFERENCES"           move "YES" to reconclean       end-if       if rline = "FEWER THAN TWO SERVERS REPORTED - NOTHING TO RECONCILE"           move "YES" to reconclean       end-if       if ri > 1 and rline not = ""           perform split in rline using "END OF RECONCILIATION REPORT" giving rfirst           move rfirst(1) to rprefix           if rprefix not = ""               add 1 to reconcount           end-if       end-if   end-perform   if reconclean = "YES"       move 0 to reconcount   end-if   local xtext.   perform readFileSync in fs using structfile "utf8" giving xtext   local xlines.   perform split in xtext using "\n" giving xlines   local xn.   move length in xlines to xn   local xi.   local xline.   local crossclean.   move "NO" to crossclean   local nightclean.   move "NO" to nightclean   perform varying xi from 1 to xn       move xlines(xi) to xline       if xline = "    NO STRUCTURE DIFFERENCES BETWEEN SERVERS" or xline = "    FEWER THAN TWO SERVERS REPORTED - NOTHING TO COMPARE"           move "YES" to crossclean       end-if       if xline = "NO STRUCTURE CHANGES SINCE PREVIOUS RUN" or xline = "NO PRIOR STRUCTURE SNAPSHOT ON FILE - NOTHING TO COMPARE"           move "YES" to nightclean       end-if   end-perform   if crossclean = "YES" and nightclean = "YES"       move "YES" to structclean   else       move "NO" to structclean   end-if   local atext.   perform readFileSync in fs using auditrptfile "utf8" giving atext   local alines.   perform split in atext using "\n" giving alines   local an.   move length in alines to an   local ai.   local aline.   local aparts.   local apartcount.   perform varying ai from 1 to an       move alines(ai) to aline       perform split in aline using "TONIGHT TOTAL" giving aparts       move length in aparts to apartcount       if apartcount > 1           perform append in trendlines using aline       end-if       perform split in aline using "PREVIOUS RUN" giving aparts       move length in aparts to apartcount       if apartcount > 1           perform append in trendlines using aline       end-if       perform split in aline using "AVERAGE OF LAST" giving aparts       move length in aparts to apartcount       if apartcount > 1           perform append in trendlines using aline       end-if   end-perform   local ptext.   perform readFileSync in fs using preflightfile "utf8" giving ptext   local plines.   perform split in ptext using "\n" giving plines   local pn.   move length in plines to pn   local pi.   local pline.   local pparts.   local ppartcount.   perform varying pi from 1 to pn       move plines(pi) to pline       perform split in pline using "PREFLIGHT RESULT:" giving pparts       move length in pparts to ppartcount       if ppartcount > 1           move pline to preflightresult       end-if   end-perform   move "AMBER" to verdict   move "AMBER" to verdict   move "AMBER" to verdict   move "RED" to verdict   string header "   PROFILE: " profile into header   string "    " statusfile " MISSING - NIGHT JOB DID NOT FINISH" into dline   perform writeDigestLine using dline   perform varying i from 1 to n       move statuslines(i) to dline       string "    " dline into dline       perform writeDigestLine using dline   end-perform   move excsample(i) to dline   string "    " dline into dline   perform writeDigestLine using dline   local moreline.   compute n = exccount - 5   string "    ... AND " n " MORE - SEE " excfile into moreline   perform writeDigestLine using moreline   move deltahighlights(i) to dline   string "    " dline into dline   perform writeDigestLine using dline   perform writeDigestLine using "RECONCILIATION: CLEAN"   if reconclean = "UNKNOWN"       perform writeDigestLine using "RECONCILIATION: NO REPORT ON FILE"   else       string "RECONCILIATION: " reconcount " DIFFERENCE LINES - SEE " reconfile into sumline       perform writeDigestLine using sumline   end-if   perform writeDigestLine using "STRUCTURE: NO DRIFT"   if structclean = "UNKNOWN"       perform writeDigestLine using "STRUCTURE: NO REPORT ON FILE"   else       string "STRUCTURE: DRIFT PRESENT - SEE " structfile into sumline       perform writeDigestLine using sumline   end-if   perform writeDigestLine using "    NO AUDIT SUMMARY ON FILE"   perform varying i from 1 to n       move trendlines(i) to dline       perform writeDigestLine using dline   end-perform   perform writeDigestLine using preflightresult   move 4 to rc   move 8 to rc   move basename to actual   string profile "_" basename into actualdata division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

*> morning digest: deciding whether the night was fine used to mean
*> opening eight files before the first coffee. This job runs after
*> everything else and boils the night down to one page: an overall
*> GREEN/AMBER/RED verdict on top, then the job state and per-server
*> lines, the exception count with the first few exceptions, the
*> delta highlights, whether reconciliation and the structure drift
*> check came back clean, the replication state behind any recon
*> difference, the structure and grant changes nobody approved, the
*> audit summary's runtime-versus-trend lines, and the preflight
*> result when one is on file. Every number here is read back out of
*> the reports the other jobs already wrote - the digest is what gets
*> read at 07:00, the reports stay as the drill-down.

*> run profiles: the same profile argument the night job takes, so
*> the weekly or test-estate digest reads that profile's reports.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

local digestfile.
perform profiledName using "showdb_digest.rpt" giving digestfile.
local rundate.
accept rundate from date.
local digestlines.
move 0 to digestlines.

*> ---- status ---------------------------------------------------------
local statusfile.
perform profiledName using "showdb_status.dat" giving statusfile.
local statuslines.
move table to statuslines.
local jobstate.
move "MISSING" to jobstate.
local jobrc.
move 8 to jobrc.
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
    local fieldparts.
    local fieldcount.
    local fi.
    local fieldname.
    local fieldval.
    perform varying si from 1 to sn
        move slines(si) to sline
        if sline not = ""
            perform append in statuslines using sline
            perform split in sline using ";" giving fieldparts
            move length in fieldparts to fieldcount
            perform varying fi from 1 to fieldcount
                unstring fieldparts(fi) delimited by "=" into fieldname, fieldval
                if fieldname = "job" move fieldval to jobstate end-if
                if fieldname = "rc" compute jobrc = fieldval * 1 end-if
            end-perform
        end-if
    end-perform
end-if.

*> ---- exceptions -----------------------------------------------------
*> only the active lines count here - the lifecycle report flags each
*> one NEW, RECURRING or ESCALATED in its first word, and acknowledged
*> ones are already somebody's answered question.
local excfile.
perform profiledName using "showdb_exceptions.rpt" giving excfile.
local exccount.
move 0 to exccount.
local excsample.
move table to excsample.
local hasexc.
perform existsSync in fs using excfile giving hasexc.
if hasexc then
    local etext.
    perform readFileSync in fs using excfile "utf8" giving etext
    local elines.
    perform split in etext using "\n" giving elines
    local en.
    move length in elines to en
    local ei.
    local eline.
    local eword.
    local erest.
    perform varying ei from 1 to en
        move elines(ei) to eline
        if eline not = ""
            unstring eline delimited by " " into eword, erest
            if eword = "NEW" or eword = "RECURRING" or eword = "ESCALATED"
                add 1 to exccount
                if exccount <= 5
                    perform append in excsample using eline
                end-if
            end-if
        end-if
    end-perform
end-if.

*> ---- delta highlights -----------------------------------------------
local deltafile.
perform profiledName using "showdb_delta.rpt" giving deltafile.
local deltahighlights.
move table to deltahighlights.
local rowschanged.
move 0 to rowschanged.
local hasdelta.
perform existsSync in fs using deltafile giving hasdelta.
if hasdelta then
    local dtext.
    perform readFileSync in fs using deltafile "utf8" giving dtext
    local dlines.
    perform split in dtext using "\n" giving dlines
    local dn.
    move length in dlines to dn
    local di.
    local dline.
    local w1.
    local w2.
    local wrest.
    perform varying di from 1 to dn
        move dlines(di) to dline
        if dline not = ""
            unstring dline delimited by " " into w1, w2, wrest
            if w1 = "NEW" or w1 = "DROPPED"
                perform append in deltahighlights using dline
            end-if
            if w1 = "ROWS"
                add 1 to rowschanged
            end-if
        end-if
    end-perform
end-if.

*> ---- reconciliation -------------------------------------------------
*> the PLANNED MAINTENANCE notes at the top of the report name servers
*> that were deliberately not measured; they are not differences.
local reconfile.
perform profiledName using "showdb_recon.rpt" giving reconfile.
local reconclean.
move "UNKNOWN" to reconclean.
local reconcount.
move 0 to reconcount.
local hasrecon.
perform existsSync in fs using reconfile giving hasrecon.
if hasrecon then
    local rtext.
    perform readFileSync in fs using reconfile "utf8" giving rtext
    local rlines.
    perform split in rtext using "\n" giving rlines
    local rn.
    move length in rlines to rn
    local ri.
    local rline.
    local rfirst.
    local rprefix.
    local rword.
    local rrest.
    move "NO" to reconclean
    move 0 to reconcount
    perform varying ri from 1 to rn
        move rlines(ri) to rline
        if rline = "ALL SERVERS RECONCILE - NO DIFFERENCES"
            move "YES" to reconclean
        end-if
        if rline = "FEWER THAN TWO SERVERS REPORTED - NOTHING TO RECONCILE"
            move "YES" to reconclean
        end-if
        if ri > 1 and rline not = ""
            perform split in rline using "END OF RECONCILIATION REPORT" giving rfirst
            move rfirst(1) to rprefix
            unstring rline delimited by " " into rword, rrest
            if rword = "PLANNED"
                move "" to rprefix
            end-if
            if rprefix not = ""
                add 1 to reconcount
            end-if
        end-if
    end-perform
    if reconclean = "YES"
        move 0 to reconcount
    end-if
end-if.

*> ---- structure drift ------------------------------------------------
local structfile.
perform profiledName using "showdb_structure.rpt" giving structfile.
local structclean.
move "UNKNOWN" to structclean.
local hasstruct.
perform existsSync in fs using structfile giving hasstruct.
if hasstruct then
    local xtext.
    perform readFileSync in fs using structfile "utf8" giving xtext
    local xlines.
    perform split in xtext using "\n" giving xlines
    local xn.
    move length in xlines to xn
    local xi.
    local xline.
    local crossclean.
    move "NO" to crossclean
    local nightclean.
    move "NO" to nightclean
    perform varying xi from 1 to xn
        move xlines(xi) to xline
        if xline = "    NO STRUCTURE DIFFERENCES BETWEEN SERVERS" or xline = "    FEWER THAN TWO SERVERS REPORTED - NOTHING TO COMPARE"
            move "YES" to crossclean
        end-if
        if xline = "NO STRUCTURE CHANGES SINCE PREVIOUS RUN" or xline = "NO PRIOR STRUCTURE SNAPSHOT ON FILE - NOTHING TO COMPARE"
            move "YES" to nightclean
        end-if
    end-perform
    if crossclean = "YES" and nightclean = "YES"
        move "YES" to structclean
    else
        move "NO" to structclean
    end-if
end-if.

*> ---- audit trend ----------------------------------------------------
local auditrptfile.
perform profiledName using "showdb_audit.rpt" giving auditrptfile.
local trendlines.
move table to trendlines.
local hasauditrpt.
perform existsSync in fs using auditrptfile giving hasauditrpt.
if hasauditrpt then
    local atext.
    perform readFileSync in fs using auditrptfile "utf8" giving atext
    local alines.
    perform split in atext using "\n" giving alines
    local an.
    move length in alines to an
    local ai.
    local aline.
    local aparts.
    local apartcount.
    perform varying ai from 1 to an
        move alines(ai) to aline
        perform split in aline using "TONIGHT TOTAL" giving aparts
        move length in aparts to apartcount
        if apartcount > 1
            perform append in trendlines using aline
        end-if
        perform split in aline using "PREVIOUS RUN" giving aparts
        move length in aparts to apartcount
        if apartcount > 1
            perform append in trendlines using aline
        end-if
        perform split in aline using "AVERAGE OF LAST" giving aparts
        move length in aparts to apartcount
        if apartcount > 1
            perform append in trendlines using aline
        end-if
    end-perform
end-if.

*> ---- preflight ------------------------------------------------------
local preflightfile.
perform profiledName using "showdb_preflight.rpt" giving preflightfile.
local preflightresult.
move "" to preflightresult.
local haspreflight.
perform existsSync in fs using preflightfile giving haspreflight.
if haspreflight then
    local ptext.
    perform readFileSync in fs using preflightfile "utf8" giving ptext
    local plines.
    perform split in ptext using "\n" giving plines
    local pn.
    move length in plines to pn
    local pi.
    local pline.
    local pparts.
    local ppartcount.
    perform varying pi from 1 to pn
        move plines(pi) to pline
        perform split in pline using "PREFLIGHT RESULT:" giving pparts
        move length in pparts to ppartcount
        if ppartcount > 1
            move pline to preflightresult
        end-if
    end-perform
end-if.

*> ---- replication ----------------------------------------------------
*> the replication job's status file, one line per server: a replica
*> that is stopped, erroring or has lost its configuration is the
*> usual cause behind a recon difference and is RED; one past the lag
*> limit, or a server the job could not ask, is AMBER. Servers that
*> are not replicas stay off the page.
local replfile.
perform profiledName using "showdb_replication.dat" giving replfile.
local repllines.
move table to repllines.
local replstate.
move "UNKNOWN" to replstate.
local replred.
move 0 to replred.
local replamber.
move 0 to replamber.
local hasrepl.
perform existsSync in fs using replfile giving hasrepl.
if hasrepl then
    local qtext.
    perform readFileSync in fs using replfile "utf8" giving qtext
    local qlines.
    perform split in qtext using "\n" giving qlines
    local qn.
    move length in qlines to qn
    local qi.
    local qline.
    local qparts.
    local qpartcount.
    local qj.
    local qname.
    local qval.
    local qstate.
    perform varying qi from 1 to qn
        move qlines(qi) to qline
        if qline not = ""
            move "" to qstate
            perform split in qline using ";" giving qparts
            move length in qparts to qpartcount
            perform varying qj from 1 to qpartcount
                unstring qparts(qj) delimited by "=" into qname, qval
                if qname = "state" move qval to qstate end-if
                if qname = "job" move qval to replstate end-if
            end-perform
            if qstate = "STOPPED" or qstate = "ERROR" or qstate = "NOT-CONFIGURED"
                add 1 to replred
            end-if
            if qstate = "LAGGING" or qstate = "UNREACHABLE"
                add 1 to replamber
            end-if
            if qstate not = "" and qstate not = "NOT-REPLICA"
                perform append in repllines using qline
            end-if
        end-if
    end-perform
end-if.

*> ---- change control -------------------------------------------------
*> the change reconciliation report flags every open unapproved
*> structure or grant change UNAPPROVED in its first word.
local chgfile.
perform profiledName using "showdb_change_recon.rpt" giving chgfile.
local chgstate.
move "UNKNOWN" to chgstate.
local chgcount.
move 0 to chgcount.
local chgsample.
move table to chgsample.
local haschg.
perform existsSync in fs using chgfile giving haschg.
if haschg then
    move "KNOWN" to chgstate
    local ctext.
    perform readFileSync in fs using chgfile "utf8" giving ctext
    local clines.
    perform split in ctext using "\n" giving clines
    local cn.
    move length in clines to cn
    local ci.
    local cline.
    local cword.
    local crest.
    perform varying ci from 1 to cn
        move clines(ci) to cline
        if cline not = ""
            unstring cline delimited by " " into cword, crest
            if cword = "UNAPPROVED"
                add 1 to chgcount
                if chgcount <= 5
                    perform append in chgsample using cline
                end-if
            end-if
        end-if
    end-perform
end-if.

*> ---- verdict --------------------------------------------------------
*> RED means page somebody, AMBER means read the drill-down reports,
*> GREEN means go get the coffee. The job state and completion code
*> own RED; exceptions and reconciliation differences own AMBER.
local verdict.
move "GREEN" to verdict.
if exccount > 0 then
    move "AMBER" to verdict
end-if.
if reconclean = "NO" then
    move "AMBER" to verdict
end-if.
if jobrc = 4 then
    move "AMBER" to verdict
end-if.
if replamber > 0 then
    move "AMBER" to verdict
end-if.
if chgcount > 0 then
    move "AMBER" to verdict
end-if.
if jobstate = "FAILED" or jobstate = "MISSING" or jobrc = 8 then
    move "RED" to verdict
end-if.
if replred > 0 then
    move "RED" to verdict
end-if.

*> ---- write the page -------------------------------------------------
local header.
string "MORNING DIGEST   RUN DATE: " rundate "   OVERALL: " verdict into header.
if profile not = "" then
    string header "   PROFILE: " profile into header
end-if.
perform writeFileSync in fs using digestfile header.
perform appendFileSync in fs using digestfile x"0A".

perform writeDigestLine using "JOB STATUS".
local n.
local i.
local dline.
move length in statuslines to n.
if n = 0 then
    string "    " statusfile " MISSING - NIGHT JOB DID NOT FINISH" into dline
    perform writeDigestLine using dline
else
    perform varying i from 1 to n
        move statuslines(i) to dline
        string "    " dline into dline
        perform writeDigestLine using dline
    end-perform
end-if.

local sumline.
string "EXCEPTIONS: " exccount into sumline.
perform writeDigestLine using sumline.
move length in excsample to n.
perform varying i from 1 to n
    move excsample(i) to dline
    string "    " dline into dline
    perform writeDigestLine using dline
end-perform.
if exccount > 5 then
    local moreline.
    compute n = exccount - 5
    string "    ... AND " n " MORE - SEE " excfile into moreline
    perform writeDigestLine using moreline
end-if.

string "DELTA: " rowschanged " TABLES WITH ROW CHANGES" into sumline.
perform writeDigestLine using sumline.
move length in deltahighlights to n.
perform varying i from 1 to n
    move deltahighlights(i) to dline
    string "    " dline into dline
    perform writeDigestLine using dline
end-perform.

if reconclean = "YES" then
    perform writeDigestLine using "RECONCILIATION: CLEAN"
else
    if reconclean = "UNKNOWN"
        perform writeDigestLine using "RECONCILIATION: NO REPORT ON FILE"
    else
        string "RECONCILIATION: " reconcount " DIFFERENCE LINES - SEE " reconfile into sumline
        perform writeDigestLine using sumline
    end-if
end-if.

if replstate = "UNKNOWN" then
    perform writeDigestLine using "REPLICATION: NO STATUS ON FILE"
else
    string "REPLICATION: " replstate into sumline
    perform writeDigestLine using sumline
    move length in repllines to n
    perform varying i from 1 to n
        move repllines(i) to dline
        string "    " dline into dline
        perform writeDigestLine using dline
    end-perform
end-if.

if structclean = "YES" then
    perform writeDigestLine using "STRUCTURE: NO DRIFT"
else
    if structclean = "UNKNOWN"
        perform writeDigestLine using "STRUCTURE: NO REPORT ON FILE"
    else
        string "STRUCTURE: DRIFT PRESENT - SEE " structfile into sumline
        perform writeDigestLine using sumline
    end-if
end-if.

if chgstate = "UNKNOWN" then
    perform writeDigestLine using "CHANGE CONTROL: NO RECONCILIATION ON FILE"
else
    if chgcount = 0
        perform writeDigestLine using "CHANGE CONTROL: ALL CHANGES APPROVED"
    else
        string "CHANGE CONTROL: " chgcount " UNAPPROVED CHANGES OPEN - SEE " chgfile into sumline
        perform writeDigestLine using sumline
        move length in chgsample to n
        perform varying i from 1 to n
            move chgsample(i) to dline
            string "    " dline into dline
            perform writeDigestLine using dline
        end-perform
    end-if
end-if.

perform writeDigestLine using "RUNTIME TREND".
move length in trendlines to n.
if n = 0 then
    perform writeDigestLine using "    NO AUDIT SUMMARY ON FILE"
else
    perform varying i from 1 to n
        move trendlines(i) to dline
        perform writeDigestLine using dline
    end-perform
end-if.

if preflightresult not = "" then
    perform writeDigestLine using preflightresult
end-if.

local footer.
string "END OF DIGEST   " digestlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using digestfile footer.
perform appendFileSync in fs using digestfile x"0A".
display "digest " verdict " written to " digestfile.
local rc.
move 0 to rc.
if verdict = "AMBER" then
    move 4 to rc
end-if.
if verdict = "RED" then
    move 8 to rc
end-if.
move rc to exitCode in nodeproc.
stop run.

writeDigestLine section using dline.
perform appendFileSync in fs using digestfile dline.
perform appendFileSync in fs using digestfile x"0A".
add 1 to digestlines.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.
