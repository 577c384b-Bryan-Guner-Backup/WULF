data division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

*> change reconciliation: the structure drift report and the grants
*> drift report list every column, index, account and grant change,
*> but the change board only ever asks which of them nobody approved.
*> changes.approved carries the approved tickets - ticket number,
*> server, object, the kind of change expected and the dates it may
*> happen - and this job matches every change line in tonight's two
*> drift reports against them. The report comes in three parts:
*> changes matched to a ticket (with the ticket), changes with no
*> ticket, and approved tickets whose change has not appeared. An
*> unapproved change stays open from night to night until a ticket
*> covering the night it was found is added after the fact, or it is
*> accepted in exceptions.ack; while it is open it is fed to the
*> night job's exception lifecycle as UNAPPROVED-STRUCTURE or
*> UNAPPROVED-GRANT and the morning digest shows it. Runs after
*> showdb and grantrpt. Exit code 0 everything approved, 4 unapproved
*> changes open or a drift report missing or not from tonight.

*> run profiles: the same profile argument as the rest of the suite.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

local approvedfile.
perform profiledName using "changes.approved" giving approvedfile.
local structfile.
perform profiledName using "showdb_structure.rpt" giving structfile.
local grantsfile.
perform profiledName using "showdb_grants_drift.rpt" giving grantsfile.
local reportfile.
perform profiledName using "showdb_change_recon.rpt" giving reportfile.
*> ticket state: ticket|first matched|last matched|nights matched, so
*> a ticket whose change went in on an earlier night is not reported
*> as never seen once its window is still open.
local ticketstatefile.
perform profiledName using "showdb_changes.state" giving ticketstatefile.
*> open unapproved changes: detected|server|object|kind|family|line
local openfile.
perform profiledName using "showdb_unapproved.state" giving openfile.
*> the feed the night job reads into its exception lifecycle, in the
*> exception spool's own server|object|kind|detail shape
local feedfile.
perform profiledName using "showdb_unapproved.spool" giving feedfile.
local ackfile.
perform profiledName using "exceptions.ack" giving ackfile.

local rundate.
accept rundate from date.
local reportlines.
move 0 to reportlines.
local rc.
move 0 to rc.

local header.
string "CHANGE RECONCILIATION REPORT   RUN DATE: " rundate into header.
if profile not = "" then
    string header "   PROFILE: " profile into header
end-if.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

local tickets.
perform loadApproved using fs giving tickets.
local ticketstate.
perform loadTicketState using fs giving ticketstate.
local openlist.
perform loadOpenList using fs giving openlist.
local acklist.
perform loadAckList using fs giving acklist.

*> ---- tonight's drift ------------------------------------------------
local driftlist.
move table to driftlist.
perform readDrift using structfile, "STRUCTURE", "STRUCTURE DRIFT REPORT".
perform readDrift using grantsfile, "GRANTS", "GRANTS DRIFT REPORT".

local approvedlines.
move table to approvedlines.
local approvedcount.
move 0 to approvedcount.
local newcount.
move 0 to newcount.
local dn.
move length in driftlist to dn.
local di.
local drec.
local tfound.
local tticket.
local aline.
local already.
local orec.
perform varying di from 1 to dn
    move driftlist(di) to drec
    perform findTicket using server in drec, objname in drec, kind in drec, family in drec, rundate giving tfound, tticket
    if tfound = "true"
        add 1 to approvedcount
        string "APPROVED    " tticket "  " driftline in drec into aline
        perform append in approvedlines using aline
        perform markTicket using tticket
    else
        perform findOpen using server in drec, driftline in drec giving already
        if already = "false"
            add 1 to newcount
            move object to orec
            move rundate to detected in orec
            move server in drec to server in orec
            move objname in drec to objname in orec
            move kind in drec to kind in orec
            move family in drec to family in orec
            move driftline in drec to driftline in orec
            perform append in openlist using orec
        end-if
    end-if
end-perform.

*> ---- open unapproved changes -----------------------------------------
*> everything open, tonight's included, gets one more look: a ticket
*> added since, covering the night the change was found, closes it as
*> approved after the fact; an unexpired ack in exceptions.ack closes
*> it as accepted. What is left is carried to tomorrow.
local newopen.
move table to newopen.
local openlines.
move table to openlines.
local closedlines.
move table to closedlines.
local opencount.
move 0 to opencount.
local openn.
move length in openlist to openn.
local oi.
local exckind.
local ackkey.
local ackflag.
local whov.
local whyv.
local expiryv.
local oline.
local flagtext.
perform varying oi from 1 to openn
    move openlist(oi) to orec
    perform findTicket using server in orec, objname in orec, kind in orec, family in orec, detected in orec giving tfound, tticket
    if tfound = "true"
        string "RETRO-OK    " tticket "  " driftline in orec "  DETECTED " detected in orec into oline
        perform append in closedlines using oline
        perform markTicket using tticket
    else
        perform exceptionKind using family in orec giving exckind
        string server in orec "|" objname in orec "|" exckind into ackkey
        perform findAck using acklist, ackkey giving ackflag, whov, whyv, expiryv
        if ackflag = "true" and expiryv < rundate
            move "false" to ackflag
        end-if
        if ackflag = "true"
            string "ACCEPTED    " driftline in orec "  DETECTED " detected in orec "  BY " whov " (" whyv ")" into oline
            perform append in closedlines using oline
        else
            add 1 to opencount
            if detected in orec = rundate
                move "NEW" to flagtext
            else
                string "SINCE " detected in orec into flagtext
            end-if
            string "UNAPPROVED  " flagtext "  " driftline in orec into oline
            perform append in openlines using oline
            perform append in newopen using orec
        end-if
    end-if
end-perform.

*> ---- approved tickets not seen ----------------------------------------
*> a ticket whose window has opened and that has never matched a
*> change: still OPEN while its window runs, EXPIRED once it has
*> closed - either the change was never made, or it was made
*> somewhere the ticket does not say.
local unseenlines.
move table to unseenlines.
local tn.
move length in tickets to tn.
local ti.
local trec.
local sfound.
local srec.
local uline.
perform varying ti from 1 to tn
    move tickets(ti) to trec
    perform findTicketState using ticket in trec giving sfound, srec
    if sfound = "false" and validfrom in trec <= rundate
        if validto in trec >= rundate
            string "NOT-SEEN    " ticket in trec "  " server in trec "  " objname in trec "  " kind in trec "  OPEN " validfrom in trec " - " validto in trec into uline
        else
            string "EXPIRED     " ticket in trec "  " server in trec "  " objname in trec "  " kind in trec "  CLOSED " validto in trec " WITH NO MATCHING CHANGE" into uline
        end-if
        perform append in unseenlines using uline
    end-if
end-perform.

*> ---- report ----------------------------------------------------------
perform writeReconLine using "".
perform writeReconLine using "CHANGES MATCHED TO AN APPROVED TICKET".
perform writeSection using approvedlines, "    NONE".
perform writeReconLine using "".
perform writeReconLine using "CHANGES WITH NO APPROVED TICKET".
perform writeSection using openlines, "    NONE - EVERY CHANGE ON RECORD IS APPROVED".
local cn.
move length in closedlines to cn.
if cn > 0 then
    perform writeReconLine using ""
    perform writeReconLine using "UNAPPROVED CHANGES CLOSED TONIGHT"
    perform writeSection using closedlines, ""
end-if.
perform writeReconLine using "".
perform writeReconLine using "APPROVED TICKETS WHOSE CHANGE HAS NOT APPEARED".
perform writeSection using unseenlines, "    NONE".

*> ---- carry forward ----------------------------------------------------
perform saveOpenList.
perform writeFeed.
perform saveTicketState.

if opencount > 0 then
    move 4 to rc
end-if.
local un.
move length in unseenlines to un.
local footer.
string "END OF CHANGE RECONCILIATION REPORT   " approvedcount " APPROVED, " opencount " UNAPPROVED (" newcount " NEW), " un " TICKETS NOT SEEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
display "change reconciliation: " approvedcount " approved, " opencount " unapproved - see " reportfile.
move rc to exitCode in nodeproc.
stop run.

writeReconLine section using rline.
perform appendFileSync in fs using reportfile rline.
perform appendFileSync in fs using reportfile x"0A".
add 1 to reportlines.

writeSection section using slist, emptytext.
local n.
move length in slist to n.
local i.
local wline.
if n = 0 and emptytext not = "" then
    perform writeReconLine using emptytext
end-if.
perform varying i from 1 to n
    move slist(i) to wline
    perform writeReconLine using wline
end-perform.

*> a drift report is only reconciled when it is tonight's - last
*> night's would re-approve or re-raise changes already dealt with.
*> Change lines are the ones opening with a known two-word verb;
*> headings, skip notes and the cross-server section are passed by.
readDrift section using dfile, dfamily, dtitle.
local hasdrift.
perform existsSync in fs using dfile giving hasdrift.
local nline.
if not hasdrift then
    string dtitle " NOT FOUND (" dfile ") - NOT RECONCILED TONIGHT" into nline
    perform writeReconLine using nline
    move 4 to rc
else
    local dtext.
    perform readFileSync in fs using dfile "utf8" giving dtext
    local dlines.
    perform split in dtext using "\n" giving dlines
    local hparts.
    local hdate.
    move "" to hdate
    local hline.
    move dlines(1) to hline
    perform split in hline using "RUN DATE: " giving hparts
    local hn.
    move length in hparts to hn
    if hn > 1
        move hparts(2) to hdate
    end-if
    if hdate not = rundate
        string dtitle " IS DATED " hdate ", NOT " rundate " - NOT RECONCILED TONIGHT" into nline
        perform writeReconLine using nline
        move 4 to rc
    else
        local ln.
        move length in dlines to ln
        local li.
        local dline.
        local words.
        local wn.
        local wi.
        local w.
        local kept.
        local dkind.
        local known.
        local rec.
        perform varying li from 2 to ln
            move dlines(li) to dline
            if dline not = ""
                perform split in dline using " " giving words
                move length in words to wn
                move table to kept
                perform varying wi from 1 to wn
                    move words(wi) to w
                    if w not = ""
                        perform append in kept using w
                    end-if
                end-perform
                move length in kept to wn
                if wn >= 4
                    string kept(1) "-" kept(2) into dkind
                    perform knownKind using dkind, dfamily giving known
                    if known = "true"
                        move object to rec
                        move kept(3) to server in rec
                        move kept(4) to objname in rec
                        move dkind to kind in rec
                        move dfamily to family in rec
                        move dline to driftline in rec
                        perform append in driftlist using rec
                    end-if
                end-if
            end-if
        end-perform
    end-if
end-if.

knownKind section using dkind, dfamily giving known.
move "false" to known.
if dfamily = "STRUCTURE" then
    if dkind = "STRUCTURE-CHANGED" or dkind = "STRUCTURE-ADDED" or dkind = "STRUCTURE-DROPPED" or dkind = "NEW-OBJECT" or dkind = "DROPPED-OBJECT"
        move "true" to known
    end-if
end-if.
if dfamily = "GRANTS" then
    if dkind = "ACCOUNT-ADDED" or dkind = "ACCOUNT-DROPPED" or dkind = "GRANT-ADDED" or dkind = "GRANT-REMOVED" or dkind = "NEW-FINDING" or dkind = "FINDING-CLEARED"
        move "true" to known
    end-if
end-if.

exceptionKind section using family giving exckind.
move "UNAPPROVED-GRANT" to exckind.
if family = "STRUCTURE" then
    move "UNAPPROVED-STRUCTURE" to exckind
end-if.

*> first ticket in file order that covers the change on the given
*> night wins. A ticket names one kind, its family (STRUCTURE or
*> GRANTS) or ANY; its server may be *; its object may be *, exact,
*> a prefix ending in *, or - for structure - a whole database.
findTicket section using dserver, dobject, dkind, dfamily, ondate giving tfound, tticket.
move "false" to tfound.
move "" to tticket.
local n.
move length in tickets to n.
local i.
local t.
local kindok.
local objok.
local ondatenum.
compute ondatenum = ondate * 1.
perform varying i from 1 to n
    move tickets(i) to t
    if tfound = "false"
        if server in t = "*" or server in t = dserver
            move "false" to kindok
            if kind in t = dkind or kind in t = dfamily or kind in t = "ANY"
                move "true" to kindok
            end-if
            if kindok = "true" and validfrom in t <= ondatenum and validto in t >= ondatenum
                perform objectMatches using objname in t, dobject, dfamily giving objok
                if objok = "true"
                    move "true" to tfound
                    move ticket in t to tticket
                end-if
            end-if
        end-if
    end-if
end-perform.

objectMatches section using tobject, dobject, dfamily giving objok.
move "false" to objok.
if tobject = "*" or tobject = dobject then
    move "true" to objok
else
    local patparts.
    perform split in tobject using "*" giving patparts
    local patcount.
    move length in patparts to patcount
    if patcount > 1
        perform startsWith using dobject, patparts(1) giving objok
    else
        if dfamily = "STRUCTURE"
            local dbprefix.
            string tobject "." into dbprefix
            perform startsWith using dobject, dbprefix giving objok
        end-if
    end-if
end-if.

startsWith section using textv, prefix giving isprefix.
move "false" to isprefix.
if prefix not = "" then
    local parts.
    perform split in textv using prefix giving parts
    local pc.
    move length in parts to pc
    if pc > 1
        if parts(1) = ""
            move "true" to isprefix
        end-if
    end-if
end-if.

findOpen section using sname, dtext giving already.
move "false" to already.
local n.
move length in openlist to n.
local i.
local rec.
perform varying i from 1 to n
    move openlist(i) to rec
    if server in rec = sname and driftline in rec = dtext
        move "true" to already
    end-if
end-perform.

markTicket section using tticket.
local sfound.
local srec.
perform findTicketState using tticket giving sfound, srec.
if sfound = "true" then
    if lastseen in srec not = rundate
        move rundate to lastseen in srec
        local cnt.
        compute cnt = nights in srec + 1
        move cnt to nights in srec
    end-if
else
    move object to srec
    move tticket to ticket in srec
    move rundate to firstseen in srec
    move rundate to lastseen in srec
    move 1 to nights in srec
    perform append in ticketstate using srec
end-if.

findTicketState section using tticket giving sfound, srec.
move "false" to sfound.
move "" to srec.
local n.
move length in ticketstate to n.
local i.
local rec.
perform varying i from 1 to n
    move ticketstate(i) to rec
    if ticket in rec = tticket
        move "true" to sfound
        move rec to srec
    end-if
end-perform.

*> changes.approved, one ticket per line:
*>     ticket=CHG-4471;server=orders;object=orders.order_queue;
*>     kind=STRUCTURE-ADDED;from=YYYYMMDD;to=YYYYMMDD
*> A line without a ticket number is ignored here and flagged by
*> preflight; a missing date leaves that end of the window open.
loadApproved section using fs giving tickets.
move table to tickets.
local hasapproved.
perform existsSync in fs using approvedfile giving hasapproved.
if hasapproved then
    local atext.
    perform readFileSync in fs using approvedfile "utf8" giving atext
    local alines.
    perform split in atext using "\n" giving alines
    local an.
    move length in alines to an
    local ai.
    local aline.
    local aparts.
    local apn.
    local aj.
    local aname.
    local aval.
    local anum.
    local rec.
    perform varying ai from 1 to an
        move alines(ai) to aline
        if aline not = ""
            move object to rec
            move "" to ticket in rec
            move "*" to server in rec
            move "*" to objname in rec
            move "ANY" to kind in rec
            move 0 to validfrom in rec
            move 99991231 to validto in rec
            perform split in aline using ";" giving aparts
            move length in aparts to apn
            perform varying aj from 1 to apn
                unstring aparts(aj) delimited by "=" into aname, aval
                if aname = "ticket" move aval to ticket in rec end-if
                if aname = "server" move aval to server in rec end-if
                if aname = "object" move aval to objname in rec end-if
                if aname = "kind" move aval to kind in rec end-if
                if aname = "from" compute anum = aval * 1 move anum to validfrom in rec end-if
                if aname = "to" compute anum = aval * 1 move anum to validto in rec end-if
            end-perform
            if ticket in rec not = ""
                perform append in tickets using rec
            end-if
        end-if
    end-perform
else
    local noneline.
    string "CHANGES.APPROVED NOT FOUND (" approvedfile ") - EVERY CHANGE TONIGHT IS UNAPPROVED" into noneline
    perform writeReconLine using noneline
end-if.

loadTicketState section using fs giving ticketstate.
move table to ticketstate.
local hasstate.
perform existsSync in fs using ticketstatefile giving hasstate.
if hasstate then
    local stext.
    perform readFileSync in fs using ticketstatefile "utf8" giving stext
    local slines.
    perform split in stext using "\n" giving slines
    local sn.
    move length in slines to sn
    local si.
    local sline.
    local tv.
    local fv.
    local lv.
    local nv.
    local rec.
    perform varying si from 1 to sn
        move slines(si) to sline
        if sline not = ""
            unstring sline delimited by "|" into tv, fv, lv, nv
            move object to rec
            move tv to ticket in rec
            move fv to firstseen in rec
            move lv to lastseen in rec
            compute nv = nv * 1
            move nv to nights in rec
            perform append in ticketstate using rec
        end-if
    end-perform
end-if.

saveTicketState section.
local stext.
move "" to stext.
local n.
move length in ticketstate to n.
local i.
local rec.
perform varying i from 1 to n
    move ticketstate(i) to rec
    string stext ticket in rec "|" firstseen in rec "|" lastseen in rec "|" nights in rec x"0A" into stext
end-perform.
perform writeFileSync in fs using ticketstatefile stext.

loadOpenList section using fs giving openlist.
move table to openlist.
local hasopen.
perform existsSync in fs using openfile giving hasopen.
if hasopen then
    local otext.
    perform readFileSync in fs using openfile "utf8" giving otext
    local olines.
    perform split in otext using "\n" giving olines
    local openn.
    move length in olines to openn
    local oi.
    local oline.
    local dv.
    local sv.
    local ov.
    local kv.
    local fv.
    local xv.
    local rec.
    perform varying oi from 1 to openn
        move olines(oi) to oline
        if oline not = ""
            unstring oline delimited by "|" into dv, sv, ov, kv, fv, xv
            move object to rec
            move dv to detected in rec
            move sv to server in rec
            move ov to objname in rec
            move kv to kind in rec
            move fv to family in rec
            move xv to driftline in rec
            perform append in openlist using rec
        end-if
    end-perform
end-if.

saveOpenList section.
local otext.
move "" to otext.
local n.
move length in newopen to n.
local i.
local rec.
perform varying i from 1 to n
    move newopen(i) to rec
    string otext detected in rec "|" server in rec "|" objname in rec "|" kind in rec "|" family in rec "|" driftline in rec x"0A" into otext
end-perform.
perform writeFileSync in fs using openfile otext.

*> one feed line per server|object|kind - the key the exception
*> lifecycle and exceptions.ack both work on - however many column or
*> grant changes are open against it.
writeFeed section.
local keys.
move table to keys.
local feeds.
move table to feeds.
local n.
move length in newopen to n.
local i.
local rec.
local exckind.
local fkey.
local already.
local fn.
local fi.
local frec.
perform varying i from 1 to n
    move newopen(i) to rec
    perform exceptionKind using family in rec giving exckind
    string server in rec "|" objname in rec "|" exckind into fkey
    perform containsValue using keys, fkey giving already
    if already = "false"
        perform append in keys using fkey
        move object to frec
        move fkey to feedkey in frec
        move 1 to changes in frec
        move detected in rec to detected in frec
        move kind in rec to kind in frec
        perform append in feeds using frec
    else
        move length in feeds to fn
        perform varying fi from 1 to fn
            move feeds(fi) to frec
            if feedkey in frec = fkey
                local cnt.
                compute cnt = changes in frec + 1
                move cnt to changes in frec
                if detected in rec < detected in frec
                    move detected in rec to detected in frec
                end-if
            end-if
        end-perform
    end-if
end-perform.
local ftext.
move "" to ftext.
move length in feeds to fn.
perform varying fi from 1 to fn
    move feeds(fi) to frec
    string ftext feedkey in frec "|" changes in frec " UNAPPROVED CHANGE(S) OPEN SINCE " detected in frec ", FIRST " kind in frec " - SEE CHANGE RECONCILIATION REPORT" x"0A" into ftext
end-perform.
perform writeFileSync in fs using feedfile ftext.

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

*> exceptions.ack, read the way the night job reads it:
*> server|object|kind=who,why,expiry
loadAckList section using fs giving acklist.
move table to acklist.
local hasack.
perform existsSync in fs using ackfile giving hasack.
if hasack then
    local atext.
    perform readFileSync in fs using ackfile "utf8" giving atext
    local alines.
    perform split in atext using "\n" giving alines
    local an.
    move length in alines to an
    local ai.
    local aline.
    local akey.
    local aval.
    local avalx.
    local awho.
    local awhy.
    local aexp.
    local ajunk.
    local rec.
    perform varying ai from 1 to an
        move alines(ai) to aline
        if aline not = ""
            unstring aline delimited by "=" into akey, aval
            string aval ",," into avalx
            unstring avalx delimited by "," into awho, awhy, aexp, ajunk
            move object to rec
            move akey to ackkey in rec
            move awho to who in rec
            move awhy to why in rec
            move aexp to expiry in rec
            perform append in acklist using rec
        end-if
    end-perform
end-if.

findAck section using acklist, keyv giving foundflag, whov, whyv, expiryv.
move "false" to foundflag.
move "" to whov.
move "" to whyv.
move "" to expiryv.
local n.
move length in acklist to n.
local i.
local rec.
perform varying i from 1 to n
    move acklist(i) to rec
    if ackkey in rec = keyv
        move "true" to foundflag
        move who in rec to whov
        move why in rec to whyv
        move expiry in rec to expiryv
    end-if
end-perform.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.
