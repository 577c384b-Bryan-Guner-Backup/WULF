   move args(3) to profile   compute elapsed = elapsed + 8640000   move "transient" to errtype   perform finishJob   move serverlist(s) to options   move 0 to retrycount   local serverheader.   string "SERVER: " name in options " (" host in options ")" into serverheader   perform writeGrantLine using serverheader   perform runUserQuery   if vals(i) = val       move "true" to found   end-if   local gtext.   perform readFileSync in fs using gfile "utf8" giving gtext   local glines.   perform split in gtext using "\n" giving glines   local n.   move length in glines to n.   local i.   local gline.   local sname.   local acct.   local kindv.   local detailv.   local rec.   perform varying i from 1 to n       move glines(i) to gline       if gline not = "" and gline not = "server|account|kind|detail"           unstring gline delimited by "|" into sname, acct, kindv, detailv           if not detailv               move "" to detailv           end-if           move object to rec           move sname to server in rec           move acct to account in rec           move kindv to kind in rec           move detailv to detail in rec           perform append in grecords using rec       end-if   end-perform   move grecords(i) to rec   if server in rec = sname and account in rec = acct and kind in rec = kindv and detail in rec = detailv       move "true" to found   end-if   perform readFileSync in fs using grantspointer "utf8" giving prevfile   perform existsSync in fs using prevfile giving hasprev   perform loadGrantsFile using prevfile giving prevrecords   move prevrecords(i) to rec   perform containsValue using okservers, server in rec giving inok   if inok = "true"       perform append in prevok using rec   end-if   move grantrecords(i) to rec   string server in rec "|" account in rec "|" kind in rec "|" detail in rec into snapline   perform appendFileSync in fs using snapfile snapline   perform appendFileSync in fs using snapfile x"0A"   move prevrecords(i) to rec   perform containsValue using okservers, server in rec giving inok   if inok = "false"       string server in rec "|" account in rec "|" kind in rec "|" detail in rec into snapline       perform appendFileSync in fs using snapfile snapline       perform appendFileSync in fs using snapfile x"0A"   end-if   move serverlist(si) to e2   perform containsValue using okservers, name in e2 giving inok   if inok = "false"       string "SERVER " name in e2 " DID NOT REPORT - COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" into skipline       perform writeDriftLine using skipline   end-if   local compareline.   string "COMPARED AGAINST: " prevfile into compareline   perform writeDriftLine using compareline   local basecount.   move driftlines to basecount   local n.   move length in grantrecords to n.   local pn.   move length in prevok to pn.   local i.   local rec.   local found.   local dline.   perform varying i from 1 to n       move grantrecords(i) to rec       if kind in rec = "ACCOUNT"           perform hasGrantRecord using prevok, server in rec, account in rec, "ACCOUNT", "" giving found           if found = "false"               string "ACCOUNT ADDED      " server in rec "  " account in rec into dline               perform writeDriftLine using dline           end-if       end-if   end-perform   perform varying i from 1 to pn       move prevok(i) to rec       if kind in rec = "ACCOUNT"           perform hasGrantRecord using grantrecords, server in rec, account in rec, "ACCOUNT", "" giving found           if found = "false"               string "ACCOUNT DROPPED    " server in rec "  " account in rec into dline               perform writeDriftLine using dline           end-if       end-if   end-perform   local onboth.   perform varying i from 1 to n       move grantrecords(i) to rec       *> a FLAG is a finding whether the account is old or brand       *> new - an empty-password account created since last quarter       *> is the exact thing the meeting must see, so it must not       *> hide behind its own ACCOUNT ADDED line. Grant lines of an       *> added account stay folded into that line; only accounts on       *> both snapshots get their grants diffed one by one.       if kind in rec = "FLAG"           perform hasGrantRecord using prevok, server in rec, account in rec, kind in rec, detail in rec giving found           if found = "false"               string "NEW FINDING        " server in rec "  " account in rec "  " detail in rec into dline               perform writeDriftLine using dline           end-if       end-if       if kind in rec = "GRANT"           perform hasGrantRecord using prevok, server in rec, account in rec, "ACCOUNT", "" giving onboth           if onboth = "true"               perform hasGrantRecord using prevok, server in rec, account in rec, kind in rec, detail in rec giving found               if found = "false"                   string "GRANT ADDED        " server in rec "  " account in rec "  " detail in rec into dline                   perform writeDriftLine using dline               end-if           end-if       end-if   end-perform   perform varying i from 1 to pn       move prevok(i) to rec       if kind in rec = "GRANT" or kind in rec = "FLAG"           perform hasGrantRecord using grantrecords, server in rec, account in rec, "ACCOUNT", "" giving onboth           if onboth = "true"               perform hasGrantRecord using grantrecords, server in rec, account in rec, kind in rec, detail in rec giving found               if found = "false"                   if kind in rec = "FLAG"                       string "FINDING CLEARED    " server in rec "  " account in rec "  " detail in rec into dline                   else                       string "GRANT REMOVED      " server in rec "  " account in rec "  " detail in rec into dline                   end-if                   perform writeDriftLine using dline               end-if           end-if       end-if   end-perform   if driftlines = basecount       perform writeDriftLine using "NO GRANT CHANGES SINCE PREVIOUS SNAPSHOT"   end-if   perform writeDriftLine using "NO PRIOR GRANTS SNAPSHOT ON FILE - NOTHING TO COMPARE"   perform writeGreconLine using "FEWER THAN TWO SERVERS REPORTED - NOTHING TO RECONCILE"   local accts.   move table to accts.   local n.   move length in grantrecords to n.   local i.   local rec.   local already.   perform varying i from 1 to n       move grantrecords(i) to rec       if kind in rec = "ACCOUNT"           perform containsValue using accts, account in rec giving already           if already = "false"               perform append in accts using account in rec           end-if       end-if   end-perform   local acctcount.   move length in accts to acctcount.   local j.   local sj.   local acct.   local present.   local preslist.   local misslist.   local rline.   perform varying i from 1 to acctcount       move accts(i) to acct       move "" to preslist       move "" to misslist       perform varying j from 1 to okcount           move okservers(j) to sj           perform hasGrantRecord using grantrecords, sj, acct, "ACCOUNT", "" giving present           if present = "true"               string preslist " " sj into preslist           else               string misslist " " sj into misslist           end-if       end-perform       if misslist not = ""           string "ACCOUNT " acct "  MISSING ON" misslist "  PRESENT ON" preslist into rline           perform writeGreconLine using rline       end-if   end-perform   if greconlines = 0       perform writeGreconLine using "ALL SERVERS CARRY THE SAME ACCOUNTS - NO DIFFERENCES"   end-if   perform classifyError using err giving errtype   if errtype = "transient" and retrycount < maxretries       add 1 to retrycount       display "transient error listing accounts for " name in options ", retry " retrycount " of " maxretries ": " err       perform end in connection       perform runUserQuery   else       display "error listing accounts for " name in options ", skipping server: " err       perform writeGrantLine using "    UNABLE TO LIST ACCOUNTS ON THIS SERVER"       perform serverDone   end-if   move 0 to retrycount   move rows to accountrows   move length in accountrows to accountcount   perform append in okservers using name in options   move 1 to a   perform processAccount   perform serverDone   move accountrows(a) to arow   move quser in arow to quser   move qhost in arow to qhost   local acct.   string "'" quser "'@'" qhost "'" into acct   perform addGrantRecord using name in options, acct, "ACCOUNT", ""   local flags.   move "" to flags   if qauth in arow = ""       string flags " EMPTY-PASSWORD" into flags       perform addGrantRecord using name in options, acct, "FLAG", "EMPTY-PASSWORD"   end-if   if privsel in arow = "Y" and privins in arow = "Y" and privupd in arow = "Y" and privdel in arow = "Y" and privcre in arow = "Y" and privdrp in arow = "Y" and privsup in arow = "Y"       string flags " GLOBAL-ALL" into flags       perform addGrantRecord using name in options, acct, "FLAG", "GLOBAL-ALL"   end-if   local accountline.   if flags = ""       string "  ACCOUNT " acct into accountline   else       string "  ACCOUNT " acct "   FLAGS:" flags into accountline   end-if   perform writeGrantLine using accountline   perform runShowGrants   local failline.   string "      UNABLE TO LIST GRANTS: " errcode into failline   perform writeGrantLine using failline   local gn.   move length in rows to gn   local gi.   local grow.   local gvals.   local gline.   local acct2.   string "'" quser "'@'" qhost "'" into acct2   perform varying gi from 1 to gn       move rows(gi) to grow       perform values in grow giving gvals       string "      " gvals(1) into gline       perform writeGrantLine using gline       perform addGrantRecord using name in options, acct2, "GRANT", gvals(1)   end-perform   local ftext.   perform readFileSync in fs using controlfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local fkey.   local fval.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into fkey, fval           if fkey = "host" move fval to host in control end-if           if fkey = "user" move fval to user in control end-if           if fkey = "password" move fval to password in control end-if           if fkey = "database" move fval to database in control end-if       end-if   end-perform   move basename to actual   string profile "_" basename into actual   local srvtext.   perform readFileSync in fs using serversfile "utf8" giving srvtext   local srvlines.   perform split in srvtext using "\n" giving srvlines   local si.   local srvlinecount.   move length in srvlines to srvlinecount   local srvline.   local fieldparts.   local fi.   local fieldcount.   local fieldname.   local fieldval.   local entry.   perform varying si from 1 to srvlinecount       move srvlines(si) to srvline       if srvline not = ""           move object to entry           perform split in srvline using ";" giving fieldparts           move length in fieldparts to fieldcount           perform varying fi from 1 to fieldcount               unstring fieldparts(fi) delimited by "=" into fieldname, fieldval               if fieldname = "name" move fieldval to name in entry end-if               if fieldname = "host" move fieldval to host in entry end-if               if fieldname = "user" move fieldval to user in entry end-if               if fieldname = "password" move fieldval to password in entry end-if               if fieldname = "database" move fieldval to database in entry end-if           end-perform           perform append in serverlist using entry       end-if   end-perform   local singleentry.   move control to singleentry   move "default" to name in singleentry   perform append in serverlist using singleentrydata division.
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

*> grants inventory: the quarterly security review asks for the same
*> evidence every time - which MySQL accounts exist on each server,
*> which hosts they may connect from, what they are granted, and
*> whether any of them have an empty password or global ALL - and
*> someone has been logging into each box and pasting query output
*> into a document. This job walks the same server list as the
*> nightly inventory, connects with the same externalized
*> credentials, and writes the whole answer to one dated report.
local controlfile.
perform profiledName using "showdb.control" giving controlfile.
local control.
perform loadControlFile using fs, controlfile giving control.

local auditfile.
perform profiledName using "showdb_audit.log" giving auditfile.
local laststart.
local lastsql.

local rundate.
accept rundate from date.
local reportbase.
string "showdb_grants_" rundate ".rpt" into reportbase.
local reportfile.
perform profiledName using reportbase giving reportfile.
local reportlines.
move 0 to reportlines.

*> grants drift: the reviewers only ever ask what changed since last
*> quarter, and they were finding out by eyeballing two printouts.
*> Every account, finding and grant line now also lands in a
*> machine-readable dated snapshot (server|account|kind|detail, same
*> shape as the inventory's structure snapshots) with a pointer to
*> the previous one, so the end of the walk can write a drift report
*> - accounts added or dropped, grant lines changed, new
*> EMPTY-PASSWORD or GLOBAL-ALL findings - and a cross-server
*> reconciliation of which accounts exist where, in the style of the
*> row-count recon. Servers that could not be listed tonight keep
*> their previous snapshot rows and sit out both comparisons.
local grantrecords.
move table to grantrecords.
local okservers.
move table to okservers.
local grantspointer.
perform profiledName using "showdb.lastgrants" giving grantspointer.
local driftfile.
perform profiledName using "showdb_grants_drift.rpt" giving driftfile.
local driftlines.
move 0 to driftlines.
local greconfile.
perform profiledName using "showdb_grants_recon.rpt" giving greconfile.
local greconlines.
move 0 to greconlines.

local options.
local connection.
local errtype.
local maxretries.
move 3 to maxretries.
local retrycount.
move 0 to retrycount.

local accountrows.
local accountcount.
local a.
local arow.
local quser.
local qhost.
local grantsql.

local serverlist.
perform loadServerList using fs giving serverlist.
local servercount.
move length in serverlist to servercount.
local s.
move 1 to s.

local header.
string "MYSQL USER AND GRANTS INVENTORY   RUN DATE: " rundate into header.
perform writeFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

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
string "GRANTRPT/" user in options "@" host in options into jobuser.
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

writeGrantLine section using gline.
perform appendFileSync in fs using reportfile gline.
perform appendFileSync in fs using reportfile x"0A".
add 1 to reportlines.

classifyError section using err giving errtype.
local code.
move code in err to code.
move "fatal" to errtype.
if code = "PROTOCOL_CONNECTION_LOST" or code = "ECONNRESET" or code = "ETIMEDOUT" or code = "ECONNREFUSED" or code = "ESOCKET"
    move "transient" to errtype
end-if.

processServer section.
if s > servercount then
    perform finishJob
else
    move serverlist(s) to options
    move 0 to retrycount
    local serverheader.
    string "SERVER: " name in options " (" host in options ")" into serverheader
    perform writeGrantLine using serverheader
    perform runUserQuery
end-if.

serverDone section.
perform end in connection.
add 1 to s.
perform processServer.

finishJob section.
local footer.
string "END OF GRANTS REPORT   " reportlines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".
perform writeGrantsHistory.
stop run.

addGrantRecord section using sname, acct, kindv, detailv.
local rec.
move object to rec.
move sname to server in rec.
move acct to account in rec.
move kindv to kind in rec.
move detailv to detail in rec.
perform append in grantrecords using rec.

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

loadGrantsFile section using gfile giving grecords.
move table to grecords.
local hasfile.
perform existsSync in fs using gfile giving hasfile.
if hasfile then
    local gtext.
    perform readFileSync in fs using gfile "utf8" giving gtext
    local glines.
    perform split in gtext using "\n" giving glines
    local n.
    move length in glines to n.
    local i.
    local gline.
    local sname.
    local acct.
    local kindv.
    local detailv.
    local rec.
    perform varying i from 1 to n
        move glines(i) to gline
        if gline not = "" and gline not = "server|account|kind|detail"
            unstring gline delimited by "|" into sname, acct, kindv, detailv
            if not detailv
                move "" to detailv
            end-if
            move object to rec
            move sname to server in rec
            move acct to account in rec
            move kindv to kind in rec
            move detailv to detail in rec
            perform append in grecords using rec
        end-if
    end-perform
end-if.

hasGrantRecord section using grecords, sname, acct, kindv, detailv giving found.
move "false" to found.
local n.
move length in grecords to n.
local i.
local rec.
perform varying i from 1 to n
    move grecords(i) to rec
    if server in rec = sname and account in rec = acct and kind in rec = kindv and detail in rec = detailv
        move "true" to found
    end-if
end-perform.

writeDriftLine section using dline.
perform appendFileSync in fs using driftfile dline.
perform appendFileSync in fs using driftfile x"0A".
add 1 to driftlines.

writeGreconLine section using rline.
perform appendFileSync in fs using greconfile rline.
perform appendFileSync in fs using greconfile x"0A".
add 1 to greconlines.

*> grants drift: same discipline as the inventory history - compare
*> before tonight's snapshot is written so a same-date rerun never
*> diffs against itself, only servers whose accounts actually listed
*> take part, and the snapshot carries the previous rows forward for
*> the ones that did not.
writeGrantsHistory section.
local haspointer.
perform existsSync in fs using grantspointer giving haspointer.
local prevfile.
move "" to prevfile.
if haspointer then
    perform readFileSync in fs using grantspointer "utf8" giving prevfile
end-if.
local hasprev.
move 0 to hasprev.
if prevfile not = "" then
    perform existsSync in fs using prevfile giving hasprev
end-if.
local prevrecords.
move table to prevrecords.
if hasprev then
    perform loadGrantsFile using prevfile giving prevrecords
end-if.
local prevok.
move table to prevok.
local n.
move length in prevrecords to n.
local i.
local rec.
local inok.
perform varying i from 1 to n
    move prevrecords(i) to rec
    perform containsValue using okservers, server in rec giving inok
    if inok = "true"
        perform append in prevok using rec
    end-if
end-perform.
perform writeGrantsDrift using prevok, hasprev, prevfile.
perform writeGrantsRecon.
local snapbase.
string "showdb_grants_" rundate ".csv" into snapbase.
local snapfile.
perform profiledName using snapbase giving snapfile.
perform writeFileSync in fs using snapfile "server|account|kind|detail".
perform appendFileSync in fs using snapfile x"0A".
local snapline.
move length in grantrecords to n.
perform varying i from 1 to n
    move grantrecords(i) to rec
    string server in rec "|" account in rec "|" kind in rec "|" detail in rec into snapline
    perform appendFileSync in fs using snapfile snapline
    perform appendFileSync in fs using snapfile x"0A"
end-perform.
move length in prevrecords to n.
perform varying i from 1 to n
    move prevrecords(i) to rec
    perform containsValue using okservers, server in rec giving inok
    if inok = "false"
        string server in rec "|" account in rec "|" kind in rec "|" detail in rec into snapline
        perform appendFileSync in fs using snapfile snapline
        perform appendFileSync in fs using snapfile x"0A"
    end-if
end-perform.
perform writeFileSync in fs using grantspointer snapfile.

*> the review meeting only cares about what changed: accounts that
*> appeared or went away, grant lines that differ, and findings that
*> are new since the previous snapshot. An added account's own grant
*> lines are folded into its ACCOUNT ADDED line count rather than
*> listed one by one.
writeGrantsDrift section using prevok, hasprev, prevfile.
local dheader.
string "GRANTS DRIFT REPORT   RUN DATE: " rundate into dheader.
perform writeFileSync in fs using driftfile dheader.
perform appendFileSync in fs using driftfile x"0A".
move 0 to driftlines.
local si.
local e2.
local skipline.
local inok.
perform varying si from 1 to servercount
    move serverlist(si) to e2
    perform containsValue using okservers, name in e2 giving inok
    if inok = "false"
        string "SERVER " name in e2 " DID NOT REPORT - COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" into skipline
        perform writeDriftLine using skipline
    end-if
end-perform.
if hasprev then
    local compareline.
    string "COMPARED AGAINST: " prevfile into compareline
    perform writeDriftLine using compareline
    local basecount.
    move driftlines to basecount
    local n.
    move length in grantrecords to n.
    local pn.
    move length in prevok to pn.
    local i.
    local rec.
    local found.
    local dline.
    perform varying i from 1 to n
        move grantrecords(i) to rec
        if kind in rec = "ACCOUNT"
            perform hasGrantRecord using prevok, server in rec, account in rec, "ACCOUNT", "" giving found
            if found = "false"
                string "ACCOUNT ADDED      " server in rec "  " account in rec into dline
                perform writeDriftLine using dline
            end-if
        end-if
    end-perform
    perform varying i from 1 to pn
        move prevok(i) to rec
        if kind in rec = "ACCOUNT"
            perform hasGrantRecord using grantrecords, server in rec, account in rec, "ACCOUNT", "" giving found
            if found = "false"
                string "ACCOUNT DROPPED    " server in rec "  " account in rec into dline
                perform writeDriftLine using dline
            end-if
        end-if
    end-perform
    local onboth.
    perform varying i from 1 to n
        move grantrecords(i) to rec
        *> a FLAG is a finding whether the account is old or brand
        *> new - an empty-password account created since last quarter
        *> is the exact thing the meeting must see, so it must not
        *> hide behind its own ACCOUNT ADDED line. Grant lines of an
        *> added account stay folded into that line; only accounts on
        *> both snapshots get their grants diffed one by one.
        if kind in rec = "FLAG"
            perform hasGrantRecord using prevok, server in rec, account in rec, kind in rec, detail in rec giving found
            if found = "false"
                string "NEW FINDING        " server in rec "  " account in rec "  " detail in rec into dline
                perform writeDriftLine using dline
            end-if
        end-if
        if kind in rec = "GRANT"
            perform hasGrantRecord using prevok, server in rec, account in rec, "ACCOUNT", "" giving onboth
            if onboth = "true"
                perform hasGrantRecord using prevok, server in rec, account in rec, kind in rec, detail in rec giving found
                if found = "false"
                    string "GRANT ADDED        " server in rec "  " account in rec "  " detail in rec into dline
                    perform writeDriftLine using dline
                end-if
            end-if
        end-if
    end-perform
    perform varying i from 1 to pn
        move prevok(i) to rec
        if kind in rec = "GRANT" or kind in rec = "FLAG"
            perform hasGrantRecord using grantrecords, server in rec, account in rec, "ACCOUNT", "" giving onboth
            if onboth = "true"
                perform hasGrantRecord using grantrecords, server in rec, account in rec, kind in rec, detail in rec giving found
                if found = "false"
                    if kind in rec = "FLAG"
                        string "FINDING CLEARED    " server in rec "  " account in rec "  " detail in rec into dline
                    else
                        string "GRANT REMOVED      " server in rec "  " account in rec "  " detail in rec into dline
                    end-if
                    perform writeDriftLine using dline
                end-if
            end-if
        end-if
    end-perform
    if driftlines = basecount
        perform writeDriftLine using "NO GRANT CHANGES SINCE PREVIOUS SNAPSHOT"
    end-if
else
    perform writeDriftLine using "NO PRIOR GRANTS SNAPSHOT ON FILE - NOTHING TO COMPARE"
end-if.
local dfooter.
string "END OF GRANTS DRIFT REPORT   " driftlines " LINES WRITTEN" into dfooter.
perform appendFileSync in fs using driftfile dfooter.
perform appendFileSync in fs using driftfile x"0A".

*> cross-server reconciliation: which accounts exist on orders but
*> not on warehouse or reporting - the same presence matrix the
*> row-count recon prints for tables, restricted to servers that
*> listed tonight.
writeGrantsRecon section.
local rheader.
string "CROSS-SERVER ACCOUNT RECONCILIATION   RUN DATE: " rundate into rheader.
perform writeFileSync in fs using greconfile rheader.
perform appendFileSync in fs using greconfile x"0A".
move 0 to greconlines.
local okcount.
move length in okservers to okcount.
if okcount < 2 then
    perform writeGreconLine using "FEWER THAN TWO SERVERS REPORTED - NOTHING TO RECONCILE"
else
    local accts.
    move table to accts.
    local n.
    move length in grantrecords to n.
    local i.
    local rec.
    local already.
    perform varying i from 1 to n
        move grantrecords(i) to rec
        if kind in rec = "ACCOUNT"
            perform containsValue using accts, account in rec giving already
            if already = "false"
                perform append in accts using account in rec
            end-if
        end-if
    end-perform
    local acctcount.
    move length in accts to acctcount.
    local j.
    local sj.
    local acct.
    local present.
    local preslist.
    local misslist.
    local rline.
    perform varying i from 1 to acctcount
        move accts(i) to acct
        move "" to preslist
        move "" to misslist
        perform varying j from 1 to okcount
            move okservers(j) to sj
            perform hasGrantRecord using grantrecords, sj, acct, "ACCOUNT", "" giving present
            if present = "true"
                string preslist " " sj into preslist
            else
                string misslist " " sj into misslist
            end-if
        end-perform
        if misslist not = ""
            string "ACCOUNT " acct "  MISSING ON" misslist "  PRESENT ON" preslist into rline
            perform writeGreconLine using rline
        end-if
    end-perform
    if greconlines = 0
        perform writeGreconLine using "ALL SERVERS CARRY THE SAME ACCOUNTS - NO DIFFERENCES"
    end-if
end-if.
local rfooter.
string "END OF ACCOUNT RECONCILIATION   " greconlines " LINES WRITTEN" into rfooter.
perform appendFileSync in fs using greconfile rfooter.
perform appendFileSync in fs using greconfile x"0A".

*> one row per account straight out of mysql.user: the connect host
*> pattern, the stored credential (only tested for emptiness, never
*> printed), and the handful of global privilege switches that add up
*> to "this account can do anything anywhere".
runUserQuery section.
perform auditConnect using options giving connection.
local usersql.
string "select User as quser, Host as qhost, authentication_string as qauth, Select_priv as privsel, Insert_priv as privins, Update_priv as privupd, Delete_priv as privdel, Create_priv as privcre, Drop_priv as privdrp, Super_priv as privsup from mysql.user order by User, Host" into usersql.
perform beginQuery using usersql.
perform query in connection using usersql userRows.

userRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    perform classifyError using err giving errtype
    if errtype = "transient" and retrycount < maxretries
        add 1 to retrycount
        display "transient error listing accounts for " name in options ", retry " retrycount " of " maxretries ": " err
        perform end in connection
        perform runUserQuery
    else
        display "error listing accounts for " name in options ", skipping server: " err
        perform writeGrantLine using "    UNABLE TO LIST ACCOUNTS ON THIS SERVER"
        perform serverDone
    end-if
else
    move 0 to retrycount
    move rows to accountrows
    move length in accountrows to accountcount
    perform append in okservers using name in options
    move 1 to a
    perform processAccount
end-if.

*> empty password and global ALL are the two findings the auditors
*> flag every quarter; they are worked out here rather than left for
*> the reader to spot in the grant text.
processAccount section.
if a > accountcount then
    perform serverDone
else
    move accountrows(a) to arow
    move quser in arow to quser
    move qhost in arow to qhost
    local acct.
    string "'" quser "'@'" qhost "'" into acct
    perform addGrantRecord using name in options, acct, "ACCOUNT", ""
    local flags.
    move "" to flags
    if qauth in arow = ""
        string flags " EMPTY-PASSWORD" into flags
        perform addGrantRecord using name in options, acct, "FLAG", "EMPTY-PASSWORD"
    end-if
    if privsel in arow = "Y" and privins in arow = "Y" and privupd in arow = "Y" and privdel in arow = "Y" and privcre in arow = "Y" and privdrp in arow = "Y" and privsup in arow = "Y"
        string flags " GLOBAL-ALL" into flags
        perform addGrantRecord using name in options, acct, "FLAG", "GLOBAL-ALL"
    end-if
    local accountline.
    if flags = ""
        string "  ACCOUNT " acct into accountline
    else
        string "  ACCOUNT " acct "   FLAGS:" flags into accountline
    end-if
    perform writeGrantLine using accountline
    perform runShowGrants
end-if.

runShowGrants section.
string "show grants for '" quser "'@'" qhost "'" into grantsql.
perform beginQuery using grantsql.
perform query in connection using grantsql grantRows.

grantRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    local failline.
    string "      UNABLE TO LIST GRANTS: " errcode into failline
    perform writeGrantLine using failline
else
    local gn.
    move length in rows to gn
    local gi.
    local grow.
    local gvals.
    local gline.
    local acct2.
    string "'" quser "'@'" qhost "'" into acct2
    perform varying gi from 1 to gn
        move rows(gi) to grow
        perform values in grow giving gvals
        string "      " gvals(1) into gline
        perform writeGrantLine using gline
        perform addGrantRecord using name in options, acct2, "GRANT", gvals(1)
    end-perform
end-if.
add 1 to a.
perform processAccount.

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
