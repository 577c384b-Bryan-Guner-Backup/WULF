   move args(3) to profile   display "no audit trail on file - nothing to summarize"   stop run   move auditlines(i) to aline   if aline not = ""       unstring aline delimited by "|" into ats, ajobuser, aop, atext, aelapsed, arows, aerr       if aop = "CONNECT" or aop = "QUERY"           unstring aelapsed delimited by "c" into elapsednum, junk           compute elapsednum = elapsednum * 1           if aop = "CONNECT"               move atext to curserver           end-if           move curserver to lineserver           move "" to ahost           string ajobuser "@" into ajob           unstring ajob delimited by "@" into ajob, ahost, junk           if ahost not = ""               move ahost to lineserver           end-if           perform addServerTime using lineserver, elapsednum, aop           compute totalcs = totalcs + elapsednum           if aop = "QUERY"               move object to q               move lineserver to host in q               move atext to sqltext in q               move elapsednum to elapsed in q               move 0 to picked in q               perform append in queries using q           end-if           if aerr not = ""               perform bumpError using aerr           end-if       end-if   end-if   move servers(i) to srec   string "    " host in srec "  " totalcs in srec "cs  (" nqueries in srec " queries)" into sline   perform writeSummaryLine using sline   perform writeSummaryLine using "    NO CONNECTS IN TRAIL"   move qn to showlimit   compute best = 0 - 1   move 0 to bestj   perform varying j from 1 to qn       move queries(j) to q       if picked in q = 0 and elapsed in q > best           move elapsed in q to best           move j to bestj       end-if   end-perform   if bestj > 0       move queries(bestj) to q       move 1 to picked in q       string "    " rank ". " elapsed in q "cs  " host in q "  " sqltext in q into rline       perform writeSummaryLine using rline   end-if   perform writeSummaryLine using "    NO QUERIES IN TRAIL"   move errcodes(i) to erec   string "    " ecode in erec "  " ecount in erec into eline   perform writeSummaryLine using eline   perform writeSummaryLine using "    NO ERRORS"   local htext.   perform readFileSync in fs using runtimehistory "utf8" giving htext   local hlines.   perform split in htext using "\n" giving hlines   local hn.   move length in hlines to hn   local hline.   local hdate.   local htotal.   perform varying i from 1 to hn       move hlines(i) to hline       if hline not = ""           unstring hline delimited by "," into hdate, htotal           compute htotal = htotal * 1           perform append in histdates using hdate           perform append in histtotals using htotal       end-if   end-perform   local lastdate.   local lasttotal.   move histdates(histcount) to lastdate   move histtotals(histcount) to lasttotal   local pcttext.   perform pctChange using lasttotal, totalcs giving pcttext   string "    PREVIOUS RUN (" lastdate ") " lasttotal "cs  CHANGE " pcttext into tline   perform writeSummaryLine using tline   local avgfrom.   compute avgfrom = histcount - 6   if avgfrom < 1 then       move 1 to avgfrom   end-if   local avgsum.   move 0 to avgsum   local avgn.   move 0 to avgn   local hv.   perform varying i from 1 to histcount       if i >= avgfrom           move histtotals(i) to hv           compute avgsum = avgsum + hv           add 1 to avgn       end-if   end-perform   local avgval.   compute avgval = avgsum / avgn   compute avgval = avgval - function mod(avgval, 1)   perform pctChange using avgval, totalcs giving pcttext   string "    AVERAGE OF LAST " avgn " RUNS " avgval "cs  CHANGE " pcttext into tline   perform writeSummaryLine using tline   perform writeSummaryLine using "    NO PRIOR RUNS ON FILE"   move basename to actual   string profile "_" basename into actual   move servers(i) to srec   if host in srec = curserver       move 1 to found       compute x = totalcs in srec + elapsednum       move x to totalcs in srec       if aop = "QUERY"           compute x = nqueries in srec + 1           move x to nqueries in srec       end-if   end-if   move object to srec   move curserver to host in srec   move elapsednum to totalcs in srec   if aop = "QUERY"       move 1 to nqueries in srec   else       move 0 to nqueries in srec   end-if   perform append in servers using srec   move errcodes(i) to erec   if ecode in erec = aerr       move 1 to found       compute x = ecount in erec + 1       move x to ecount in erec   end-if   move object to erec   move aerr to ecode in erec   move 1 to ecount in erec   perform append in errcodes using erec   move "N/A" to pcttext   local diff.   compute diff = newcount - oldcount.   local p10.   compute p10 = diff * 1000 / oldcount.   compute p10 = p10 - function mod(p10, 1).   local pctsign.   move "" to pctsign.   if p10 < 0 then       move "-" to pctsign       compute p10 = 0 - p10   end-if   local tenth.   compute tenth = function mod(p10, 10).   local whole.   compute whole = (p10 - tenth) / 10.   string pctsign whole "." tenth "%" into pcttextdata division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

*> run profiles: the same profile argument the night job takes, so
*> this summary reads the profiled trail the profiled run wrote and
*> keeps its own runtime trend per profile.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.

*> audit summary: the inventory job writes one pipe-delimited audit
*> line per connect and per query (timestamp | job/user | operation |
*> query text | elapsed hundredths | row count | error code), which
*> nobody can read at 7am. This job runs after it and boils the trail
*> down to what the operator actually asks: total runtime per server,
*> the ten slowest queries, error counts by error code, and tonight's
*> total elapsed time against recent nights so the run creeping up on
*> the batch window shows up before it blows through it.
*> contention capture: a query that ran past the night job's
*> slowquery limit carries one more field, CONTENTION <key>, naming
*> its snapshot in that night's dated contention report; a slowest-
*> ten entry with one is marked so the operator knows there is a
*> process list and lock-wait picture to go and read for it.
local auditfile.
perform profiledName using "showdb_audit.log" giving auditfile.
local summaryfile.
perform profiledName using "showdb_audit.rpt" giving summaryfile.
local runtimehistory.
perform profiledName using "showdb_runtime.history" giving runtimehistory.
local rundate.
accept rundate from date.
local summarylines.
move 0 to summarylines.

local hasaudit.
perform existsSync in fs using auditfile giving hasaudit.
if not hasaudit then
    display "no audit trail on file - nothing to summarize"
    stop run
end-if.

local audittext.
perform readFileSync in fs using auditfile "utf8" giving audittext.
local auditlines.
perform split in audittext using "\n" giving auditlines.
local n.
move length in auditlines to n.

*> one accumulator row per server (keyed by the host the CONNECT line
*> carried), one row per distinct error code, and one row per query
*> so the slowest-ten pass can pick over the whole night.
local servers.
move table to servers.
local queries.
move table to queries.
local errcodes.
move table to errcodes.
local curserver.
move "(before first connect)" to curserver.
local totalcs.
move 0 to totalcs.

*> with the inventory job running servers side by side the trail
*> interleaves, so lines cannot be attributed to "whatever host the
*> last CONNECT named" any more. The job/user field now carries
*> user@host; the @host part wins when present, and the old CONNECT
*> tracking stays as the fallback for trails written before that.
local i.
local aline.
local ats.
local ajobuser.
local aop.
local atext.
local aelapsed.
local arows.
local aerr.
local elapsednum.
local junk.
local ajob.
local ahost.
local lineserver.
local q.
local alinex.
local acont.
local ckey.
perform varying i from 1 to n
    move auditlines(i) to aline
    if aline not = ""
        string aline "|" into alinex
        unstring alinex delimited by "|" into ats, ajobuser, aop, atext, aelapsed, arows, aerr, acont, junk
        if aop = "CONNECT" or aop = "QUERY"
            unstring aelapsed delimited by "c" into elapsednum, junk
            compute elapsednum = elapsednum * 1
            if aop = "CONNECT"
                move atext to curserver
            end-if
            move curserver to lineserver
            move "" to ahost
            string ajobuser "@" into ajob
            unstring ajob delimited by "@" into ajob, ahost, junk
            if ahost not = ""
                move ahost to lineserver
            end-if
            perform addServerTime using lineserver, elapsednum, aop
            compute totalcs = totalcs + elapsednum
            if aop = "QUERY"
                move object to q
                move lineserver to host in q
                move atext to sqltext in q
                move elapsednum to elapsed in q
                move 0 to picked in q
                move "" to contention in q
                unstring acont delimited by " " into junk, ckey
                if junk = "CONTENTION"
                    move ckey to contention in q
                end-if
                perform append in queries using q
            end-if
            if aerr not = ""
                perform bumpError using aerr
            end-if
        end-if
    end-if
end-perform.

local header.
string "AUDIT TRAIL SUMMARY   RUN DATE: " rundate into header.
perform writeFileSync in fs using summaryfile header.
perform appendFileSync in fs using summaryfile x"0A".

perform writeSummaryLine using "SERVER RUNTIME".
local sn.
move length in servers to sn.
local srec.
local sline.
perform varying i from 1 to sn
    move servers(i) to srec
    string "    " host in srec "  " totalcs in srec "cs  (" nqueries in srec " queries)" into sline
    perform writeSummaryLine using sline
end-perform.
if sn = 0 then
    perform writeSummaryLine using "    NO CONNECTS IN TRAIL"
end-if.

perform writeSummaryLine using "TEN SLOWEST QUERIES".
local qn.
move length in queries to qn.
local showlimit.
move 10 to showlimit.
if qn < showlimit then
    move qn to showlimit
end-if.
local rank.
local j.
local best.
local bestj.
local rline.
perform varying rank from 1 to showlimit
    compute best = 0 - 1
    move 0 to bestj
    perform varying j from 1 to qn
        move queries(j) to q
        if picked in q = 0 and elapsed in q > best
            move elapsed in q to best
            move j to bestj
        end-if
    end-perform
    if bestj > 0
        move queries(bestj) to q
        move 1 to picked in q
        string "    " rank ". " elapsed in q "cs  " host in q "  " sqltext in q into rline
        perform writeSummaryLine using rline
        if contention in q not = ""
            string "          CONTENTION SNAPSHOT " contention in q " - SEE THE CONTENTION REPORT" into rline
            perform writeSummaryLine using rline
        end-if
    end-if
end-perform.
if qn = 0 then
    perform writeSummaryLine using "    NO QUERIES IN TRAIL"
end-if.

perform writeSummaryLine using "ERRORS BY CODE".
local en.
move length in errcodes to en.
local erec.
local eline.
perform varying i from 1 to en
    move errcodes(i) to erec
    string "    " ecode in erec "  " ecount in erec into eline
    perform writeSummaryLine using eline
end-perform.
if en = 0 then
    perform writeSummaryLine using "    NO ERRORS"
end-if.

*> runtime trend: one date,total line is kept per run; tonight is
*> compared against the last recorded run and the average of up to
*> the last seven before being appended itself.
perform writeSummaryLine using "RUNTIME TREND".
local tline.
string "    TONIGHT TOTAL " totalcs "cs" into tline.
perform writeSummaryLine using tline.
local hashistory.
perform existsSync in fs using runtimehistory giving hashistory.
local histdates.
move table to histdates.
local histtotals.
move table to histtotals.
if hashistory then
    local htext.
    perform readFileSync in fs using runtimehistory "utf8" giving htext
    local hlines.
    perform split in htext using "\n" giving hlines
    local hn.
    move length in hlines to hn
    local hline.
    local hdate.
    local htotal.
    perform varying i from 1 to hn
        move hlines(i) to hline
        if hline not = ""
            unstring hline delimited by "," into hdate, htotal
            compute htotal = htotal * 1
            perform append in histdates using hdate
            perform append in histtotals using htotal
        end-if
    end-perform
end-if.
local histcount.
move length in histtotals to histcount.
if histcount > 0 then
    local lastdate.
    local lasttotal.
    move histdates(histcount) to lastdate
    move histtotals(histcount) to lasttotal
    local pcttext.
    perform pctChange using lasttotal, totalcs giving pcttext
    string "    PREVIOUS RUN (" lastdate ") " lasttotal "cs  CHANGE " pcttext into tline
    perform writeSummaryLine using tline
    local avgfrom.
    compute avgfrom = histcount - 6
    if avgfrom < 1 then
        move 1 to avgfrom
    end-if
    local avgsum.
    move 0 to avgsum
    local avgn.
    move 0 to avgn
    local hv.
    perform varying i from 1 to histcount
        if i >= avgfrom
            move histtotals(i) to hv
            compute avgsum = avgsum + hv
            add 1 to avgn
        end-if
    end-perform
    local avgval.
    compute avgval = avgsum / avgn
    compute avgval = avgval - function mod(avgval, 1)
    perform pctChange using avgval, totalcs giving pcttext
    string "    AVERAGE OF LAST " avgn " RUNS " avgval "cs  CHANGE " pcttext into tline
    perform writeSummaryLine using tline
else
    perform writeSummaryLine using "    NO PRIOR RUNS ON FILE"
end-if.
local histline.
string rundate "," totalcs into histline.
perform appendFileSync in fs using runtimehistory histline.
perform appendFileSync in fs using runtimehistory x"0A".

local footer.
string "END OF AUDIT SUMMARY   " summarylines " LINES WRITTEN" into footer.
perform appendFileSync in fs using summaryfile footer.
perform appendFileSync in fs using summaryfile x"0A".
stop run.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

writeSummaryLine section using sline.
perform appendFileSync in fs using summaryfile sline.
perform appendFileSync in fs using summaryfile x"0A".
add 1 to summarylines.

addServerTime section using curserver, elapsednum, aop.
local n.
move length in servers to n.
local i.
local srec.
local found.
move 0 to found.
local x.
perform varying i from 1 to n
    move servers(i) to srec
    if host in srec = curserver
        move 1 to found
        compute x = totalcs in srec + elapsednum
        move x to totalcs in srec
        if aop = "QUERY"
            compute x = nqueries in srec + 1
            move x to nqueries in srec
        end-if
    end-if
end-perform.
if found = 0 then
    move object to srec
    move curserver to host in srec
    move elapsednum to totalcs in srec
    if aop = "QUERY"
        move 1 to nqueries in srec
    else
        move 0 to nqueries in srec
    end-if
    perform append in servers using srec
end-if.

bumpError section using aerr.
local n.
move length in errcodes to n.
local i.
local erec.
local found.
move 0 to found.
local x.
perform varying i from 1 to n
    move errcodes(i) to erec
    if ecode in erec = aerr
        move 1 to found
        compute x = ecount in erec + 1
        move x to ecount in erec
    end-if
end-perform.
if found = 0 then
    move object to erec
    move aerr to ecode in erec
    move 1 to ecount in erec
    perform append in errcodes using erec
end-if.

*> percent change to one decimal, same arithmetic as the inventory
*> job's delta report, so both reports read the same way.
pctChange section using oldcount, newcount giving pcttext.
if oldcount = 0 then
    move "N/A" to pcttext
else
    local diff.
    compute diff = newcount - oldcount.
    local p10.
    compute p10 = diff * 1000 / oldcount.
    compute p10 = p10 - function mod(p10, 1).
    local pctsign.
    move "" to pctsign.
    if p10 < 0 then
        move "-" to pctsign
        compute p10 = 0 - p10
    end-if
    local tenth.
    compute tenth = function mod(p10, 10).
    local whole.
    compute whole = (p10 - tenth) / 10.
    string pctsign whole "." tenth "%" into pcttext
end-if.
