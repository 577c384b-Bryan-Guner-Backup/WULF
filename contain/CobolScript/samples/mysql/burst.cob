data division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

*> report bursting: every report the night job writes covers the
*> whole estate, and each morning the pieces belonging to the orders,
*> warehouse and finance reporting teams were cut out and forwarded
*> by hand. ownership.control maps server and database - or a table
*> or table prefix inside one, the way stale.exempt names them - to
*> an owning team and its contact. This job runs after the night job
*> and reads back tonight's exceptions, aging, capacity, forecast and
*> structure drift output, sends each line to the team that owns the
*> object on it, and writes one extract per team. Anything nobody
*> claims goes to the unowned extract, which is the to-do list for
*> keeping the registry current. Nothing the night job wrote is
*> changed. Exit code 0 everything claimed, 4 unowned lines written.

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

local rundate.
accept rundate from date.

local ownerfile.
perform profiledName using "ownership.control" giving ownerfile.
local excfile.
perform profiledName using "showdb_exceptions.rpt" giving excfile.
local agingfile.
perform profiledName using "showdb_aging.rpt" giving agingfile.
local capacityfile.
perform profiledName using "showdb_capacity.csv" giving capacityfile.
local forecastfile.
perform profiledName using "showdb_forecast.rpt" giving forecastfile.
local structfile.
perform profiledName using "showdb_structure.rpt" giving structfile.

*> one bucket per team in registry order, then the unowned bucket;
*> each holds its lines per extract section until the files are
*> written at the end.
local owners.
move table to owners.
local buckets.
move table to buckets.
perform loadOwnership.
local unowned.
perform newBucket using "unowned", "" giving unowned.

*> a report that is not tonight's is left out of every extract and
*> the extracts say so, rather than forwarding last night's problems
*> as this morning's.
local notes.
move table to notes.

perform burstExceptions.
perform burstAging.
*> the capacity file carries no run date of its own; the forecast
*> report is written by the same end of the night job, so tonight's
*> forecast is what vouches for tonight's capacity. Read once, it
*> gates the one and is burst as the other.
local forecastlines.
perform readTonight using forecastfile, "FORECAST REPORT" giving forecastlines.
perform burstCapacity.
perform burstForecast.
perform burstStructure.

local bn.
move length in buckets to bn.
local bi.
local bucket.
perform varying bi from 1 to bn
    move buckets(bi) to bucket
    perform writeExtract using bucket
end-perform.
perform writeExtract using unowned.

local unownedlines.
move linecount in unowned to unownedlines.
local rc.
move 0 to rc.
if unownedlines > 0 then
    move 4 to rc
end-if.
display "burst " bn " team extracts, " unownedlines " unowned lines".
move rc to exitCode in nodeproc.
stop run.

*> ---- sources ----------------------------------------------------------
*> only the active exceptions are burst - the acknowledged ones are
*> already somebody's answered question, the same rule the digest
*> applies. Flag, server and object are the first three words.
burstExceptions section.
local elines.
perform readTonight using excfile, "EXCEPTION REPORT" giving elines.
local n.
move length in elines to n.
local i.
local eline.
local words.
local wn.
local team.
perform varying i from 2 to n
    move elines(i) to eline
    perform wordsOf using eline giving words
    move length in words to wn
    if wn >= 3
        if words(1) = "NEW" or words(1) = "RECURRING" or words(1) = "ESCALATED"
            perform findOwner using words(2), words(3) giving team
            perform routeLine using team, "EXCEPTIONS", eline
        end-if
    end-if
end-perform.

*> aging lines are indented server  database.table  LAST WRITE ...
burstAging section.
local alines.
perform readTonight using agingfile, "AGING REPORT" giving alines.
local n.
move length in alines to n.
local i.
local aline.
local words.
local wn.
local team.
perform varying i from 2 to n
    move alines(i) to aline
    perform wordsOf using aline giving words
    move length in words to wn
    if wn >= 4
        if words(3) = "LAST"
            perform findOwner using words(1), words(2) giving team
            perform routeLine using team, "STALE TABLES", aline
        end-if
    end-if
end-perform.

*> capacity is per database, so a database line goes to every team
*> that owns anything in it; the per-server total lines are nobody's
*> in particular and stay in the full file. A suspended or failed
*> night leaves last night's file in place, which is why it is only
*> taken when tonight's forecast report is there beside it.
burstCapacity section.
local hascap.
perform existsSync in fs using capacityfile giving hascap.
local fcount.
move length in forecastlines to fcount.
local capnote.
local capok.
move "false" to capok.
if not hascap then
    string "CAPACITY NOT FOUND (" capacityfile ") - NOT INCLUDED" into capnote
    perform append in notes using capnote
else
    if fcount = 0
        string "CAPACITY (" capacityfile ") NOT INCLUDED - NO FORECAST REPORT FROM TONIGHT TO VOUCH FOR IT" into capnote
        perform append in notes using capnote
    else
        move "true" to capok
    end-if
end-if.
if capok = "true" then
    local ctext.
    perform readFileSync in fs using capacityfile "utf8" giving ctext
    local clines.
    perform split in ctext using "\n" giving clines
    local n.
    move length in clines to n
    local i.
    local cline.
    local csrv.
    local cdb.
    local crest.
    local teams.
    local tn.
    local ti.
    local capline.
    perform varying i from 2 to n
        move clines(i) to cline
        if cline not = ""
            unstring cline delimited by "," into csrv, cdb, crest
            if cdb not = "*TOTAL*"
                string "    " cline into capline
                perform findDbOwners using csrv, cdb giving teams
                move length in teams to tn
                if tn = 0
                    perform routeLine using "", "CAPACITY", capline
                end-if
                perform varying ti from 1 to tn
                    perform routeLine using teams(ti), "CAPACITY", capline
                end-perform
            end-if
        end-if
    end-perform
end-if.

*> a forecast warning is per server; the growing databases listed
*> under it are what each team can act on, so the warning line goes
*> with each of them to that database's owners.
burstForecast section.
local flines.
move forecastlines to flines.
local n.
move length in flines to n.
local i.
local fline.
local words.
local wn.
local warnline.
move "" to warnline.
local teams.
local tn.
local ti.
local both.
perform varying i from 2 to n
    move flines(i) to fline
    perform wordsOf using fline giving words
    move length in words to wn
    if wn >= 2
        if words(1) = "WARNING"
            move fline to warnline
        else
            if words(1) = "SERVER" or words(1) = "END"
                move "" to warnline
            else
                if warnline not = ""
                    string warnline x"0A" fline into both
                    perform findDbOwners using words(1), words(2) giving teams
                    move length in teams to tn
                    if tn = 0
                        perform routeLine using "", "FORECAST WARNINGS", both
                    end-if
                    perform varying ti from 1 to tn
                        perform routeLine using teams(ti), "FORECAST WARNINGS", both
                    end-perform
                end-if
            end-if
        end-if
    end-if
end-perform.

*> change lines carry verb, server, object; the cross-server lines
*> carry only database.table and go to whoever owns it on any server.
burstStructure section.
local slines.
perform readTonight using structfile, "STRUCTURE DRIFT REPORT" giving slines.
local n.
move length in slines to n.
local i.
local sline.
local words.
local wn.
local team.
local inpart.
move "" to inpart.
local verb.
perform varying i from 2 to n
    move slines(i) to sline
    perform wordsOf using sline giving words
    move length in words to wn
    if sline = "CROSS-SERVER STRUCTURE DIFFERENCES"
        move "CROSS" to inpart
    end-if
    if sline = "CHANGES SINCE PREVIOUS SNAPSHOT"
        move "CHANGES" to inpart
    end-if
    if wn >= 4 and inpart = "CHANGES"
        string words(1) " " words(2) into verb
        if verb = "STRUCTURE CHANGED" or verb = "STRUCTURE ADDED" or verb = "STRUCTURE DROPPED" or verb = "NEW OBJECT" or verb = "DROPPED OBJECT"
            perform findOwner using words(3), words(4) giving team
            perform routeLine using team, "STRUCTURE CHANGES", sline
        end-if
    end-if
    if wn >= 2 and inpart = "CROSS"
        if words(1) not = "NO" and words(1) not = "FEWER"
            perform findOwner using "", words(1) giving team
            perform routeLine using team, "STRUCTURE CHANGES", sline
        end-if
    end-if
end-perform.

*> ---- ownership ----------------------------------------------------------
*> ownership.control, one claim per line:
*>     server=orders;scope=orders.order_*;team=orders;contact=orders-dba@corp
*> server may be * for every server; scope is a database, a
*> database.table, or a database.prefix* the way stale.exempt writes
*> one. The most specific claim wins: an exact table beats a prefix,
*> a longer prefix beats a shorter one, a prefix beats a whole
*> database, and a named server beats *.
loadOwnership section.
local hasowner.
perform existsSync in fs using ownerfile giving hasowner.
if hasowner then
    local otext.
    perform readFileSync in fs using ownerfile "utf8" giving otext
    local olines.
    perform split in otext using "\n" giving olines
    local n.
    move length in olines to n
    local i.
    local oline.
    local oparts.
    local opn.
    local j.
    local oname.
    local oval.
    local rec.
    local scopev.
    local prefixv.
    local scopeparts.
    local spn.
    local bucket.
    perform varying i from 1 to n
        move olines(i) to oline
        if oline not = ""
            move object to rec
            move "*" to server in rec
            move "" to scope in rec
            move "" to team in rec
            move "" to contact in rec
            perform split in oline using ";" giving oparts
            move length in oparts to opn
            perform varying j from 1 to opn
                unstring oparts(j) delimited by "=" into oname, oval
                if oname = "server" move oval to server in rec end-if
                if oname = "scope" move oval to scope in rec end-if
                if oname = "team" move oval to team in rec end-if
                if oname = "contact" move oval to contact in rec end-if
            end-perform
            if scope in rec not = "" and team in rec not = ""
                move scope in rec to scopev
                perform split in scopev using "." giving scopeparts
                move length in scopeparts to spn
                move scopeparts(1) to dbpart in rec
                move "DB" to scopekind in rec
                move 1000 to weight in rec
                if spn > 1
                    perform split in scopev using "*" giving scopeparts
                    move length in scopeparts to spn
                    if spn > 1
                        move "PREFIX" to scopekind in rec
                        move scopeparts(1) to prefixv
                        move prefixv to prefix in rec
                        local plen.
                        move length in prefixv to plen
                        compute plen = 2000 + plen * 2
                        move plen to weight in rec
                    else
                        move "TABLE" to scopekind in rec
                        move 6000 to weight in rec
                    end-if
                end-if
                perform append in owners using rec
                perform findBucket using team in rec giving bucket
                if bucket = ""
                    perform newBucket using team in rec, contact in rec giving bucket
                    perform append in buckets using bucket
                end-if
            end-if
        end-if
    end-perform
end-if.

*> the owning team of one object, "" when nobody claims it. An empty
*> server matches claims for any server.
findOwner section using sname, objname giving team.
move "" to team.
local best.
move 0 to best.
local n.
move length in owners to n.
local i.
local rec.
local score.
local matched.
local dbname.
local tabname.
move "" to tabname.
unstring objname delimited by "." into dbname, tabname.
perform varying i from 1 to n
    move owners(i) to rec
    if sname = "" or server in rec = "*" or server in rec = sname
        move "false" to matched
        if scopekind in rec = "DB" and dbpart in rec = dbname
            move "true" to matched
        end-if
        if scopekind in rec = "TABLE" and scope in rec = objname
            move "true" to matched
        end-if
        if scopekind in rec = "PREFIX" and tabname not = ""
            perform startsWith using objname, prefix in rec giving matched
        end-if
        if matched = "true"
            move weight in rec to score
            if server in rec not = "*"
                add 1 to score
            end-if
            if score > best
                move score to best
                move team in rec to team
            end-if
        end-if
    end-if
end-perform.

*> every team with any claim inside one database on one server.
findDbOwners section using sname, dbname giving teams.
move table to teams.
local n.
move length in owners to n.
local i.
local rec.
local already.
perform varying i from 1 to n
    move owners(i) to rec
    if server in rec = "*" or server in rec = sname
        if dbpart in rec = dbname
            perform containsValue using teams, team in rec giving already
            if already = "false"
                perform append in teams using team in rec
            end-if
        end-if
    end-if
end-perform.

*> ---- buckets and extracts -----------------------------------------------
newBucket section using bteam, bcontact giving bucket.
move object to bucket.
move bteam to team in bucket.
move bcontact to contact in bucket.
local elist.
move table to elist.
move elist to excs in bucket.
local slist.
move table to slist.
move slist to stales in bucket.
local clist.
move table to clist.
move clist to caps in bucket.
local flist.
move table to flist.
move flist to fcsts in bucket.
local tlist.
move table to tlist.
move tlist to structs in bucket.
move 0 to linecount in bucket.

findBucket section using bteam giving bucket.
move "" to bucket.
local n.
move length in buckets to n.
local i.
local cand.
perform varying i from 1 to n
    move buckets(i) to cand
    if team in cand = bteam
        move cand to bucket
    end-if
end-perform.

routeLine section using rteam, rsection, rline.
local bucket.
move unowned to bucket.
if rteam not = "" then
    perform findBucket using rteam giving bucket
end-if.
local rlist.
move excs in bucket to rlist.
if rsection = "STALE TABLES" then
    move stales in bucket to rlist
end-if.
if rsection = "CAPACITY" then
    move caps in bucket to rlist
end-if.
if rsection = "FORECAST WARNINGS" then
    move fcsts in bucket to rlist
end-if.
if rsection = "STRUCTURE CHANGES" then
    move structs in bucket to rlist
end-if.
perform append in rlist using rline.
local cnt.
compute cnt = linecount in bucket + 1.
move cnt to linecount in bucket.

writeExtract section using bucket.
local xbase.
string "showdb_team_" team in bucket ".rpt" into xbase.
local xfile.
perform profiledName using xbase giving xfile.
local xheader.
if team in bucket = "unowned" then
    string "UNOWNED OBJECTS EXTRACT   RUN DATE: " rundate into xheader
else
    string "TEAM EXTRACT   TEAM: " team in bucket "   CONTACT: " contact in bucket "   RUN DATE: " rundate into xheader
end-if.
if profile not = "" then
    string xheader "   PROFILE: " profile into xheader
end-if.
perform writeFileSync in fs using xfile xheader.
perform appendFileSync in fs using xfile x"0A".
local nn.
move length in notes to nn.
local ni.
local nline.
perform varying ni from 1 to nn
    move notes(ni) to nline
    perform appendFileSync in fs using xfile nline
    perform appendFileSync in fs using xfile x"0A"
end-perform.
perform writeExtractSection using xfile, "EXCEPTIONS", excs in bucket.
perform writeExtractSection using xfile, "STALE TABLES", stales in bucket.
perform writeExtractSection using xfile, "CAPACITY (server,database,tables,data_mb,index_mb,total_mb)", caps in bucket.
perform writeExtractSection using xfile, "FORECAST WARNINGS", fcsts in bucket.
perform writeExtractSection using xfile, "STRUCTURE CHANGES", structs in bucket.
local xfooter.
string "END OF EXTRACT   " linecount in bucket " LINES" into xfooter.
perform appendFileSync in fs using xfile xfooter.
perform appendFileSync in fs using xfile x"0A".

writeExtractSection section using xfile, stitle, slist.
perform appendFileSync in fs using xfile x"0A".
perform appendFileSync in fs using xfile stitle.
perform appendFileSync in fs using xfile x"0A".
local n.
move length in slist to n.
local i.
local sline.
if n = 0 then
    perform appendFileSync in fs using xfile "    NONE"
    perform appendFileSync in fs using xfile x"0A"
end-if.
perform varying i from 1 to n
    move slist(i) to sline
    perform appendFileSync in fs using xfile sline
    perform appendFileSync in fs using xfile x"0A"
end-perform.

*> ---- helpers ------------------------------------------------------------
*> the lines of a report when it exists and its header carries
*> tonight's run date; otherwise an empty list and a note for every
*> extract.
readTonight section using rfile, rtitle giving rlines.
move table to rlines.
local hasfile.
perform existsSync in fs using rfile giving hasfile.
local note.
if not hasfile then
    string rtitle " NOT FOUND (" rfile ") - NOT INCLUDED" into note
    perform append in notes using note
else
    local rtext.
    perform readFileSync in fs using rfile "utf8" giving rtext
    local rall.
    perform split in rtext using "\n" giving rall
    local hline.
    move rall(1) to hline
    local hparts.
    perform split in hline using "RUN DATE: " giving hparts
    local hn.
    move length in hparts to hn
    local hdate.
    move "" to hdate
    if hn > 1
        unstring hparts(2) delimited by " " into hdate
    end-if
    if hdate = rundate
        move rall to rlines
    else
        string rtitle " IS DATED " hdate ", NOT " rundate " - NOT INCLUDED" into note
        perform append in notes using note
    end-if
end-if.

*> the words of a report line, ignoring the column padding.
wordsOf section using wline giving words.
move table to words.
local parts.
perform split in wline using " " giving parts.
local n.
move length in parts to n.
local i.
local w.
perform varying i from 1 to n
    move parts(i) to w
    if w not = ""
        perform append in words using w
    end-if
end-perform.

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
