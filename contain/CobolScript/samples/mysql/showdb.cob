   move args(3) to profile   display "running under profile " profile   perform writeFileSync in fs using invspoolfile ""   perform writeFileSync in fs using structspoolfile ""   perform writeFileSync in fs using excspoolfile ""   move 7 to escalatenights   compute estimatemaxbytes = estimatemaxraw * 1   move 10 to esttolerancepct   move 90 to staledays   local hasaudit.   perform existsSync in fs using auditfile giving hasaudit   if hasaudit then       local prevauditfile.       perform profiledName using "showdb_audit_prev.log" giving prevauditfile       perform renameSync in fs using auditfile prevauditfile   end-if   move serverlist(si) to entry   move "PENDING" to srvstatus in entry   move 0 to cpdb in entry   move 0 to cptab in entry   move 0 to dbsfound in entry   move 0 to dbsdone in entry   string "showdb_server" si ".spool" into spoolbase   perform profiledName using spoolbase giving spoolname   move spoolname to spoolfile in entry   if not resuming       perform writeFileSync in fs using spoolname ""   end-if   move 1 to parallellimit   move 4 to parallellimit   compute elapsed = elapsed + 8640000   if nowhhmm >= dl or nowhhmm < starthhmm       move "true" to expired   end-if   if nowhhmm >= dl and nowhhmm < starthhmm       move "true" to expired   end-if   add 1 to pagenum   move 0 to linesonpage   perform appendFileSync in fs using reportfile x"0C".   perform openReport using fs, reportfile, rundate, pagenum   move 2 to lane   move ctx2 to ctx   perform laneNextServer   perform stashLane   move 3 to lane   move ctx3 to ctx   perform laneNextServer   perform stashLane   move 4 to lane   move ctx4 to ctx   perform laneNextServer   perform stashLane   local i2.   local e2.   perform varying i2 from 1 to servercount       if picked = 0           move serverlist(i2) to e2           if srvstatus in e2 = "PENDING"               move 1 to picked               move i2 to s               move e2 to srventry               move "ACTIVE" to srvstatus in e2               add 1 to activecount           end-if       end-if   end-perform   move serverlist(s) to options   move 0 to retrycount   move cpdb in srventry to resumedb   move cptab in srventry to resumetab   if resumetab > 0 then       move resumedb to startk   else       compute startk = resumedb + 1   end-if   move spoolfile in srventry to repspool   if resumedb = 0 and resumetab = 0 then       *> no checkpointed progress on this server means everything in       *> its spool is from an attempt that will be walked again in       *> full - start the spool over so the assembled report does not       *> show a second header or re-spooled lines.       perform writeFileSync in fs using repspool ""       if outputformat = "DISPLAY"           local serverheader.           string "SERVER: " name in options " (" host in options ")" into serverheader           perform writeSpoolLine using serverheader       end-if   end-if   perform runShowDatabases   perform laneWind   if suspendflag = "true" then       perform suspendRun   else       perform finishJob   end-if   perform writeJsonFromRecords using fs, invrecords   perform writeCsvFromRecords using fs, invrecords   perform assembleReport   perform writeCapacitySection using fs, caplist, srvcaplist   perform writeReportFooter using fs, reportfile, totallines   perform writeJsonFromRecords using fs, invrecords   perform writeCsvFromRecords using fs, invrecords   perform assembleReport   local suspendfooter.   string "RUN SUSPENDED AT WINDOW CLOSE   " totallines " LINES WRITTEN SO FAR" into suspendfooter   perform appendFileSync in fs using reportfile suspendfooter   perform appendFileSync in fs using reportfile x"0A"   move serverlist(i2) to e2   move srvstatus in e2 to st2   if st2 = "DONE"       add 1 to done       move "COMPLETED" to st2   else       add 1 to bad       if st2 = "PENDING" or st2 = "ACTIVE"           move "SUSPENDED" to st2       end-if   end-if   string stext "server=" name in e2 ";status=" st2 ";found=" dbsfound in e2 ";processed=" dbsdone in e2 x"0A" into stext   move "COMPLETE" to jobstate   move 0 to jobrc   if done = 0 then       move "FAILED" to jobstate       move 8 to jobrc   else       move "PARTIAL" to jobstate       move 4 to jobrc   end-if   local cptext.   perform readFileSync in fs using checkpointfile "utf8" giving cptext   local cplines.   perform split in cptext using "\n" giving cplines   local n.   move length in cplines to n.   local i2.   local cpline.   local cpidx.   local cpst.   local cpdbv.   local cptabv.   local cpfound.   local cpdone.   local e2.   perform varying i2 from 1 to n       move cplines(i2) to cpline       if cpline not = ""           unstring cpline delimited by "," into cpidx, cpst, cpdbv, cptabv, cpfound, cpdone           compute cpidx = cpidx * 1           if cpidx >= 1 and cpidx <= servercount               move serverlist(cpidx) to e2               if cpst = "DONE"                   move "DONE" to srvstatus in e2               else                   move "PENDING" to srvstatus in e2               end-if               compute cpdbv = cpdbv * 1               move cpdbv to cpdb in e2               compute cptabv = cptabv * 1               move cptabv to cptab in e2               compute cpfound = cpfound * 1               move cpfound to dbsfound in e2               compute cpdone = cpdone * 1               move cpdone to dbsdone in e2           end-if       end-if   end-perform   display "resuming from checkpoint"   move serverlist(i2) to e2   move srvstatus in e2 to st2   if st2 = "ACTIVE"       move "PENDING" to st2   end-if   string cptext i2 "," st2 "," cpdb in e2 "," cptab in e2 "," dbsfound in e2 "," dbsdone in e2 x"0A" into cptext   perform unlinkSync in fs using checkpointfile   local invtext.   perform readFileSync in fs using invspoolfile "utf8" giving invtext   local invlines.   perform split in invtext using "\n" giving invlines   local n.   move length in invlines to n.   local i.   local invline.   local invlinex.   local sname.   local dname.   local tname.   local tcount.   local tenginev.   local tformatv.   local tdatav.   local tindexv.   local tmethodv.   local tagev.   local tlastwv.   local junk.   local rec.   perform varying i from 1 to n       move invlines(i) to invline       if invline not = ""           string invline ",,,,,,," into invlinex           unstring invlinex delimited by "," into sname, dname, tname, tcount, tenginev, tformatv, tdatav, tindexv, tmethodv, tagev, tlastwv, junk           if tdatav = ""               move 0 to tdatav           end-if           if tindexv = ""               move 0 to tindexv           end-if           if tmethodv = ""               move "EXACT" to tmethodv           end-if           if tagev = ""               compute tagev = 0 - 1           end-if           compute tcount = tcount * 1           compute tdatav = tdatav * 1           compute tindexv = tindexv * 1           compute tagev = tagev * 1           move object to rec           move sname to server in rec           move dname to database in rec           move tname to table in rec           move tcount to rowcount in rec           move tenginev to engine in rec           move tformatv to rowformat in rec           move tdatav to datalength in rec           move tindexv to indexlength in rec           move tmethodv to countmethod in rec           move tagev to agedays in rec           move tlastwv to lastwrite in rec           perform append in invrecords using rec       end-if   end-perform   move serverlist(i2) to e2   if srvstatus in e2 = "DONE"       perform append in donenames using name in e2   end-if   move recs(i) to rec   perform containsValue using keepnames, server in rec giving found   if found = keep       perform append in outrecs using rec   end-if   perform readFileSync in fs using historypointer "utf8" giving prevfile   perform existsSync in fs using prevfile giving hasprev   perform loadHistoryFile using fs, prevfile giving prevrecords   move currecs(i) to rec   string server in rec "," database in rec "," table in rec "," rowcount in rec "," countmethod in rec into histline   perform appendFileSync in fs using historyfile histline   perform appendFileSync in fs using historyfile x"0A"   move carryrecs(i) to rec   string server in rec "," database in rec "," table in rec "," rowcount in rec "," countmethod in rec into histline   perform appendFileSync in fs using historyfile histline   perform appendFileSync in fs using historyfile x"0A"   move hlines(i) to hline   if hline not = "" and hline not = "server,database,table,rowcount" and hline not = "server,database,table,rowcount,count_method"       string hline ",," into hlinex       unstring hlinex delimited by "," into sname, dname, tname, tcount, tmethodv, junk       if tmethodv = ""           move "EXACT" to tmethodv       end-if       move object to rec       move sname to server in rec       move dname to database in rec       move tname to table in rec       move tcount to rowcount in rec       move tmethodv to countmethod in rec       perform append in histrecords using rec   end-if   move recs(i) to rec   string server in rec "|" database in rec into dbkey   perform containsValue using dbkeys, dbkey giving already   if already = "false"       perform append in dbkeys using dbkey   end-if   if vals(i) = val       move "true" to found   end-if   move recs(i) to rec   if server in rec = skey and database in rec = dkey and table in rec = tkey       move "true" to foundflag       move rowcount in rec to oldcount       move countmethod in rec to oldmethod   end-if   move "EXACT" to oldmethod   move "N/A" to pcttext   local diff.   compute diff = newcount - oldcount.   local p10.   compute p10 = diff * 1000 / oldcount.   compute p10 = p10 - function mod(p10, 1).   local pctsign.   move "" to pctsign.   if p10 < 0 then       move "-" to pctsign       compute p10 = 0 - p10   end-if   local tenth.   compute tenth = function mod(p10, 10).   local whole.   compute whole = (p10 - tenth) / 10.   string pctsign whole "." tenth "%" into pcttext   move serverlist(si2) to e3   if srvstatus in e3 not = "DONE"       string "SERVER " name in e3 " DID NOT REPORT TONIGHT - COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" into skipline       perform writeDeltaLine using fs, skipline   end-if   local compareline.   string "COMPARED AGAINST: " prevfile into compareline   perform writeDeltaLine using fs, compareline   local curdbs.   perform buildDbKeys using invrecords giving curdbs   local prevdbs.   perform buildDbKeys using prevrecords giving prevdbs   local n.   local i.   local dbkey.   local already.   local skey.   local dkey.   local dline.   move length in curdbs to n   perform varying i from 1 to n       move curdbs(i) to dbkey       perform containsValue using prevdbs, dbkey giving already       if already = "false"           unstring dbkey delimited by "|" into skey, dkey           string "NEW DATABASE      " skey "  " dkey into dline           perform writeDeltaLine using fs, dline       end-if   end-perform   move length in prevdbs to n   perform varying i from 1 to n       move prevdbs(i) to dbkey       perform containsValue using curdbs, dbkey giving already       if already = "false"           unstring dbkey delimited by "|" into skey, dkey           string "DROPPED DATABASE  " skey "  " dkey into dline           perform writeDeltaLine using fs, dline       end-if   end-perform   local rec.   local foundflag.   local oldcount.   local oldmethod.   local diff.   local absdiff.   local estinvolved.   local pcttext.   move length in invrecords to n   perform varying i from 1 to n       move invrecords(i) to rec       perform findHistCount using prevrecords, server in rec, database in rec, table in rec giving foundflag, oldcount, oldmethod       if foundflag = "true"           compute diff = rowcount in rec - oldcount           *> estimated counts drift a little every night by nature;           *> below the tolerance that is jitter, not a change worth           *> a report line.           move "false" to estinvolved           if countmethod in rec = "ESTIMATED" or oldmethod = "ESTIMATED"               move "true" to estinvolved           end-if           move diff to absdiff           if absdiff < 0               compute absdiff = 0 - absdiff           end-if           if estinvolved = "true" and oldcount > 0 and absdiff * 100 <= oldcount * esttolerancepct               move 0 to diff           end-if           if diff not = 0               perform pctChange using oldcount, rowcount in rec giving pcttext               string "ROWS CHANGED      " server in rec "  " database in rec "." table in rec "  " oldcount " -> " rowcount in rec "  " diff "  " pcttext into dline               if estinvolved = "true"                   string dline "  (ESTIMATED)" into dline               end-if               perform writeDeltaLine using fs, dline           end-if       else           string server in rec "|" database in rec into dbkey           perform containsValue using prevdbs, dbkey giving already           if already = "true"               string "NEW TABLE         " server in rec "  " database in rec "." table in rec "  " rowcount in rec " rows" into dline               perform writeDeltaLine using fs, dline           end-if       end-if   end-perform   move length in prevrecords to n   perform varying i from 1 to n       move prevrecords(i) to rec       perform findHistCount using invrecords, server in rec, database in rec, table in rec giving foundflag, oldcount, oldmethod       if foundflag = "false"           string server in rec "|" database in rec into dbkey           perform containsValue using curdbs, dbkey giving already           if already = "true"               string "DROPPED TABLE     " server in rec "  " database in rec "." table in rec "  had " rowcount in rec " rows" into dline               perform writeDeltaLine using fs, dline           end-if       end-if   end-perform   local baselines.   compute baselines = skippedlines + 1   if deltalines = baselines       perform writeDeltaLine using fs, "NO CHANGES SINCE PREVIOUS RUN"   end-if   perform writeDeltaLine using fs, "NO PRIOR HISTORY ON FILE - NOTHING TO COMPARE"   local stext.   perform readFileSync in fs using sfile "utf8" giving stext   local slines.   perform split in stext using "\n" giving slines   local n.   move length in slines to n.   local i.   local sline.   local sname.   local dname.   local tname.   local kindv.   local itemv.   local seqv.   local detailv.   local rec.   perform varying i from 1 to n       move slines(i) to sline       if sline not = "" and sline not = "server|database|table|kind|item|seq|detail"           unstring sline delimited by "|" into sname, dname, tname, kindv, itemv, seqv, detailv           move object to rec           move sname to server in rec           move dname to database in rec           move tname to table in rec           move kindv to kind in rec           move itemv to item in rec           move seqv to seq in rec           move detailv to detail in rec           perform append in strecords using rec       end-if   end-perform   move recs(i) to rec   if server in rec = skeyv and database in rec = dkeyv and table in rec = tkeyv       move "true" to found   end-if   move recs(i) to rec   if server in rec = skeyv and database in rec = dkeyv and table in rec = tkeyv and kind in rec = kindv and item in rec = itemv and seq in rec = seqv       move "true" to foundflag       move detail in rec to detailv   end-if   perform readFileSync in fs using structpointer "utf8" giving prevfile   perform existsSync in fs using prevfile giving hasprev   perform loadStructSpool using fs, prevfile giving prevrecords   move currecs(i) to rec   string server in rec "|" database in rec "|" table in rec "|" kind in rec "|" item in rec "|" seq in rec "|" detail in rec into snapline   perform appendFileSync in fs using snapfile snapline   perform appendFileSync in fs using snapfile x"0A"   move carryrecs(i) to rec   string server in rec "|" database in rec "|" table in rec "|" kind in rec "|" item in rec "|" seq in rec "|" detail in rec into snapline   perform appendFileSync in fs using snapfile snapline   perform appendFileSync in fs using snapfile x"0A"   move serverlist(si2) to e3   if srvstatus in e3 not = "DONE"       string "SERVER " name in e3 " DID NOT REPORT TONIGHT - COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" into skipline       perform writeStructLine using fs, skipline   end-if   move currecs(i) to rec   perform containsValue using snames, server in rec giving already   if already = "false"       perform append in snames using server in rec   end-if   perform writeStructLine using fs, "    FEWER THAN TWO SERVERS REPORTED - NOTHING TO COMPARE"   local ikeys.   move table to ikeys   local ikey.   perform varying i from 1 to n       move currecs(i) to rec       string database in rec "|" table in rec "|" kind in rec "|" item in rec "|" seq in rec "|" detail in rec into ikey       perform containsValue using ikeys, ikey giving already       if already = "false"           perform append in ikeys using ikey       end-if   end-perform   local ikn.   move length in ikeys to ikn   local dn.   local tn.   local kindv.   local itemv.   local seqv.   local detailv.   local j.   local sj.   local hastable.   local foundflag.   local dval.   local firstset.   local firstdetail.   local mismatch.   local rline.   local donekeys.   move table to donekeys   local donekey.   perform varying i from 1 to ikn       move ikeys(i) to ikey       unstring ikey delimited by "|" into dn, tn, kindv, itemv, seqv, detailv       string dn "|" tn "|" kindv "|" itemv "|" seqv into donekey       perform containsValue using donekeys, donekey giving already       if already = "false"           perform append in donekeys using donekey           move 0 to firstset           move "false" to mismatch           string "    " dn "." tn "  " kindv " " itemv " #" seqv into rline           perform varying j from 1 to scount               move snames(j) to sj               perform structHasTable using currecs, sj, dn, tn giving hastable               if hastable = "true"                   perform findStructDetail using currecs, sj, dn, tn, kindv, itemv, seqv giving foundflag, dval                   if foundflag = "true"                       if firstset = 0                           move 1 to firstset                           move dval to firstdetail                       else                           if dval not = firstdetail                               move "true" to mismatch                           end-if                       end-if                       string rline "  " sj "=" dval into rline                   else                       move "true" to mismatch                       string rline "  " sj "=MISSING" into rline                   end-if               end-if           end-perform           if mismatch = "true"               perform writeStructLine using fs, rline           end-if       end-if   end-perform   if structlines = xlines       perform writeStructLine using fs, "    NO STRUCTURE DIFFERENCES BETWEEN SERVERS"   end-if   local compareline.   string "COMPARED AGAINST: " prevfile into compareline   perform writeStructLine using fs, compareline   local basecount.   move structlines to basecount   local pn.   move length in prevrecs to pn   local prec.   local newflags.   move table to newflags   local objkey.   perform varying i from 1 to n       move currecs(i) to rec       perform structHasTable using prevrecs, server in rec, database in rec, table in rec giving hastable       if hastable = "true"           perform findStructDetail using prevrecs, server in rec, database in rec, table in rec, kind in rec, item in rec, seq in rec giving foundflag, dval           if foundflag = "true"               if dval not = detail in rec                   string "STRUCTURE CHANGED  " server in rec "  " database in rec "." table in rec "  " kind in rec " " item in rec " #" seq in rec "  " dval " -> " detail in rec into rline                   perform writeStructLine using fs, rline               end-if           else               string "STRUCTURE ADDED    " server in rec "  " database in rec "." table in rec "  " kind in rec " " item in rec " #" seq in rec "  " detail in rec into rline               perform writeStructLine using fs, rline           end-if       else           string server in rec "|" database in rec "|" table in rec into objkey           perform containsValue using newflags, objkey giving already           if already = "false"               perform append in newflags using objkey               string "NEW OBJECT         " server in rec "  " database in rec "." table in rec into rline               perform writeStructLine using fs, rline           end-if       end-if   end-perform   local goneflags.   move table to goneflags   perform varying i from 1 to pn       move prevrecs(i) to prec       perform structHasTable using currecs, server in prec, database in prec, table in prec giving hastable       if hastable = "true"           perform findStructDetail using currecs, server in prec, database in prec, table in prec, kind in prec, item in prec, seq in prec giving foundflag, dval           if foundflag = "false"               string "STRUCTURE DROPPED  " server in prec "  " database in prec "." table in prec "  " kind in prec " " item in prec " #" seq in prec "  was " detail in prec into rline               perform writeStructLine using fs, rline           end-if       else           string server in prec "|" database in prec "|" table in prec into objkey           perform containsValue using goneflags, objkey giving already           if already = "false"               perform append in goneflags using objkey               string "DROPPED OBJECT     " server in prec "  " database in prec "." table in prec into rline               perform writeStructLine using fs, rline           end-if       end-if   end-perform   if structlines = basecount       perform writeStructLine using fs, "NO STRUCTURE CHANGES SINCE PREVIOUS RUN"   end-if   perform writeStructLine using fs, "NO PRIOR STRUCTURE SNAPSHOT ON FILE - NOTHING TO COMPARE"   move basename to actual   string profile "_" basename into actual   local ftext.   perform readFileSync in fs using controlfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local fkey.   local fval.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into fkey, fval           if fkey = "host" move fval to host in control end-if           if fkey = "user" move fval to user in control end-if           if fkey = "password" move fval to password in control end-if           if fkey = "database" move fval to database in control end-if           if fkey = "format" move fval to format in control end-if           if fkey = "snapshot" move fval to snapshot in control end-if           if fkey = "deadline" move fval to deadline in control end-if           if fkey = "parallel" move fval to parallel in control end-if           if fkey = "escalate" move fval to escalate in control end-if           if fkey = "estimatemax" move fval to estimatemax in control end-if           if fkey = "esttolerance" move fval to esttolerance in control end-if           if fkey = "staleage" move fval to staleage in control end-if       end-if   end-perform   display "    snapshot control query failed: " err   local ftext.   perform readFileSync in fs using filterfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local modekey.   local modeval.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           if fi = 1               unstring fline delimited by "=" into modekey, modeval               if modekey = "mode" move modeval to filtermode end-if           else               perform append in filterlist using fline           end-if       end-if   end-perform   perform append in filterlist using "information_schema"   perform append in filterlist using "mysql"   perform append in filterlist using "performance_schema"   perform append in filterlist using "sys"   local ftext.   perform readFileSync in fs using thresholdfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local tkey.   local tval.   local tkeyx.   local tvalx.   local tdbv.   local ttablev.   local tminv.   local tmaxv.   local junk.   local th.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into tkey, tval           string tkey "." into tkeyx           unstring tkeyx delimited by "." into tdbv, ttablev, junk           string tval "," into tvalx           unstring tvalx delimited by "," into tminv, tmaxv, junk           move object to th           move tdbv to tdb in th           move ttablev to ttable in th           move tminv to tmin in th           move tmaxv to tmax in th           perform append in thresholdlist using th       end-if   end-perform   local ftext.   perform readFileSync in fs using exactfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           perform append in exactlist using fline       end-if   end-perform   local ftext.   perform readFileSync in fs using exemptfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           perform append in exemptlist using fline       end-if   end-perform   move exemptlist(i) to pat   if pat = objname       move "true" to exempt   else       perform split in pat using "*" giving patparts       move length in patparts to patcount       if patcount > 1           move patparts(1) to prefix           if prefix not = ""               perform split in objname using prefix giving objparts               move length in objparts to patcount               if patcount > 1                   move objparts(1) to objhead                   if objhead = ""                       move "true" to exempt                   end-if               end-if           end-if       end-if   end-if   move serverlist(si2) to e2   perform varying i from 1 to n       move invrecords(i) to rec       if server in rec = name in e2           if agedays in rec < 0               add 1 to unknowncount           else               if agedays in rec > staledays                   string database in rec "." table in rec into objname                   perform matchesExempt using objname giving exempt                   if exempt = "true"                       add 1 to exemptcount                   else                       compute totbytes = datalength in rec + indexlength in rec                       perform computeMb using totbytes giving sizemb                       string "    " server in rec "  " objname "  LAST WRITE " lastwrite in rec "  " agedays in rec " DAYS  " sizemb " MB" into aline                       perform appendFileSync in fs using agingfile aline                       perform appendFileSync in fs using agingfile x"0A"                       add 1 to aginglines                   end-if               end-if           end-if       end-if   end-perform   perform appendFileSync in fs using agingfile "NO STALE OBJECTS PAST THE THRESHOLD"   perform appendFileSync in fs using agingfile x"0A"   move thresholdlist(i) to th   if tdb in th = dbname and ttable in th = tablename       move 1 to matched       move tmin in th to besttmin       move tmax in th to besttmax   end-if   perform varying i from 1 to n       move thresholdlist(i) to th       if tdb in th = dbname and ttable in th = ""           move 1 to matched           move tmin in th to besttmin           move tmax in th to besttmax       end-if   end-perform   local objname.   string dbname "." tablename into objname.   local detailv.   *> estimated counts jitter by design, so an estimate only raises   *> an exception once it is past the bound by more than the   *> configured tolerance - the exact counts keep their hard edges.   local effmin.   local effmax.   if besttmin not = ""       compute effmin = besttmin * 1       if method = "ESTIMATED"           compute effmin = effmin - (effmin * esttolerancepct) / 100       end-if   end-if   if besttmax not = ""       compute effmax = besttmax * 1       if method = "ESTIMATED"           compute effmax = effmax + (effmax * esttolerancepct) / 100       end-if   end-if   if besttmin not = "" and cnt < effmin       string "COUNT " cnt " BELOW MIN " besttmin into detailv       if method = "ESTIMATED"           string detailv " (ESTIMATED)" into detailv       end-if       perform writeException using sname, objname, "BELOW-MIN", detailv   end-if   if besttmax not = "" and cnt > effmax       string "COUNT " cnt " ABOVE MAX " besttmax into detailv       if method = "ESTIMATED"           string detailv " (ESTIMATED)" into detailv       end-if       perform writeException using sname, objname, "ABOVE-MAX", detailv   end-if   move thresholdlist(i) to th   if tdb in th = dbname and ttable in th not = ""       move "false" to seenflag       perform varying j from 1 to tn           move tablerows(j) to srow           perform values in srow giving svals           if svals(1) = ttable in th               move "true" to seenflag           end-if       end-perform       if seenflag = "false"           string dbname "." ttable in th into excline           perform writeException using name in options, excline, "MISSING", "CONFIGURED TABLE MISSING FROM SHOW TABLES"       end-if   end-if   local stext.   perform readFileSync in fs using excstatefile "utf8" giving stext   local slines.   perform split in stext using "\n" giving slines   local n.   move length in slines to n.   local i.   local sline.   local keyv.   local firstv.   local lastv.   local nightsv.   local rec.   perform varying i from 1 to n       move slines(i) to sline       if sline not = ""           unstring sline delimited by ";" into keyv, firstv, lastv, nightsv           compute nightsv = nightsv * 1           move object to rec           move keyv to exckey in rec           move firstv to firstseen in rec           move lastv to lastseen in rec           move nightsv to nights in rec           perform append in statelist using rec       end-if   end-perform   move statelist(i) to rec   if exckey in rec = keyv       move "true" to foundflag       move firstseen in rec to firstv       move lastseen in rec to lastv       move nights in rec to nightsv   end-if   local atext.   perform readFileSync in fs using ackfile "utf8" giving atext   local alines.   perform split in atext using "\n" giving alines   local n.   move length in alines to n.   local i.   local aline.   local keyv.   local aval.   local avalx.   local whov.   local whyv.   local expiryv.   local junk.   local rec.   perform varying i from 1 to n       move alines(i) to aline       if aline not = ""           unstring aline delimited by "=" into keyv, aval           string aval ",," into avalx           unstring avalx delimited by "," into whov, whyv, expiryv, junk           move object to rec           move keyv to exckey in rec           move whov to ackwho in rec           move whyv to ackwhy in rec           move expiryv to ackexpiry in rec           perform append in acklist using rec       end-if   end-perform   move acklist(i) to rec   if exckey in rec = keyv       move "true" to foundflag       move ackwho in rec to whov       move ackwhy in rec to whyv       move ackexpiry in rec to expiryv   end-if   local exctext.   perform readFileSync in fs using excspoolfile "utf8" giving exctext   local exclines.   perform split in exctext using "\n" giving exclines   local n.   move length in exclines to n.   local i.   local excline.   local sname.   local objname.   local kindv.   local detailv.   local keyv.   local foundflag.   local firstv.   local lastv.   local nightsv.   local ackflag.   local whov.   local whyv.   local expiryv.   local flagv.   local rline.   perform varying i from 1 to n       move exclines(i) to excline       if excline not = ""           unstring excline delimited by "|" into sname, objname, kindv, detailv           string sname "|" objname "|" kindv into keyv           perform findExceptionState using statelist, keyv giving foundflag, firstv, lastv, nightsv           if foundflag = "true"               if lastv not = rundate                   compute nightsv = nightsv + 1               end-if           else               move rundate to firstv               move 1 to nightsv           end-if           move "RECURRING" to flagv           if foundflag = "false"               move "NEW" to flagv           end-if           if nightsv >= escalatenights               move "ESCALATED" to flagv           end-if           perform findAck using acklist, keyv giving ackflag, whov, whyv, expiryv           if ackflag = "true" and expiryv < rundate               *> an expired ack no longer suppresses, and saying so               *> beats the operator wondering why an accepted               *> exception started shouting again.               move "false" to ackflag               string detailv "  (ACK BY " whov " EXPIRED " expiryv ")" into detailv           end-if           if ackflag = "true"               add 1 to ackcount               string "ACK        " sname "  " objname "  " detailv "  FIRST SEEN " firstv "  NIGHT " nightsv "  BY " whov " (" whyv ") UNTIL " expiryv into rline               perform append in acklines using rline           else               add 1 to activecount2               if flagv = "NEW"                   add 1 to newcount               end-if               if flagv = "ESCALATED"                   add 1 to esccount               end-if               if flagv = "NEW"                   move "NEW       " to rline               end-if               if flagv = "RECURRING"                   move "RECURRING " to rline               end-if               if flagv = "ESCALATED"                   move "ESCALATED " to rline               end-if               string rline " " sname "  " objname "  " detailv "  FIRST SEEN " firstv "  NIGHT " nightsv into rline               perform appendFileSync in fs using exceptionsfile rline               perform appendFileSync in fs using exceptionsfile x"0A"           end-if           string newstate keyv ";" firstv ";" rundate ";" nightsv x"0A" into newstate       end-if   end-perform   perform appendFileSync in fs using exceptionsfile "NO EXCEPTIONS TONIGHT"   perform appendFileSync in fs using exceptionsfile x"0A"   perform appendFileSync in fs using exceptionsfile "ACKNOWLEDGED EXCEPTIONS (SUPPRESSED)"   perform appendFileSync in fs using exceptionsfile x"0A"   local ai.   local aout.   perform varying ai from 1 to an       move acklines(ai) to aout       perform appendFileSync in fs using exceptionsfile aout       perform appendFileSync in fs using exceptionsfile x"0A"   end-perform   *> a server that was skipped tonight contributed no spool lines,   *> and rewriting the state from the spool alone would wipe its   *> rows - its three-week-old violations would come back tomorrow   *> flagged NEW with a fresh first-seen date. Same rule as every   *> other night-over-night file here: servers that did not report   *> carry their rows forward untouched, and only a server that   *> actually walked clean tonight gets its violations reset.   local donenames.   perform buildDoneNames giving donenames.   local sn2.   move length in statelist to sn2.   local si3.   local srec.   local ksrv.   local krest.   local indone.   perform varying si3 from 1 to sn2       move statelist(si3) to srec       unstring exckey in srec delimited by "|" into ksrv, krest       perform containsValue using donenames, ksrv giving indone       if indone = "false"           string newstate exckey in srec ";" firstseen in srec ";" lastseen in srec ";" nights in srec x"0A" into newstate       end-if   end-perform   perform writeFileSync in fs using excstatefile newstate   move serverlist(si) to e2   perform varying i from 1 to n       move invrecords(i) to rec       if server in rec = name in e2           string server in rec "," database in rec "," table in rec "," rowcount in rec "," engine in rec "," rowformat in rec "," datalength in rec "," indexlength in rec "," countmethod in rec into csvline           perform appendFileSync in fs using csvfile csvline           perform appendFileSync in fs using csvfile x"0A"       end-if   end-perform   move serverlist(si) to e2   perform varying i from 1 to n       move invrecords(i) to rec       if server in rec = name in e2           perform append in jrecs using rec       end-if   end-perform   move serverlist(si) to e2   perform existsSync in fs using spoolfile in e2 giving hasspool   if hasspool       perform readFileSync in fs using spoolfile in e2 "utf8" giving spooltext       perform split in spooltext using "\n" giving spoollines       move length in spoollines to n       perform varying i from 1 to n           move spoollines(i) to sline           if sline not = ""               perform writeReportLine using fs, reportfile, sline           end-if       end-perform   end-if   move invrecords(i) to rec   move 0 to found   move length in caplist to cn   perform varying j from 1 to cn       move caplist(j) to cap       if skey in cap = server in rec and dkey in cap = database in rec           move 1 to found           compute x = tables in cap + 1           move x to tables in cap           compute x = databytes in cap + datalength in rec           move x to databytes in cap           compute x = indexbytes in cap + indexlength in rec           move x to indexbytes in cap       end-if   end-perform   if found = 0       move object to cap       move server in rec to skey in cap       move database in rec to dkey in cap       move 1 to tables in cap       move datalength in rec to databytes in cap       move indexlength in rec to indexbytes in cap       perform append in caplist using cap   end-if   move 0 to found   move length in srvcaplist to cn   perform varying j from 1 to cn       move srvcaplist(j) to cap       if skey in cap = server in rec           move 1 to found           compute x = tables in cap + 1           move x to tables in cap           compute x = databytes in cap + datalength in rec           move x to databytes in cap           compute x = indexbytes in cap + indexlength in rec           move x to indexbytes in cap       end-if   end-perform   if found = 0       move object to cap       move server in rec to skey in cap       move 1 to tables in cap       move datalength in rec to databytes in cap       move indexlength in rec to indexbytes in cap       perform append in srvcaplist using cap   end-if   move caplist(i) to cap   perform computeMb using databytes in cap giving datamb   perform computeMb using indexbytes in cap giving idxmb   compute totmb = datamb + idxmb   string "    " skey in cap "  " dkey in cap "  TABLES " tables in cap "  DATA " datamb " MB  INDEX " idxmb " MB  TOTAL " totmb " MB" into capline   perform writeReportLine using fs, reportfile, capline   move srvcaplist(i) to cap   perform computeMb using databytes in cap giving datamb   perform computeMb using indexbytes in cap giving idxmb   compute totmb = datamb + idxmb   string "    " skey in cap "  *TOTAL*  TABLES " tables in cap "  DATA " datamb " MB  INDEX " idxmb " MB  TOTAL " totmb " MB" into capline   perform writeReportLine using fs, reportfile, capline   move caplist(i) to cap   perform computeMb using databytes in cap giving datamb   perform computeMb using indexbytes in cap giving idxmb   compute totmb = datamb + idxmb   string skey in cap "," dkey in cap "," tables in cap "," datamb "," idxmb "," totmb into capline   perform appendFileSync in fs using capacityfile capline   perform appendFileSync in fs using capacityfile x"0A"   move srvcaplist(i) to cap   perform computeMb using databytes in cap giving datamb   perform computeMb using indexbytes in cap giving idxmb   compute totmb = datamb + idxmb   string skey in cap ",*TOTAL*," tables in cap "," datamb "," idxmb "," totmb into capline   perform appendFileSync in fs using capacityfile capline   perform appendFileSync in fs using capacityfile x"0A"   local htext.   perform readFileSync in fs using capacityhistory "utf8" giving htext   local hlines.   perform split in htext using "\n" giving hlines   local hn.   move length in hlines to hn.   local hi.   local hline.   local hdate.   local hrest.   perform varying hi from 1 to hn       move hlines(hi) to hline       if hline not = ""           unstring hline delimited by "," into hdate, hrest           if hdate not = rundate               string keptlines hline x"0A" into keptlines           end-if       end-if   end-perform   move caplist(i) to cap   perform containsValue using donenames, skey in cap giving indone   if indone = "true"       perform computeMb using databytes in cap giving datamb       perform computeMb using indexbytes in cap giving idxmb       compute totmb = datamb + idxmb       string keptlines rundate "," skey in cap "," dkey in cap "," totmb x"0A" into keptlines   end-if   move srvcaplist(i) to cap   perform containsValue using donenames, skey in cap giving indone   if indone = "true"       perform computeMb using databytes in cap giving datamb       perform computeMb using indexbytes in cap giving idxmb       compute totmb = datamb + idxmb       string keptlines rundate "," skey in cap ",*TOTAL*," totmb x"0A" into keptlines   end-if   local ftext.   perform readFileSync in fs using volfile "utf8" giving ftext   local flines.   perform split in ftext using "\n" giving flines   local fn.   move length in flines to fn.   local fi.   local fline.   local fkey.   local fval.   local rec.   perform varying fi from 1 to fn       move flines(fi) to fline       if fline not = ""           unstring fline delimited by "=" into fkey, fval           if fkey = "horizon"               compute horizondays = fval * 1           else               move object to rec               move fkey to vserver in rec               compute fval = fval * 1               move fval to vsizemb in rec               perform append in vollist using rec           end-if       end-if   end-perform   move vollist(i) to rec   if vserver in rec = sname       move "true" to foundflag       move vsizemb in rec to sizemb   end-if   local htext.   perform readFileSync in fs using capacityhistory "utf8" giving htext   local hlines.   perform split in htext using "\n" giving hlines   local hn.   move length in hlines to hn.   local hi.   local hline.   local hdatev.   local hserverv.   local hdbv.   local hmbv.   local rec.   perform varying hi from 1 to hn       move hlines(hi) to hline       if hline not = ""           unstring hline delimited by "," into hdatev, hserverv, hdbv, hmbv           compute hmbv = hmbv * 1           move object to rec           move hdatev to hdate in rec           move hserverv to hserver in rec           move hdbv to hdb in rec           move hmbv to hmb in rec           perform append in histrecords using rec       end-if   end-perform   move histrecords(i) to rec   if hserver in rec = sname and hdb in rec = dname       perform append in dates using hdate in rec       perform append in mbs using hmb in rec   end-if   move mbs(npoints) to nowmb   local fromi.   compute fromi = npoints - 13.   if fromi < 1       move 1 to fromi   end-if   local firstdate.   move dates(fromi) to firstdate   local lastdate.   move dates(npoints) to lastdate   local firstday.   perform dateToDays using firstdate giving firstday   local lastday.   perform dateToDays using lastdate giving lastday   local ddays.   compute ddays = lastday - firstday.   if ddays <= 0 then       move 1 to npoints   else       local firstmb.       move mbs(fromi) to firstmb       compute growth10 = ((nowmb - firstmb) * 10) / ddays       compute growth10 = growth10 - function mod(growth10, 1)   end-if   move "-" to gsign   compute g10 = 0 - g10   move serverlist(si2) to e2   move name in e2 to sname   perform fitGrowth using histrecords, sname, "*TOTAL*" giving npoints, growth10, nowmb   perform findVolume using vollist, sname giving volfound, volmb   if npoints = 0       string "SERVER " sname "  NO CAPACITY HISTORY ON FILE" into fline       perform writeForecastLine using fs, fline   else       if npoints < 2           string "SERVER " sname "  NOW " nowmb " MB  INSUFFICIENT HISTORY TO FIT GROWTH" into fline           perform writeForecastLine using fs, fline       else           perform formatGrowth using growth10 giving gtext           if volfound = "false"               string "SERVER " sname "  NOW " nowmb " MB  GROWTH " gtext "  NO VOLUME CONFIGURED" into fline           else               if growth10 <= 0                   string "SERVER " sname "  NOW " nowmb " MB  VOLUME " volmb " MB  GROWTH " gtext "  NOT GROWING" into fline               else                   compute daysleft = ((volmb - nowmb) * 10) / growth10                   compute daysleft = daysleft - function mod(daysleft, 1)                   if daysleft < 0                       move 0 to daysleft                   end-if                   if daysleft <= horizondays                       add 1 to warncount                       string "WARNING SERVER " sname "  NOW " nowmb " MB  VOLUME " volmb " MB  GROWTH " gtext "  FULL IN " daysleft " DAYS" into fline                   else                       string "SERVER " sname "  NOW " nowmb " MB  VOLUME " volmb " MB  GROWTH " gtext "  FULL IN " daysleft " DAYS" into fline                   end-if               end-if           end-if           perform writeForecastLine using fs, fline           *> the databases behind the number, growing ones only           move table to dbkeys           move length in histrecords to n           perform varying i from 1 to n               move histrecords(i) to rec               if hserver in rec = sname and hdb in rec not = "*TOTAL*"                   perform containsValue using dbkeys, hdb in rec giving already                   if already = "false"                       perform append in dbkeys using hdb in rec                   end-if               end-if           end-perform           move length in dbkeys to n           perform varying i from 1 to n               move dbkeys(i) to dbkey               perform fitGrowth using histrecords, sname, dbkey giving dnpoints, dgrowth10, dnowmb               if dnpoints >= 2 and dgrowth10 > 0                   perform formatGrowth using dgrowth10 giving gtext                   string "    " sname "  " dbkey "  NOW " dnowmb " MB  GROWTH " gtext into fline                   perform writeForecastLine using fs, fline               end-if           end-perform       end-if   end-if   move invrecords(i) to rec   perform containsValue using snames, server in rec giving already   if already = "false"       perform append in snames using server in rec   end-if   perform writeReconLine using fs, "FEWER THAN TWO SERVERS REPORTED - NOTHING TO RECONCILE"   local svrdbkeys.   perform buildDbKeys using invrecords giving svrdbkeys   local dbnames.   move table to dbnames   perform varying i from 1 to n       move invrecords(i) to rec       perform containsValue using dbnames, database in rec giving already       if already = "false"           perform append in dbnames using database in rec       end-if   end-perform   local dn.   local j.   local sj.   local sdkey.   local present.   local preslist.   local misslist.   local rline.   local dbn.   move length in dbnames to dbn   perform varying i from 1 to dbn       move dbnames(i) to dn       move "" to preslist       move "" to misslist       perform varying j from 1 to scount           move snames(j) to sj           string sj "|" dn into sdkey           perform containsValue using svrdbkeys, sdkey giving present           if present = "true"               string preslist " " sj into preslist           else               string misslist " " sj into misslist           end-if       end-perform       if misslist not = "" and preslist not = ""           string "DATABASE " dn "  MISSING ON" misslist "  PRESENT ON" preslist into rline           perform writeReconLine using fs, rline       end-if   end-perform   local tkeys.   move table to tkeys   local tkey.   perform varying i from 1 to n       move invrecords(i) to rec       string database in rec "|" table in rec into tkey       perform containsValue using tkeys, tkey giving already       if already = "false"           perform append in tkeys using tkey       end-if   end-perform   local tkn.   move length in tkeys to tkn   local tn.   local foundflag.   local cval.   local cmeth.   local firstcount.   local firstset.   local mismatch.   local estseen.   local cdiff.   perform varying i from 1 to tkn       move tkeys(i) to tkey       unstring tkey delimited by "|" into dn, tn       move 0 to firstset       move "false" to mismatch       move "false" to estseen       string "TABLE " dn "." tn into rline       perform varying j from 1 to scount           move snames(j) to sj           string sj "|" dn into sdkey           perform containsValue using svrdbkeys, sdkey giving present           if present = "true"               perform findHistCount using invrecords, sj, dn, tn giving foundflag, cval, cmeth               if foundflag = "true"                   if cmeth = "ESTIMATED"                       move "true" to estseen                   end-if                   if firstset = 0                       move 1 to firstset                       move cval to firstcount                   else                       if cval not = firstcount                           *> replicas counted by estimate never agree                           *> to the row; hold them to the same                           *> tolerance the delta report uses.                           if estseen = "true"                               compute cdiff = cval - firstcount                               if cdiff < 0                                   compute cdiff = 0 - cdiff                               end-if                               if firstcount > 0 and cdiff * 100 > firstcount * esttolerancepct                                   move "true" to mismatch                               end-if                               if firstcount = 0                                   move "true" to mismatch                               end-if                           else                               move "true" to mismatch                           end-if                       end-if                   end-if                   string rline "  " sj "=" cval into rline                   if cmeth = "ESTIMATED"                       string rline "~" into rline                   end-if               else                   move "true" to mismatch                   string rline "  " sj "=MISSING" into rline               end-if           end-if       end-perform       if mismatch = "true"           perform writeReconLine using fs, rline       end-if   end-perform   if reconlines = 0       perform writeReconLine using fs, "ALL SERVERS RECONCILE - NO DIFFERENCES"   end-if   if filterlist(fi) = dbname       move "true" to found   end-if   move found to included   if found = "true"       move "false" to included   else       move "true" to included   end-if   local srvtext.   perform readFileSync in fs using serversfile "utf8" giving srvtext   local srvlines.   perform split in srvtext using "\n" giving srvlines   local si.   local srvlinecount.   move length in srvlines to srvlinecount   local srvline.   local fieldparts.   local fi.   local fieldcount.   local fieldname.   local fieldval.   local entry.   perform varying si from 1 to srvlinecount       move srvlines(si) to srvline       if srvline not = ""           move object to entry           perform split in srvline using ";" giving fieldparts           move length in fieldparts to fieldcount           perform varying fi from 1 to fieldcount               unstring fieldparts(fi) delimited by "=" into fieldname, fieldval               if fieldname = "name" move fieldval to name in entry end-if               if fieldname = "host" move fieldval to host in entry end-if               if fieldname = "user" move fieldval to user in entry end-if               if fieldname = "password" move fieldval to password in entry end-if               if fieldname = "database" move fieldval to database in entry end-if           end-perform           perform append in serverlist using entry       end-if   end-perform   local singleentry.   move control to singleentry   move "default" to name in singleentry   perform append in serverlist using singleentry   move "transient" to errtype   perform classifyError using err giving errtype   if errtype = "transient" and retrycount < maxretries       add 1 to retrycount       display "transient error on show databases, retry " retrycount " of " maxretries ": " err       perform end in connection       perform runShowDatabases   else       if errtype = "transient"           display "retry limit (" maxretries ") reached on show databases for " name in options ", skipping server: " err       else           display "fatal error on show databases for " name in options ", skipping server: " err       end-if       if errtype = "transient"           move "SKIPPED-TRANSIENT" to srvstatus in srventry       else           move "SKIPPED-FATAL" to srvstatus in srventry       end-if       perform serverDone   end-if   move 0 to retrycount   move rows to dbrows   move length in dbrows to dbcount   move dbcount to dbsfound in srventry   move startk to k   perform processDatabase   if suspendflag = "true"       move "true" to expired   else       perform deadlineReached giving expired   end-if   *> on a server resumed mid-database the incoming position already   *> says "database k in progress, resumetab tables done"; writing   *> k-1/0 here would step the checkpoint backwards and make the   *> next night re-count tables the spool already carries.   if k = resumedb and resumetab > 0 then       move resumedb to cpdb in srventry       move resumetab to cptab in srventry   else       local kdone.       compute kdone = k - 1.       move kdone to cpdb in srventry       move 0 to cptab in srventry   end-if   perform laneSuspend   if k > dbcount then       move "DONE" to srvstatus in srventry       move dbcount to cpdb in srventry       move 0 to cptab in srventry       perform serverDone   else       move dbrows(k) to row       move Database in row to dbname       perform matchesFilter using dbname, filtermode, filterlist giving included       if included = "true" then           if outputformat = "DISPLAY" then               perform writeSpoolLine using dbname           end-if           perform inventoryTables       else           perform nextDatabase       end-if   end-if   move k to cpdb in srventry   move 0 to cptab in srventry   perform saveCheckpointAll   perform beginSnapshot using connection   if snapshotmode = "ON" then       *> review fix: a reconnect here would hand commitSnapshot/       *> rollbackSnapshot a connection with the read lock already       *> gone, silently breaking the consistent view req009 promises.       *> Treat any failure on the table listing as a hard failure for       *> this database instead of reconnecting and retrying.       display "    error listing tables for " dbname " during snapshot, skipping database (no retry, to preserve snapshot consistency): " err       perform rollbackSnapshot using connection       perform nextDatabase   else       perform classifyError using err giving errtype       if errtype = "transient" and tableretrycount < maxretries           add 1 to tableretrycount           display "    transient error listing tables for " dbname ", retry " tableretrycount " of " maxretries ": " err           perform end in connection           perform auditConnect using options giving connection           perform runShowTables       else           display "    error listing tables for " dbname ", skipping database: " err           perform nextDatabase       end-if   end-if   move 0 to tableretrycount   move rows to tablerows   move length in tablerows to tablecount   move 0 to metaretrycount   perform runTableMeta   if snapshotmode = "ON" then       display "    error reading table metadata for " dbname " during snapshot, sizes unavailable (no retry, to preserve snapshot consistency): " err       move table to metarows       perform runStructMeta   else       perform classifyError using err giving errtype       if errtype = "transient" and metaretrycount < maxretries           add 1 to metaretrycount           display "    transient error reading table metadata for " dbname ", retry " metaretrycount " of " maxretries ": " err           perform end in connection           perform auditConnect using options giving connection           perform runTableMeta       else           display "    error reading table metadata for " dbname ", sizes unavailable: " err           move table to metarows           perform runStructMeta       end-if   end-if   move 0 to metaretrycount   move rows to metarows   perform runStructMeta   perform setStartTable   perform processTable   string "select TABLE_NAME as stable, 'COLUMN' as skind, COLUMN_NAME as sitem, ORDINAL_POSITION as sseq, concat(COLUMN_TYPE, ' ', IS_NULLABLE) as sdetail from information_schema.COLUMNS where TABLE_SCHEMA = '" dbname "' union all select TABLE_NAME, 'INDEX', INDEX_NAME, SEQ_IN_INDEX, concat(COLUMN_NAME, ' ', if(NON_UNIQUE = 0, 'UNIQUE', 'NONUNIQUE')) from information_schema.STATISTICS where TABLE_SCHEMA = '" dbname "'" into structsql   perform beginQuery using structsql   perform dispatchStruct   if snapshotmode = "ON" then       display "    error reading structure for " dbname " during snapshot, structure unavailable (no retry, to preserve snapshot consistency): " err       perform setStartTable       perform processTable   else       perform classifyError using err giving errtype       if errtype = "transient" and structretrycount < maxretries           add 1 to structretrycount           display "    transient error reading structure for " dbname ", retry " structretrycount " of " maxretries ": " err           perform end in connection           perform auditConnect using options giving connection           perform runStructMeta       else           display "    error reading structure for " dbname ", structure unavailable: " err           perform setStartTable           perform processTable       end-if   end-if   move 0 to structretrycount   *> pipe-delimited because column types carry commas (decimal(10,2));   *> one line per column and per index column, the spool's own walk   *> state (server, database) prefixed the same way the count spool   *> prefixes its rows.   local sn.   move length in rows to sn   local si2.   local srow.   local sline.   perform varying si2 from 1 to sn       move rows(si2) to srow       string name in options "|" dbname "|" stable in srow "|" skind in srow "|" sitem in srow "|" sseq in srow "|" sdetail in srow into sline       perform appendFileSync in fs using structspoolfile sline       perform appendFileSync in fs using structspoolfile x"0A"   end-perform   perform setStartTable   perform processTable   compute t = resumetab + 1   move 1 to t   move metarows(i) to mrow   if tname in mrow = tablename       move tengine in mrow to tenginev       move tformat in mrow to tformatv       move tdata in mrow to tdatav       move tindex in mrow to tindexv       move trows in mrow to trowsv       move tage in mrow to tagev       move tlastw in mrow to tlastwv   end-if   move "" to tenginev   move "" to tformatv   move 0 to tdatav   move 0 to tindexv   move 0 to trowsv   if tagev not = 0       compute tagev = 0 - 1   end-if   move "" to tlastwv   if suspendflag = "true"       move "true" to expired   else       perform deadlineReached giving expired   end-if   if snapshotmode = "ON" then       perform commitSnapshot using connection   end-if   local tdone.   compute tdone = t - 1.   move k to cpdb in srventry   move tdone to cptab in srventry   perform laneSuspend   if t > tablecount or snapshotbroken = "true" then       perform checkMissingTables       if snapshotmode = "ON" then           if snapshotbroken = "true" then               perform rollbackSnapshot using connection           else               perform commitSnapshot using connection           end-if       end-if       perform nextDatabase   else       move tablerows(t) to trow       perform values in trow giving tablevals       move tablevals(1) to tablename       move 0 to countretrycount       perform chooseCountMethod   end-if   local objname.   string dbname "." tablename into objname   local forced.   perform containsValue using exactlist, objname giving forced   if forced = "false"       move "true" to usestimate   end-if   perform recordCount using trowsv, "ESTIMATED"   add 1 to t   perform processTable   perform runRowCount   if snapshotmode = "ON" then       display "    error counting " dbname "." tablename " during snapshot, skipping rest of database (no retry, to preserve snapshot consistency): " err       move "true" to snapshotbroken       perform processTable   else       perform classifyError using err giving errtype       if errtype = "transient" and countretrycount < maxretries           add 1 to countretrycount           display "    transient error counting " dbname "." tablename ", retry " countretrycount " of " maxretries ": " err           perform end in connection           perform auditConnect using options giving connection           perform runRowCount       else           display "    error counting " dbname "." tablename ", skipping table: " err           add 1 to t           perform processTable       end-if   end-if   local crow.   move rows(1) to crow.   perform recordCount using rowcount in crow, "EXACT".   add 1 to t.   perform processTable.   local line.   string "    " tablename " " cnt " " tenginev " " tformatv into line   if method = "ESTIMATED"       string line " (ESTIMATED)" into line   end-if   perform writeSpoolLine using linedata division.
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

*> run profiles: one control set and one fixed family of working and
*> output names meant the weekly deep scan or a test-estate run could
*> only happen by hand-swapping control files around the nightly
*> prod configuration - and around its checkpoint. A profile name
*> passed as the first argument now prefixes every file this job
*> touches (controls, checkpoint, spools, pointer files, reports,
*> audit trail), so profiles coexist in one run directory without
*> clobbering each other. No argument means the unprefixed names the
*> nightly run has always used.
local profile.
move "" to profile.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.
if profile not = "" then
    display "running under profile " profile
end-if.

*> review fix: showdb.control used to be independently located, read,
*> and key=value-parsed from scratch by loadCredentials, loadOutputFormat,
*> and loadSnapshotMode, three copies of the same split/unstring loop.
*> loadControlFile now reads it once into one record; everyone else just
*> pulls the field they need out of that record.
local controlfile.
perform profiledName using "showdb.control" giving controlfile.
local control.
perform loadControlFile using fs, controlfile giving control.

*> request 005: checkpoint (server, database) position periodically so
*> a restarted job resumes after the last completed database instead
*> of reprocessing every database on every server from scratch. The
*> checkpoint has to be looked at before the report/CSV/JSON outputs
*> are opened below, so a resumed run can append to what's already
*> there instead of truncating it.
local checkpointfile.
perform profiledName using "showdb.checkpoint" giving checkpointfile.
local checkpointinterval.
move 5 to checkpointinterval.
local resuming.
perform existsSync in fs using checkpointfile giving resuming.

*> request 008: the same row data already being walked per table can
*> now also be written out as CSV or JSON for the capacity-planning
*> spreadsheet and the monitoring dashboard, selected by a "format"
*> entry in showdb.control (DISPLAY is the existing spooled report).
local outputformat.
move format in control to outputformat.
local csvfile.
perform profiledName using "showdb_inventory.csv" giving csvfile.
local jsonfile.
perform profiledName using "showdb_inventory.json" giving jsonfile.
*> with several servers in flight the CSV and JSON can no longer be
*> appended to as counts arrive - the rows would interleave across
*> servers - so both are assembled at end of job from the inventory
*> spool, grouped by server in server-list order, the same stable
*> order the report is assembled in.

*> capacity: row counts never told us when a filesystem was going to
*> fill up. Each database pass now also reads information_schema
*> (data size, index size, storage engine, row format) so the report
*> can close with megabyte subtotals per database and per server,
*> and the same subtotals land in their own CSV for the capacity
*> spreadsheet whatever tonight's report format was.
local capacityfile.
perform profiledName using "showdb_capacity.csv" giving capacityfile.
*> capacity forecast: tonight's megabyte totals answer "how big is
*> it", never "when does the warehouse box run out of disk". Every
*> complete night now appends its per-database and per-server totals
*> to a dated capacity history (one date,server,database,total_mb
*> line each, the same shape the audit job keeps its runtime trend
*> in), and a forecast report fits the recent growth of each server
*> against the volume sizes in volumes.control and prints projected
*> days until full, flagging anything inside the warning horizon.
local capacityhistory.
perform profiledName using "showdb_capacity.history" giving capacityhistory.
local forecastfile.
perform profiledName using "showdb_forecast.rpt" giving forecastfile.

*> history/delta: every counted table also goes to a plain working
*> spool, independent of which report format is selected tonight, so
*> the end of the job can write a dated history snapshot and diff it
*> against the previous run's snapshot. The pointer file remembers
*> which snapshot to compare against next time, so weekends and
*> skipped nights still line up against the last real run.
local invspoolfile.
perform profiledName using "showdb_inventory.spool" giving invspoolfile.
if not resuming then
    perform writeFileSync in fs using invspoolfile ""
end-if.
local historypointer.
perform profiledName using "showdb.lasthistory" giving historypointer.
local deltafile.
perform profiledName using "showdb_delta.rpt" giving deltafile.
local deltalines.
move 0 to deltalines.

*> structure/drift: row counts never showed a deploy adding a column
*> or an index on one box and not the others - nothing we produced
*> mentioned it until a feed broke. Each database pass now also reads
*> information_schema.COLUMNS and STATISTICS, spooling one line per
*> column and per index column the same way the counts spool, so the
*> end of the job can write a dated structure snapshot next to the
*> row-count history and report both structural differences between
*> servers in the same run and structural changes since the previous
*> snapshot. Its own pointer file keeps skipped nights lined up
*> against the last real run, same as the row-count history.
local structspoolfile.
perform profiledName using "showdb_structure.spool" giving structspoolfile.
if not resuming then
    perform writeFileSync in fs using structspoolfile ""
end-if.
local structpointer.
perform profiledName using "showdb.laststructure" giving structpointer.
local structreportfile.
perform profiledName using "showdb_structure.rpt" giving structreportfile.
local structlines.
move 0 to structlines.

*> exceptions: nobody reads the full inventory report on a quiet
*> night. thresholds.control (key=value like showdb.control and
*> schema.filter) names per-database or per-table minimum/maximum row
*> counts; every count is checked as it comes back, and violations -
*> including a configured table missing from SHOW TABLES entirely -
*> go to their own exception report so the operator only has to read
*> about what is wrong. Violations spool to a working file first for
*> the same reason the inventory does: a resumed run must not lose
*> the exceptions the interrupted run already found.
local thresholdlist.
perform loadThresholds using fs giving thresholdlist.
local excspoolfile.
perform profiledName using "showdb_exceptions.spool" giving excspoolfile.
if not resuming then
    perform writeFileSync in fs using excspoolfile ""
end-if.
local exceptionsfile.
perform profiledName using "showdb_exceptions.rpt" giving exceptionsfile.
*> exception lifecycle: the same violation used to print identically
*> every night, so a real new problem drowned in three weeks of known
*> ones. The state file carries one line per violation - first-seen
*> date, last-seen date, consecutive-nights count - so the report can
*> flag NEW ones, show how long the old ones have been running, and
*> escalate anything past the configured night count. exceptions.ack
*> lists violations somebody has already looked at (who, why, expiry
*> date); those are tracked but moved out of the shouting section
*> until the ack expires. The state only moves forward on a complete
*> night - a suspended run reports with the state it read, so a short
*> night neither double-counts nor resets anything.
local excstatefile.
perform profiledName using "showdb_exceptions.state" giving excstatefile.
local ackfile.
perform profiledName using "exceptions.ack" giving ackfile.
local escalatenights.
compute escalatenights = escalate in control * 1.
if escalatenights < 1 then
    move 7 to escalatenights
end-if.

*> data-quality probes: a row count says a table is there and roughly
*> how big, never that the open-order backlog is climbing or that the
*> overnight feed left ten thousand rows unmatched. probes.control
*> names, per server, a read-only query that comes back with a single
*> number and the range it is allowed to sit in. Each server runs its
*> probes once its databases are walked, on the same connection, with
*> the same retry, audit trail and deadline as the walk; a value out
*> of range (or a probe that cannot run) is an exception like any
*> other, with its own kinds, so it gets the same NEW/RECURRING/
*> ESCALATED lifecycle and the same exceptions.ack handling. Every
*> result - in range or not - spools for the repository load, and the
*> spool is also how a resumed run knows which probes already ran.
local probelist.
perform loadProbes using fs giving probelist.
local probespoolfile.
perform profiledName using "showdb_probes.spool" giving probespoolfile.
if not resuming then
    perform writeFileSync in fs using probespoolfile ""
end-if.

*> estimated counts: the full count(*) scans of the biggest staging
*> and history tables are most of what pushes the run into the
*> deadline. When estimatemax (bytes, empty for off) is set, any
*> table whose data_length from the dictionary pass exceeds it takes
*> the information_schema row estimate instead of an exact count -
*> the estimate rides along in the same dictionary query the sizes
*> already use, so the big tables cost no query at all. The counting
*> method travels with the record into the spool, CSV, history and
*> repository, and the delta report and threshold checks give
*> estimated counts esttolerance percent of slack instead of flagging
*> InnoDB's estimate jitter as news. exactcount.control lists
*> database.table names that must stay exact whatever their size -
*> the tables where the threshold really is one row.
local estimatemaxraw.
move estimatemax in control to estimatemaxraw.
local estimatemaxbytes.
move 0 to estimatemaxbytes.
if estimatemaxraw not = "" then
    compute estimatemaxbytes = estimatemaxraw * 1
end-if.
local esttolerancepct.
compute esttolerancepct = esttolerance in control * 1.
if esttolerancepct < 0 then
    move 10 to esttolerancepct
end-if.
local exactlist.
perform loadExactList using fs giving exactlist.

*> stale objects: _bak copies and one-off staging loads sit on all
*> three servers forever because nothing ever said a table was dead.
*> The dictionary pass now carries each table's last write date and
*> age along with its sizes, and the end of a complete run writes an
*> aging report - every table with no write for more than staledays
*> days, grouped by server and database with its size - which is the
*> list to take to the application teams to get the space back.
*> stale.exempt lists the reference tables that legitimately never
*> change, exact database.table names or prefixes ending in *.
local agingfile.
perform profiledName using "showdb_aging.rpt" giving agingfile.
local staledays.
compute staledays = staleage in control * 1.
if staledays < 1 then
    move 90 to staledays
end-if.
local exemptlist.
perform loadStaleExempt using fs giving exemptlist.

*> auto-increment headroom: an INT key running out is an outage, not
*> a slow report - every insert fails from the moment it happens -
*> and it only ever gets noticed when it does. The dictionary pass
*> now also brings back each table's AUTO_INCREMENT value and the
*> type of its auto-increment column, so every counted table with one
*> spools its next value against the largest value that type can
*> hold (signed or unsigned, TINYINT through BIGINT). Anything at or
*> past autoincpct percent used (showdb.control, default 80) is an
*> exception with the usual lifecycle. A complete night also keeps a
*> dated history of the values, and the headroom report fits their
*> growth the way the capacity forecast fits megabytes, to project
*> days until the key type is exhausted.
local autoincspoolfile.
perform profiledName using "showdb_autoinc.spool" giving autoincspoolfile.
if not resuming then
    perform writeFileSync in fs using autoincspoolfile ""
end-if.
local autoinchistory.
perform profiledName using "showdb_autoinc.history" giving autoinchistory.
local autoincfile.
perform profiledName using "showdb_autoinc.rpt" giving autoincfile.
local autoinclimit.
compute autoinclimit = autoincpct in control * 1.
if autoinclimit < 1 or autoinclimit > 100 then
    move 80 to autoinclimit
end-if.

*> reconciliation: reporting is supposed to be a replica of orders,
*> and nobody notices silent drift until a month-end report comes up
*> short. Once the last server finishes, databases and tables are
*> matched by name across every server in the run, and row-count
*> differences - or objects present on one server and missing on
*> another - get their own report.
local reconfile.
perform profiledName using "showdb_recon.rpt" giving reconfile.
local reconlines.
move 0 to reconlines.

*> job status: a skipped server used to leave nothing but a display
*> line in the console log, and the scheduler released the downstream
*> jobs either way. The end of every run - complete or suspended -
*> now writes one machine-readable line per server plus an overall
*> job state, and the process ends with a matching completion code
*> (0 all good, 4 partial, 8 failed) so the scheduler can hold the
*> consumers of the inventory and page the operator when it is short.
local statusfile.
perform profiledName using "showdb_status.dat" giving statusfile.

*> request 009: once a database's inventory is more than one query
*> (show tables, then a row-count per table), a table dropped between
*> those calls can produce a mismatched report. An InnoDB consistent-
*> snapshot transaction only versions row data, not the data dictionary,
*> so it doesn't actually block a concurrent DROP TABLE between SHOW
*> TABLES and the row-count query - FLUSH TABLES WITH READ LOCK does,
*> at the cost of blocking writes cluster-wide for the duration of the
*> per-database scan, so the whole scan for a given database sees one
*> fixed view of the schema.
local snapshotmode.
move snapshot in control to snapshotmode.

*> batch window: a deadline entry in showdb.control (HHMM, empty for
*> none) is a hard cutoff. When it passes, the job finishes the table
*> it is on, checkpoints the exact position - server, database and
*> table - closes the report with a suspension footer and exits
*> cleanly, so the next night's run resumes with the servers and
*> tables it never reached instead of starting the slow ones over.
local deadline.
move deadline in control to deadline.
local runstartts.
accept runstartts from time.
local starthhmm.
compute starthhmm = (runstartts - function mod(runstartts, 10000)) / 10000.

local options.

local connection.
local errtype.
local maxretries.
move 3 to maxretries.
local retrycount.
move 0 to retrycount.
local tableretrycount.
move 0 to tableretrycount.
local countretrycount.
move 0 to countretrycount.

*> review fix: these used to be declared inside listDatabases/
*> listTableRows and mutated in a perform-varying loop that dispatched
*> every query up front, without waiting for any of them to come back.
*> By the time a query's callback actually ran, these shared variables
*> already reflected whatever database/table the loop had reached last
*> - not the one the callback's own query was for. They are still one
*> working set, but now it is the image of whichever lane's context
*> was bound last: every callback re-binds its own lane's context
*> before the walk logic runs and stashes it back afterwards, so each
*> server keeps exactly one query in flight and never sees another
*> lane's state, the same discipline the single-lane fix introduced.
local dbrows.
local dbcount.
local k.
local row.
local dbname.
local included.
local tablerows.
local tablecount.
local t.
local trow.
local tablevals.
local tablename.
local tablesql.
local countsql.
local snapshotbroken.
local metasql.
local metarows.
local metaretrycount.
move 0 to metaretrycount.
local structsql.
local structretrycount.
move 0 to structretrycount.
local probei.
move 0 to probei.
local proberetrycount.
move 0 to proberetrycount.
local probesql.

*> request 006: every createConnection and query call appends one line
*> to the audit trail (timestamp, requesting job/user, query text,
*> elapsed time, row count, error code) so we can prove the inventory
*> job ran against a given server last night and how long it took.
local auditfile.
perform profiledName using "showdb_audit.log" giving auditfile.
*> the audit stamps are time-of-day only, so one night per file:
*> a fresh run moves last night's trail to _prev and starts its own,
*> which is also what the end-of-run audit summary job expects to
*> read. A resumed run is the same logical night and keeps appending.
if not resuming then
    local hasaudit.
    perform existsSync in fs using auditfile giving hasaudit
    if hasaudit then
        local prevauditfile.
        perform profiledName using "showdb_audit_prev.log" giving prevauditfile
        perform renameSync in fs using auditfile prevauditfile
    end-if
end-if.
local laststart.
local lastsql.

*> request 003: the k-loop used to DISPLAY straight to the console,
*> which nobody watches on an unattended overnight run. Everything
*> below now spools to a dated report file with a header, page
*> breaks, and a line-count footer, same as our other batch reports.
local reportfile.
perform profiledName using "showdb_inventory.rpt" giving reportfile.
local rundate.
accept rundate from date.
local pagesize.
move 60 to pagesize.
*> the page and line counters only run during final assembly now:
*> while servers are in flight each one spools its own plain lines,
*> and the paged report is rebuilt from those spools at end of job,
*> which is also what keeps the page math right across a resume.
local linesonpage.
move 0 to linesonpage.
local pagenum.
move 1 to pagenum.
local totallines.
move 0 to totallines.

*> contention capture: a count(*) that normally takes seconds and one
*> night takes twenty minutes has always left us guessing afterwards
*> whether the box was busy or somebody was holding a lock. slowquery
*> in showdb.control (seconds, empty for off) arms a watch on every
*> query the walk sends; when one is still running at the limit, a
*> separate connection to the same server snapshots the process list
*> (everything not sleeping: who, from where, what, for how long) and
*> the InnoDB lock waits (who is blocked by whom, on what) into a
*> dated contention report. Each snapshot is keyed server-querystart,
*> and the same key is added as a last CONTENTION field to the audit
*> line the slow query writes when it finally comes back, so the
*> audit summary can mark it and the report can be searched by it.
*> The snapshot's own connect and queries are audited too, under
*> their own operation names, so they never count as walk runtime.
local slowsecs.
compute slowsecs = slowquery in control * 1.
if slowsecs < 1 then
    move 0 to slowsecs
end-if.
local slowms.
compute slowms = slowsecs * 1000.
local contentionfile.
local contentionbase.
string "showdb_contention_" rundate ".rpt" into contentionbase.
perform profiledName using contentionbase giving contentionfile.
local contentioncount.
move 0 to contentioncount.
*> snapshots still out across all lanes: the job does not wind up
*> while one is, or the audit trail would name a snapshot key the
*> contention report never got.
local snapsactive.
move 0 to snapsactive.
local watchtimer.
move "" to watchtimer.
local watchkey.
move "" to watchkey.
local snapbusy.
move "false" to snapbusy.
local snapconn.
local snapkey.
local snapsql.
local snapqstart.
local snapstart.
local snapage.
local snapprocrows.
local snapprocerr.
local snapserver.
local contentionopen.
move "false" to contentionopen.
local procsql.
string "select ID as pid, USER as puser, HOST as phost, DB as pdb, COMMAND as pcmd, TIME as psecs, STATE as pstate, left(INFO, 300) as pinfo from information_schema.PROCESSLIST where COMMAND <> 'Sleep' order by TIME desc" into procsql.
local lockwaitsql.
string "select waiting_pid as wpid, wait_age_secs as wsecs, locked_table as wtable, locked_type as wtype, waiting_query as wquery, blocking_pid as bpid, blocking_query as bquery from sys.innodb_lock_waits order by wait_age_secs desc" into lockwaitsql.

*> request 004: the order, warehouse, and reporting MySQL boxes used
*> to each need a hand-edited copy of this program. The options record
*> is now one entry of a server list, repeating the same connect /
*> query / report cycle per server into one combined report instead
*> of three one-off jobs.

*> request 007: which schemas show up in the report is now driven by a
*> control record instead of editing the query string every time
*> somebody adds a new system database to ignore.
local filtermode.
local filterlist.
perform loadSchemaFilter using fs giving filtermode, filterlist.

*> planned maintenance: patch nights used to fail the job - the box
*> was down on purpose, the connect failed, the night went PARTIAL and
*> the operator was paged for something the change board approved a
*> week ago. maintenance.control lists windows per server (start and
*> end as YYYYMMDDHHMM, and a reason); a server inside one when its
*> turn comes is not connected to at all and reports PLANNED-SKIP,
*> which counts against neither the job state nor the completion
*> code, and the night-over-night reports say it was not measured
*> instead of calling it missing.
local maintlist.
perform loadMaintenance using fs giving maintlist.

local serverlist.
perform loadServerList using fs giving serverlist.
local servercount.
move length in serverlist to servercount.

*> several servers at once: each server still walks its own databases
*> with one query in flight, but up to "parallel" servers (a new
*> showdb.control entry, 1 to 4) run side by side, each on its own
*> lane. A lane is a context record holding everything that used to
*> be one global set of walk state; every query callback comes back
*> through a lane-numbered wrapper that binds its lane's context into
*> the shared working names, runs the same walk logic as before, and
*> stashes the working names back before the next callback fires.
*> Per-server progress lives on the server-list entry itself -
*> status, last completed database and table, report spool name - and
*> the checkpoint file is now one line per server, so a resumed run
*> starts with exactly the servers and tables the last one never
*> reached, whichever lane they were on.
local si.
local entry.
local spoolbase.
local spoolname.
perform varying si from 1 to servercount
    move serverlist(si) to entry
    move "PENDING" to srvstatus in entry
    move 0 to cpdb in entry
    move 0 to cptab in entry
    move 0 to dbsfound in entry
    move 0 to dbsdone in entry
    move "" to plannedend in entry
    move "" to plannedreason in entry
    string "showdb_server" si ".spool" into spoolbase
    perform profiledName using spoolbase giving spoolname
    move spoolname to spoolfile in entry
    if not resuming
        perform writeFileSync in fs using spoolname ""
    end-if
end-perform.
perform loadCheckpoint using fs, checkpointfile.

local parallellimit.
compute parallellimit = parallel in control * 1.
if parallellimit < 1 then
    move 1 to parallellimit
end-if.
if parallellimit > 4 then
    move 4 to parallellimit
end-if.

local lane.
local ctx.
local ctx1.
move object to ctx1.
local ctx2.
move object to ctx2.
local ctx3.
move object to ctx3.
local ctx4.
move object to ctx4.
local activecount.
move 0 to activecount.
local suspendflag.
move "false" to suspendflag.
local s.
local startk.
local srventry.
local repspool.
local resumedb.
local resumetab.

perform launchLanes.

auditConnect section using options giving connection.
local cstart.
accept cstart from time.
perform createConnection in mysql using options giving connection.
perform auditLog using auditfile, "CONNECT", host in options, cstart, 0, "".

beginQuery section using sql.
move sql to lastsql.
accept laststart from time.
if slowms > 0 then
    perform armWatch
end-if.

auditLog section using auditfile, operation, querytext, startts, rowcount, errcode.
local nowts.
accept nowts from time.
local elapsed.
perform elapsedHundredths using startts, nowts giving elapsed.
local jobuser.
string "SHOWDBS/" user in options "@" host in options into jobuser.
local auditline.
string nowts "|" jobuser "|" operation "|" querytext "|" elapsed "cs|" rowcount " rows|" errcode into auditline.
if operation = "QUERY" then
    perform disarmWatch
    if watchkey not = ""
        string auditline "|CONTENTION " watchkey into auditline
        move "" to watchkey
    end-if
end-if.
perform appendFileSync in fs using auditfile auditline.
perform appendFileSync in fs using auditfile x"0A".

*> review fix: ACCEPT ... FROM TIME returns an HHMMSSss-packed value,
*> not a linear/epoch counter, so a plain "nowts - startts" subtraction
*> gives a wrong (even negative) elapsed time for any query spanning a
*> minute/hour/midnight boundary. Unpack both timestamps into total
*> hundredths-of-a-second since midnight and subtract those, correcting
*> for midnight rollover when the query straddled it.
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

*> batch window: both stamps are HHMM clock values, so "past the
*> deadline" has to respect which side of midnight the run started
*> on - a 2330 start with an 0600 cutoff must not trip at 2331, and
*> an 0200 start with the same cutoff must not wait for tomorrow.
deadlineReached section giving expired.
move "false" to expired.
local nowts.
accept nowts from time.
local nowhhmm.
compute nowhhmm = (nowts - function mod(nowts, 10000)) / 10000.
local dl.
compute dl = deadline * 1.
if dl >= starthhmm then
    if nowhhmm >= dl or nowhhmm < starthhmm
        move "true" to expired
    end-if
else
    if nowhhmm >= dl and nowhhmm < starthhmm
        move "true" to expired
    end-if
end-if.

openReport section using fs, reportfile, rundate, pagenum.
local header.
string "SCHEMA INVENTORY REPORT   RUN DATE: " rundate "   PAGE " pagenum into header.
perform appendFileSync in fs using reportfile header.
perform appendFileSync in fs using reportfile x"0A".

writeReportLine section using fs, reportfile, line.
perform appendFileSync in fs using reportfile line.
perform appendFileSync in fs using reportfile x"0A".
add 1 to totallines.
add 1 to linesonpage.
if linesonpage >= pagesize
    add 1 to pagenum
    move 0 to linesonpage
    perform appendFileSync in fs using reportfile x"0C".
    perform openReport using fs, reportfile, rundate, pagenum
end-if.

writeReportFooter section using fs, reportfile, totallines.
local footer.
string "END OF REPORT   " totallines " LINES WRITTEN" into footer.
perform appendFileSync in fs using reportfile footer.
perform appendFileSync in fs using reportfile x"0A".

*> review fix: the mainline used to fire this dispatch loop and then
*> immediately run deleteCheckpoint/the JSON write/the report footer/
*> stop run right after it - but query() is async (as documented below
*> in runShowDatabases), so none of that work had actually happened
*> yet. The lanes now drive the same sequence: finishJob (or the
*> suspension path) only runs from the point where the last active
*> lane genuinely has nothing left to do, the same way the original
*> single-server baseline only ever called stop run from inside its
*> query callback.
launchLanes section.
move 1 to lane.
move ctx1 to ctx.
perform resetLaneWatch.
perform laneNextServer.
perform stashLane.
if parallellimit >= 2 then
    move 2 to lane
    move ctx2 to ctx
    perform resetLaneWatch
    perform laneNextServer
    perform stashLane
end-if.
if parallellimit >= 3 then
    move 3 to lane
    move ctx3 to ctx
    perform resetLaneWatch
    perform laneNextServer
    perform stashLane
end-if.
if parallellimit >= 4 then
    move 4 to lane
    move ctx4 to ctx
    perform resetLaneWatch
    perform laneNextServer
    perform stashLane
end-if.

*> a lane launched straight after another one would otherwise start
*> with the previous lane's watch in the working names - and clear it.
resetLaneWatch section.
move "" to watchtimer.
move "" to watchkey.
move "false" to snapbusy.

*> every piece of walk state a callback needs to find exactly as its
*> lane left it. The scratch names the walk only uses synchronously
*> (row, trow, tablevals, included, errtype) stay plain globals.
bindLane section.
move s in ctx to s.
move startk in ctx to startk.
move srventry in ctx to srventry.
move repspool in ctx to repspool.
move resumedb in ctx to resumedb.
move resumetab in ctx to resumetab.
move options in ctx to options.
move connection in ctx to connection.
move retrycount in ctx to retrycount.
move tableretrycount in ctx to tableretrycount.
move countretrycount in ctx to countretrycount.
move metaretrycount in ctx to metaretrycount.
move dbrows in ctx to dbrows.
move dbcount in ctx to dbcount.
move k in ctx to k.
move dbname in ctx to dbname.
move tablerows in ctx to tablerows.
move tablecount in ctx to tablecount.
move t in ctx to t.
move tablename in ctx to tablename.
move tablesql in ctx to tablesql.
move countsql in ctx to countsql.
move metasql in ctx to metasql.
move metarows in ctx to metarows.
move structsql in ctx to structsql.
move structretrycount in ctx to structretrycount.
move probei in ctx to probei.
move proberetrycount in ctx to proberetrycount.
move probesql in ctx to probesql.
move watchtimer in ctx to watchtimer.
move watchkey in ctx to watchkey.
move snapbusy in ctx to snapbusy.
move snapconn in ctx to snapconn.
move snapkey in ctx to snapkey.
move snapsql in ctx to snapsql.
move snapqstart in ctx to snapqstart.
move snapstart in ctx to snapstart.
move snapage in ctx to snapage.
move snapprocrows in ctx to snapprocrows.
move snapprocerr in ctx to snapprocerr.
move snapserver in ctx to snapserver.
move snapshotbroken in ctx to snapshotbroken.
move laststart in ctx to laststart.
move lastsql in ctx to lastsql.

stashLane section.
move s to s in ctx.
move startk to startk in ctx.
move srventry to srventry in ctx.
move repspool to repspool in ctx.
move resumedb to resumedb in ctx.
move resumetab to resumetab in ctx.
move options to options in ctx.
move connection to connection in ctx.
move retrycount to retrycount in ctx.
move tableretrycount to tableretrycount in ctx.
move countretrycount to countretrycount in ctx.
move metaretrycount to metaretrycount in ctx.
move dbrows to dbrows in ctx.
move dbcount to dbcount in ctx.
move k to k in ctx.
move dbname to dbname in ctx.
move tablerows to tablerows in ctx.
move tablecount to tablecount in ctx.
move t to t in ctx.
move tablename to tablename in ctx.
move tablesql to tablesql in ctx.
move countsql to countsql in ctx.
move metasql to metasql in ctx.
move metarows to metarows in ctx.
move structsql to structsql in ctx.
move structretrycount to structretrycount in ctx.
move probei to probei in ctx.
move proberetrycount to proberetrycount in ctx.
move probesql to probesql in ctx.
move watchtimer to watchtimer in ctx.
move watchkey to watchkey in ctx.
move snapbusy to snapbusy in ctx.
move snapconn to snapconn in ctx.
move snapkey to snapkey in ctx.
move snapsql to snapsql in ctx.
move snapqstart to snapqstart in ctx.
move snapstart to snapstart in ctx.
move snapage to snapage in ctx.
move snapprocrows to snapprocrows in ctx.
move snapprocerr to snapprocerr in ctx.
move snapserver to snapserver in ctx.
move snapshotbroken to snapshotbroken in ctx.
move laststart to laststart in ctx.
move lastsql to lastsql in ctx.

*> one wrapper per lane per callback shape: the mysql driver hands a
*> callback nothing that says which lane dispatched it, so the lane
*> number is baked into which wrapper was passed to query().
showdbsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform showdbs using err, rows, fields.
perform stashLane.

showdbsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform showdbs using err, rows, fields.
perform stashLane.

showdbsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform showdbs using err, rows, fields.
perform stashLane.

showdbsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform showdbs using err, rows, fields.
perform stashLane.

tableRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform tableRows using err, rows, fields.
perform stashLane.

tableRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform tableRows using err, rows, fields.
perform stashLane.

tableRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform tableRows using err, rows, fields.
perform stashLane.

tableRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform tableRows using err, rows, fields.
perform stashLane.

metaRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform metaRows using err, rows, fields.
perform stashLane.

metaRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform metaRows using err, rows, fields.
perform stashLane.

metaRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform metaRows using err, rows, fields.
perform stashLane.

metaRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform metaRows using err, rows, fields.
perform stashLane.

structRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform structRows using err, rows, fields.
perform stashLane.

structRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform structRows using err, rows, fields.
perform stashLane.

structRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform structRows using err, rows, fields.
perform stashLane.

structRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform structRows using err, rows, fields.
perform stashLane.

countRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform countRows using err, rows, fields.
perform stashLane.

countRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform countRows using err, rows, fields.
perform stashLane.

countRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform countRows using err, rows, fields.
perform stashLane.

countRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform countRows using err, rows, fields.
perform stashLane.

probeRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform probeRows using err, rows, fields.
perform stashLane.

probeRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform probeRows using err, rows, fields.
perform stashLane.

probeRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform probeRows using err, rows, fields.
perform stashLane.

probeRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform probeRows using err, rows, fields.
perform stashLane.

watchFiredL1 section.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform watchFired.
perform stashLane.

watchFiredL2 section.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform watchFired.
perform stashLane.

watchFiredL3 section.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform watchFired.
perform stashLane.

watchFiredL4 section.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform watchFired.
perform stashLane.

snapProcRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform snapProcRows using err, rows, fields.
perform stashLane.

snapProcRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform snapProcRows using err, rows, fields.
perform stashLane.

snapProcRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform snapProcRows using err, rows, fields.
perform stashLane.

snapProcRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform snapProcRows using err, rows, fields.
perform stashLane.

snapLockRowsL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform snapLockRows using err, rows, fields.
perform stashLane.

snapLockRowsL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform snapLockRows using err, rows, fields.
perform stashLane.

snapLockRowsL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform snapLockRows using err, rows, fields.
perform stashLane.

snapLockRowsL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform snapLockRows using err, rows, fields.
perform stashLane.

ignoreResultL1 section using err, rows, fields.
move 1 to lane.
move ctx1 to ctx.
perform bindLane.
perform ignoreResult using err, rows, fields.
perform stashLane.

ignoreResultL2 section using err, rows, fields.
move 2 to lane.
move ctx2 to ctx.
perform bindLane.
perform ignoreResult using err, rows, fields.
perform stashLane.

ignoreResultL3 section using err, rows, fields.
move 3 to lane.
move ctx3 to ctx.
perform bindLane.
perform ignoreResult using err, rows, fields.
perform stashLane.

ignoreResultL4 section using err, rows, fields.
move 4 to lane.
move ctx4 to ctx.
perform bindLane.
perform ignoreResult using err, rows, fields.
perform stashLane.

dispatchShowDbs section.
if lane = 1 perform query in connection using "show databases" showdbsL1 end-if.
if lane = 2 perform query in connection using "show databases" showdbsL2 end-if.
if lane = 3 perform query in connection using "show databases" showdbsL3 end-if.
if lane = 4 perform query in connection using "show databases" showdbsL4 end-if.

dispatchShowTables section.
if lane = 1 perform query in connection using tablesql tableRowsL1 end-if.
if lane = 2 perform query in connection using tablesql tableRowsL2 end-if.
if lane = 3 perform query in connection using tablesql tableRowsL3 end-if.
if lane = 4 perform query in connection using tablesql tableRowsL4 end-if.

dispatchMeta section.
if lane = 1 perform query in connection using metasql metaRowsL1 end-if.
if lane = 2 perform query in connection using metasql metaRowsL2 end-if.
if lane = 3 perform query in connection using metasql metaRowsL3 end-if.
if lane = 4 perform query in connection using metasql metaRowsL4 end-if.

dispatchStruct section.
if lane = 1 perform query in connection using structsql structRowsL1 end-if.
if lane = 2 perform query in connection using structsql structRowsL2 end-if.
if lane = 3 perform query in connection using structsql structRowsL3 end-if.
if lane = 4 perform query in connection using structsql structRowsL4 end-if.

dispatchCount section.
if lane = 1 perform query in connection using countsql countRowsL1 end-if.
if lane = 2 perform query in connection using countsql countRowsL2 end-if.
if lane = 3 perform query in connection using countsql countRowsL3 end-if.
if lane = 4 perform query in connection using countsql countRowsL4 end-if.

dispatchProbe section.
if lane = 1 perform query in connection using probesql probeRowsL1 end-if.
if lane = 2 perform query in connection using probesql probeRowsL2 end-if.
if lane = 3 perform query in connection using probesql probeRowsL3 end-if.
if lane = 4 perform query in connection using probesql probeRowsL4 end-if.

dispatchWatch section.
if lane = 1 perform setTimeout in global using watchFiredL1 slowms giving watchtimer end-if.
if lane = 2 perform setTimeout in global using watchFiredL2 slowms giving watchtimer end-if.
if lane = 3 perform setTimeout in global using watchFiredL3 slowms giving watchtimer end-if.
if lane = 4 perform setTimeout in global using watchFiredL4 slowms giving watchtimer end-if.

dispatchSnapProc section.
if lane = 1 perform query in snapconn using procsql snapProcRowsL1 end-if.
if lane = 2 perform query in snapconn using procsql snapProcRowsL2 end-if.
if lane = 3 perform query in snapconn using procsql snapProcRowsL3 end-if.
if lane = 4 perform query in snapconn using procsql snapProcRowsL4 end-if.

dispatchSnapLocks section.
if lane = 1 perform query in snapconn using lockwaitsql snapLockRowsL1 end-if.
if lane = 2 perform query in snapconn using lockwaitsql snapLockRowsL2 end-if.
if lane = 3 perform query in snapconn using lockwaitsql snapLockRowsL3 end-if.
if lane = 4 perform query in snapconn using lockwaitsql snapLockRowsL4 end-if.

dispatchSnapshotCtl section using ctlsql.
if lane = 1 perform query in connection using ctlsql ignoreResultL1 end-if.
if lane = 2 perform query in connection using ctlsql ignoreResultL2 end-if.
if lane = 3 perform query in connection using ctlsql ignoreResultL3 end-if.
if lane = 4 perform query in connection using ctlsql ignoreResultL4 end-if.

*> a lane asks for its next server here, both at launch and every
*> time it finishes one. First PENDING entry in server-list order
*> wins, which is what keeps the combined outputs stable; once the
*> window has closed no lane takes new work.
laneNextServer section.
local picked.
move 0 to picked.
local inwindow.
local windowend.
local windowreason.
if suspendflag = "false" then
    local i2.
    local e2.
    perform varying i2 from 1 to servercount
        if picked = 0
            move serverlist(i2) to e2
            if srvstatus in e2 = "PENDING"
                perform findMaintenance using name in e2 giving inwindow, windowend, windowreason
                if inwindow = "true"
                    perform plannedSkip using e2, windowend, windowreason
                else
                    move 1 to picked
                    move i2 to s
                    move e2 to srventry
                    move "ACTIVE" to srvstatus in e2
                    add 1 to activecount
                end-if
            end-if
        end-if
    end-perform
end-if.
if picked = 1 then
    move serverlist(s) to options
    move 0 to retrycount
    move cpdb in srventry to resumedb
    move cptab in srventry to resumetab
    if resumetab > 0 then
        move resumedb to startk
    else
        compute startk = resumedb + 1
    end-if
    move spoolfile in srventry to repspool
    if resumedb = 0 and resumetab = 0 then
        *> no checkpointed progress on this server means everything in
        *> its spool is from an attempt that will be walked again in
        *> full - start the spool over so the assembled report does not
        *> show a second header or re-spooled lines.
        perform writeFileSync in fs using repspool ""
        if outputformat = "DISPLAY"
            local serverheader.
            string "SERVER: " name in options " (" host in options ")" into serverheader
            perform writeSpoolLine using serverheader
        end-if
    end-if
    perform runShowDatabases
else
    perform laneWind
end-if.

*> planned maintenance: the server is left alone for the night - no
*> connect attempt, nothing retried - and its report spool says why,
*> so the assembled inventory shows the gap as planned rather than
*> as a server that silently vanished.
plannedSkip section using e2, windowend, windowreason.
move "PLANNED-SKIP" to srvstatus in e2.
move windowend to plannedend in e2.
move windowreason to plannedreason in e2.
display "server " name in e2 " in planned maintenance until " windowend " (" windowreason "), not connected tonight".
local pspool.
move spoolfile in e2 to pspool.
perform writeFileSync in fs using pspool "".
if outputformat = "DISPLAY" then
    local pline.
    string "SERVER: " name in e2 " (" host in e2 ")" into pline
    perform appendFileSync in fs using pspool pline
    perform appendFileSync in fs using pspool x"0A"
    string "PLANNED MAINTENANCE UNTIL " windowend " (" windowreason ") - NOT MEASURED TONIGHT" into pline
    perform appendFileSync in fs using pspool pline
    perform appendFileSync in fs using pspool x"0A"
end-if.

laneWind section.
if activecount = 0 and snapsactive = 0 then
    if suspendflag = "true" then
        perform suspendRun
    else
        perform finishJob
    end-if
end-if.

*> common tail for a lane that hit the window close: the position was
*> already written onto the server entry by the caller, the entry is
*> still short of DONE, so the checkpoint carries it as PENDING for
*> the next night.
laneSuspend section.
move "true" to suspendflag.
perform end in connection.
compute activecount = activecount - 1.
perform saveCheckpointAll.
perform laneWind.

serverDone section.
*> review fix: nothing in this file ever closed a connection, so every
*> reconnect and every server in the list leaked an open MySQL socket
*> for the life of the process.
perform end in connection.
compute activecount = activecount - 1.
perform saveCheckpointAll.
perform laneNextServer.

writeSpoolLine section using sline.
perform appendFileSync in fs using repspool sline.
perform appendFileSync in fs using repspool x"0A".

finishJob section.
perform deleteCheckpoint using fs, checkpointfile.
local invrecords.
perform loadInventorySpool using fs, invspoolfile giving invrecords.
local caplist.
local srvcaplist.
perform buildCapacity using invrecords giving caplist, srvcaplist.
if outputformat = "JSON" then
    perform writeJsonFromRecords using fs, invrecords
end-if.
if outputformat = "CSV" then
    perform writeCsvFromRecords using fs, invrecords
end-if.
if outputformat = "DISPLAY" then
    perform assembleReport
    perform writeCapacitySection using fs, caplist, srvcaplist
    perform writeReportFooter using fs, reportfile, totallines
end-if.
perform writeCapacityCsv using fs, caplist, srvcaplist.
perform appendCapacityHistory using fs, caplist, srvcaplist.
perform writeForecastReport using fs.
perform writeAutoIncReport using fs.
perform writeRunHistory using fs, invrecords.
perform writeStructureHistory using fs.
perform writeAgingReport using fs, invrecords.
perform writeExceptionsReport using fs, "true".
perform writeReconReport using fs, invrecords.
perform closeContentionReport using "END OF CONTENTION REPORT   ".
perform writeJobStatus.
stop run.

*> batch window: the checkpoint is already on disk by the time this
*> runs, so the shutdown mirrors finishJob minus everything that only
*> makes sense for a complete night - no history snapshot, no delta,
*> no reconciliation - those wait for the resumed run to finish the
*> estate. The report is closed with its own footer so the 06:00
*> operator can tell a suspension from a crash at a glance.
suspendRun section.
display "batch window deadline " deadline " reached, run suspended".
local invrecords.
perform loadInventorySpool using fs, invspoolfile giving invrecords.
if outputformat = "JSON" then
    perform writeJsonFromRecords using fs, invrecords
end-if.
if outputformat = "CSV" then
    perform writeCsvFromRecords using fs, invrecords
end-if.
if outputformat = "DISPLAY" then
    perform assembleReport
    local suspendfooter.
    string "RUN SUSPENDED AT WINDOW CLOSE   " totallines " LINES WRITTEN SO FAR" into suspendfooter
    perform appendFileSync in fs using reportfile suspendfooter
    perform appendFileSync in fs using reportfile x"0A"
end-if.
perform writeExceptionsReport using fs, "false".
perform closeContentionReport using "RUN SUSPENDED AT WINDOW CLOSE   ".
perform writeJobStatus.
stop run.

*> job status: one key=value line per server and a final job line.
*> The completion code rides out through the process exit status -
*> stop run honors whatever exit code was set - so the scheduler can
*> tell a clean night (0) from a partial one (4, some servers short
*> or the window closed) and a failed one (8, nothing completed).
*> A planned skip is neither: it carries its window end and reason
*> on its status line and is left out of the job state.
writeJobStatus section.
local stext.
move "" to stext.
local i2.
local e2.
local st2.
local done.
move 0 to done.
local bad.
move 0 to bad.
perform varying i2 from 1 to servercount
    move serverlist(i2) to e2
    move srvstatus in e2 to st2
    if st2 = "DONE"
        add 1 to done
        move "COMPLETED" to st2
    else
        if st2 not = "PLANNED-SKIP"
            add 1 to bad
        end-if
        if st2 = "PENDING" or st2 = "ACTIVE"
            move "SUSPENDED" to st2
        end-if
    end-if
    string stext "server=" name in e2 ";status=" st2 ";found=" dbsfound in e2 ";processed=" dbsdone in e2 into stext
    if st2 = "PLANNED-SKIP"
        string stext ";until=" plannedend in e2 ";reason=" plannedreason in e2 into stext
    end-if
    string stext x"0A" into stext
end-perform.
local jobstate.
local jobrc.
if bad = 0 then
    move "COMPLETE" to jobstate
    move 0 to jobrc
else
    if done = 0 then
        move "FAILED" to jobstate
        move 8 to jobrc
    else
        move "PARTIAL" to jobstate
        move 4 to jobrc
    end-if
end-if.
string stext "job=" jobstate ";rc=" jobrc x"0A" into stext.
perform writeFileSync in fs using statusfile stext.
move jobrc to exitCode in nodeproc.
display "job " jobstate " rc " jobrc.

*> one checkpoint line per server: index, status, last completed
*> database, last completed table. The table position is 0 at a
*> database boundary (databases 1..cpdb done, resume at cpdb+1) and
*> non-zero when the window closed mid-database (database cpdb in
*> progress, tables 1..cptab done, resume at table cptab+1). A lane
*> still holding a server is written out as PENDING so a crash or a
*> suspension hands it to the next run either way; DONE servers stay
*> DONE so the resumed run starts with the ones it never reached.
loadCheckpoint section using fs, checkpointfile.
local hascheckpoint.
perform existsSync in fs using checkpointfile giving hascheckpoint.
if hascheckpoint then
    local cptext.
    perform readFileSync in fs using checkpointfile "utf8" giving cptext
    local cplines.
    perform split in cptext using "\n" giving cplines
    local n.
    move length in cplines to n.
    local i2.
    local cpline.
    local cpidx.
    local cpst.
    local cpdbv.
    local cptabv.
    local cpfound.
    local cpdone.
    local e2.
    perform varying i2 from 1 to n
        move cplines(i2) to cpline
        if cpline not = ""
            unstring cpline delimited by "," into cpidx, cpst, cpdbv, cptabv, cpfound, cpdone
            compute cpidx = cpidx * 1
            if cpidx >= 1 and cpidx <= servercount
                move serverlist(cpidx) to e2
                if cpst = "DONE"
                    move "DONE" to srvstatus in e2
                else
                    move "PENDING" to srvstatus in e2
                end-if
                compute cpdbv = cpdbv * 1
                move cpdbv to cpdb in e2
                compute cptabv = cptabv * 1
                move cptabv to cptab in e2
                compute cpfound = cpfound * 1
                move cpfound to dbsfound in e2
                compute cpdone = cpdone * 1
                move cpdone to dbsdone in e2
            end-if
        end-if
    end-perform
    display "resuming from checkpoint"
end-if.

saveCheckpointAll section.
local cptext.
move "" to cptext.
local i2.
local e2.
local st2.
perform varying i2 from 1 to servercount
    move serverlist(i2) to e2
    move srvstatus in e2 to st2
    if st2 = "ACTIVE"
        move "PENDING" to st2
    end-if
    string cptext i2 "," st2 "," cpdb in e2 "," cptab in e2 "," dbsfound in e2 "," dbsdone in e2 x"0A" into cptext
end-perform.
perform writeFileSync in fs using checkpointfile cptext.

deleteCheckpoint section using fs, checkpointfile.
local hascheckpoint.
perform existsSync in fs using checkpointfile giving hascheckpoint.
if hascheckpoint then
    perform unlinkSync in fs using checkpointfile
end-if.

*> history/delta: the working spool is the one place tonight's counts
*> are guaranteed to exist whatever the report format was, so the
*> history snapshot and the comparison both read it back from there.
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
    local tagev.
    local tlastwv.
    local junk.
    local rec.
    perform varying i from 1 to n
        move invlines(i) to invline
        if invline not = ""
            string invline ",,,,,,," into invlinex
            unstring invlinex delimited by "," into sname, dname, tname, tcount, tenginev, tformatv, tdatav, tindexv, tmethodv, tagev, tlastwv, junk
            if tdatav = ""
                move 0 to tdatav
            end-if
            if tindexv = ""
                move 0 to tindexv
            end-if
            if tmethodv = ""
                move "EXACT" to tmethodv
            end-if
            if tagev = ""
                compute tagev = 0 - 1
            end-if
            compute tcount = tcount * 1
            compute tdatav = tdatav * 1
            compute tindexv = tindexv * 1
            compute tagev = tagev * 1
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
            move tagev to agedays in rec
            move tlastwv to lastwrite in rec
            perform append in invrecords using rec
        end-if
    end-perform
end-if.

*> a server skipped tonight contributed no spool records, and diffing
*> the full previous snapshot against a partial night would report its
*> every database as dropped - and, once the pointer moved on, as new
*> again the night after, losing the trend across the gap. So the
*> comparison only covers servers that completed tonight, and the
*> history snapshot carries the previous snapshot's rows forward for
*> the servers that did not report, keeping the pointer file complete.
buildDoneNames section giving donenames.
move table to donenames.
local i2.
local e2.
perform varying i2 from 1 to servercount
    move serverlist(i2) to e2
    if srvstatus in e2 = "DONE"
        perform append in donenames using name in e2
    end-if
end-perform.

filterByServers section using recs, keepnames, keep giving outrecs.
move table to outrecs.
local n.
move length in recs to n.
local i.
local rec.
local found.
perform varying i from 1 to n
    move recs(i) to rec
    perform containsValue using keepnames, server in rec giving found
    if found = keep
        perform append in outrecs using rec
    end-if
end-perform.

writeRunHistory section using fs, invrecords.
local historyfile.
local historybase.
string "showdb_history_" rundate ".csv" into historybase.
perform profiledName using historybase giving historyfile.
local donenames.
perform buildDoneNames giving donenames.
local haspointer.
perform existsSync in fs using historypointer giving haspointer.
local prevfile.
move "" to prevfile.
if haspointer then
    perform readFileSync in fs using historypointer "utf8" giving prevfile
end-if.
local hasprev.
move 0 to hasprev.
if prevfile not = "" then
    perform existsSync in fs using prevfile giving hasprev
end-if.
local prevrecords.
move table to prevrecords.
if hasprev then
    perform loadHistoryFile using fs, prevfile giving prevrecords
end-if.
local currecs.
perform filterByServers using invrecords, donenames, "true" giving currecs.
local prevrecs.
perform filterByServers using prevrecords, donenames, "true" giving prevrecs.
*> the comparison has to run before tonight's snapshot is written:
*> on a same-date rerun the pointer names tonight's own file, and
*> writing first would make the job diff tonight against itself.
perform writeDeltaReport using fs, currecs, prevrecs, hasprev, prevfile.
local carryrecs.
perform filterByServers using prevrecords, donenames, "false" giving carryrecs.
perform writeFileSync in fs using historyfile "server,database,table,rowcount,count_method".
perform appendFileSync in fs using historyfile x"0A".
local n.
move length in currecs to n.
local i.
local rec.
local histline.
perform varying i from 1 to n
    move currecs(i) to rec
    string server in rec "," database in rec "," table in rec "," rowcount in rec "," countmethod in rec into histline
    perform appendFileSync in fs using historyfile histline
    perform appendFileSync in fs using historyfile x"0A"
end-perform.
move length in carryrecs to n.
perform varying i from 1 to n
    move carryrecs(i) to rec
    string server in rec "," database in rec "," table in rec "," rowcount in rec "," countmethod in rec into histline
    perform appendFileSync in fs using historyfile histline
    perform appendFileSync in fs using historyfile x"0A"
end-perform.
perform writeFileSync in fs using historypointer historyfile.

loadHistoryFile section using fs, historyfile giving histrecords.
move table to histrecords.
local htext.
perform readFileSync in fs using historyfile "utf8" giving htext.
local hlines.
perform split in htext using "\n" giving hlines.
local n.
move length in hlines to n.
local i.
local hline.
local sname.
local dname.
local tname.
local tcount.
local tmethodv.
local hlinex.
local junk.
local rec.
perform varying i from 1 to n
    move hlines(i) to hline
    if hline not = "" and hline not = "server,database,table,rowcount" and hline not = "server,database,table,rowcount,count_method"
        string hline ",," into hlinex
        unstring hlinex delimited by "," into sname, dname, tname, tcount, tmethodv, junk
        if tmethodv = ""
            move "EXACT" to tmethodv
        end-if
        move object to rec
        move sname to server in rec
        move dname to database in rec
        move tname to table in rec
        move tcount to rowcount in rec
        move tmethodv to countmethod in rec
        perform append in histrecords using rec
    end-if
end-perform.

*> history/delta: server|database keys, one per distinct database seen
*> in a snapshot, so appeared/disappeared databases can be told apart
*> from appeared/disappeared tables inside a database both sides know.
buildDbKeys section using recs giving dbkeys.
move table to dbkeys.
local n.
move length in recs to n.
local i.
local rec.
local dbkey.
local already.
perform varying i from 1 to n
    move recs(i) to rec
    string server in rec "|" database in rec into dbkey
    perform containsValue using dbkeys, dbkey giving already
    if already = "false"
        perform append in dbkeys using dbkey
    end-if
end-perform.

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

findHistCount section using recs, skey, dkey, tkey giving foundflag, oldcount, oldmethod.
move "false" to foundflag.
move 0 to oldcount.
move "EXACT" to oldmethod.
local n.
move length in recs to n.
local i.
local rec.
perform varying i from 1 to n
    move recs(i) to rec
    if server in rec = skey and database in rec = dkey and table in rec = tkey
        move "true" to foundflag
        move rowcount in rec to oldcount
        move countmethod in rec to oldmethod
    end-if
end-perform.
if not oldmethod then
    move "EXACT" to oldmethod
end-if.

*> history/delta: percent change to one decimal, done with the same
*> mod arithmetic the elapsed-time unpack uses, because the runtime
*> would otherwise print the raw floating quotient to 15 places.
*> 0 -> N on a table both snapshots know has no finite percent; the
*> marker is deliberately not "NEW", which this report reserves for
*> tables that were not in the previous snapshot at all.
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

writeDeltaLine section using fs, dline.
perform appendFileSync in fs using deltafile dline.
perform appendFileSync in fs using deltafile x"0A".
add 1 to deltalines.

writeDeltaReport section using fs, invrecords, prevrecords, hasprev, prevfile.
local deltaheader.
string "INVENTORY DELTA REPORT   RUN DATE: " rundate into deltaheader.
perform writeFileSync in fs using deltafile deltaheader.
perform appendFileSync in fs using deltafile x"0A".
move 0 to deltalines.
local si2.
local e3.
local skipline.
perform varying si2 from 1 to servercount
    move serverlist(si2) to e3
    if srvstatus in e3 = "PLANNED-SKIP"
        perform plannedNote using e3, "COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" giving skipline
        perform writeDeltaLine using fs, skipline
    else
        if srvstatus in e3 not = "DONE"
            string "SERVER " name in e3 " DID NOT REPORT TONIGHT - COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" into skipline
            perform writeDeltaLine using fs, skipline
        end-if
    end-if
end-perform.
local skippedlines.
move deltalines to skippedlines.
if hasprev then
    local compareline.
    string "COMPARED AGAINST: " prevfile into compareline
    perform writeDeltaLine using fs, compareline
    local curdbs.
    perform buildDbKeys using invrecords giving curdbs
    local prevdbs.
    perform buildDbKeys using prevrecords giving prevdbs
    local n.
    local i.
    local dbkey.
    local already.
    local skey.
    local dkey.
    local dline.
    move length in curdbs to n
    perform varying i from 1 to n
        move curdbs(i) to dbkey
        perform containsValue using prevdbs, dbkey giving already
        if already = "false"
            unstring dbkey delimited by "|" into skey, dkey
            string "NEW DATABASE      " skey "  " dkey into dline
            perform writeDeltaLine using fs, dline
        end-if
    end-perform
    move length in prevdbs to n
    perform varying i from 1 to n
        move prevdbs(i) to dbkey
        perform containsValue using curdbs, dbkey giving already
        if already = "false"
            unstring dbkey delimited by "|" into skey, dkey
            string "DROPPED DATABASE  " skey "  " dkey into dline
            perform writeDeltaLine using fs, dline
        end-if
    end-perform
    local rec.
    local foundflag.
    local oldcount.
    local oldmethod.
    local diff.
    local absdiff.
    local estinvolved.
    local pcttext.
    move length in invrecords to n
    perform varying i from 1 to n
        move invrecords(i) to rec
        perform findHistCount using prevrecords, server in rec, database in rec, table in rec giving foundflag, oldcount, oldmethod
        if foundflag = "true"
            compute diff = rowcount in rec - oldcount
            *> estimated counts drift a little every night by nature;
            *> below the tolerance that is jitter, not a change worth
            *> a report line.
            move "false" to estinvolved
            if countmethod in rec = "ESTIMATED" or oldmethod = "ESTIMATED"
                move "true" to estinvolved
            end-if
            move diff to absdiff
            if absdiff < 0
                compute absdiff = 0 - absdiff
            end-if
            if estinvolved = "true" and oldcount > 0 and absdiff * 100 <= oldcount * esttolerancepct
                move 0 to diff
            end-if
            if diff not = 0
                perform pctChange using oldcount, rowcount in rec giving pcttext
                string "ROWS CHANGED      " server in rec "  " database in rec "." table in rec "  " oldcount " -> " rowcount in rec "  " diff "  " pcttext into dline
                if estinvolved = "true"
                    string dline "  (ESTIMATED)" into dline
                end-if
                perform writeDeltaLine using fs, dline
            end-if
        else
            string server in rec "|" database in rec into dbkey
            perform containsValue using prevdbs, dbkey giving already
            if already = "true"
                string "NEW TABLE         " server in rec "  " database in rec "." table in rec "  " rowcount in rec " rows" into dline
                perform writeDeltaLine using fs, dline
            end-if
        end-if
    end-perform
    move length in prevrecords to n
    perform varying i from 1 to n
        move prevrecords(i) to rec
        perform findHistCount using invrecords, server in rec, database in rec, table in rec giving foundflag, oldcount, oldmethod
        if foundflag = "false"
            string server in rec "|" database in rec into dbkey
            perform containsValue using curdbs, dbkey giving already
            if already = "true"
                string "DROPPED TABLE     " server in rec "  " database in rec "." table in rec "  had " rowcount in rec " rows" into dline
                perform writeDeltaLine using fs, dline
            end-if
        end-if
    end-perform
    local baselines.
    compute baselines = skippedlines + 1
    if deltalines = baselines
        perform writeDeltaLine using fs, "NO CHANGES SINCE PREVIOUS RUN"
    end-if
else
    perform writeDeltaLine using fs, "NO PRIOR HISTORY ON FILE - NOTHING TO COMPARE"
end-if.
local deltafooter.
string "END OF DELTA REPORT   " deltalines " LINES WRITTEN" into deltafooter.
perform appendFileSync in fs using deltafile deltafooter.
perform appendFileSync in fs using deltafile x"0A".

*> structure/drift: the structure spool and snapshot carry the same
*> pipe-delimited shape end to end - server, database, table, kind
*> (COLUMN or INDEX), item (column or index name), seq, detail (type
*> and nullability, or indexed column and uniqueness).
loadStructSpool section using fs, sfile giving strecords.
move table to strecords.
local hasspool.
perform existsSync in fs using sfile giving hasspool.
if hasspool then
    local stext.
    perform readFileSync in fs using sfile "utf8" giving stext
    local slines.
    perform split in stext using "\n" giving slines
    local n.
    move length in slines to n.
    local i.
    local sline.
    local sname.
    local dname.
    local tname.
    local kindv.
    local itemv.
    local seqv.
    local detailv.
    local rec.
    perform varying i from 1 to n
        move slines(i) to sline
        if sline not = "" and sline not = "server|database|table|kind|item|seq|detail"
            unstring sline delimited by "|" into sname, dname, tname, kindv, itemv, seqv, detailv
            move object to rec
            move sname to server in rec
            move dname to database in rec
            move tname to table in rec
            move kindv to kind in rec
            move itemv to item in rec
            move seqv to seq in rec
            move detailv to detail in rec
            perform append in strecords using rec
        end-if
    end-perform
end-if.

structHasTable section using recs, skeyv, dkeyv, tkeyv giving found.
move "false" to found.
local n.
move length in recs to n.
local i.
local rec.
perform varying i from 1 to n
    move recs(i) to rec
    if server in rec = skeyv and database in rec = dkeyv and table in rec = tkeyv
        move "true" to found
    end-if
end-perform.

findStructDetail section using recs, skeyv, dkeyv, tkeyv, kindv, itemv, seqv giving foundflag, detailv.
move "false" to foundflag.
move "" to detailv.
local n.
move length in recs to n.
local i.
local rec.
perform varying i from 1 to n
    move recs(i) to rec
    if server in rec = skeyv and database in rec = dkeyv and table in rec = tkeyv and kind in rec = kindv and item in rec = itemv and seq in rec = seqv
        move "true" to foundflag
        move detail in rec to detailv
    end-if
end-perform.

writeStructLine section using fs, sline.
perform appendFileSync in fs using structreportfile sline.
perform appendFileSync in fs using structreportfile x"0A".
add 1 to structlines.

*> structure/drift: same shape as the row-count history - the report
*> runs before tonight's snapshot is written so a same-date rerun
*> doesn't diff tonight against itself, only servers that reported
*> take part in either comparison, and the snapshot carries the
*> previous run's rows forward for the servers that did not report.
writeStructureHistory section using fs.
local strecords.
perform loadStructSpool using fs, structspoolfile giving strecords.
local donenames.
perform buildDoneNames giving donenames.
local haspointer.
perform existsSync in fs using structpointer giving haspointer.
local prevfile.
move "" to prevfile.
if haspointer then
    perform readFileSync in fs using structpointer "utf8" giving prevfile
end-if.
local hasprev.
move 0 to hasprev.
if prevfile not = "" then
    perform existsSync in fs using prevfile giving hasprev
end-if.
local prevrecords.
move table to prevrecords.
if hasprev then
    perform loadStructSpool using fs, prevfile giving prevrecords
end-if.
local currecs.
perform filterByServers using strecords, donenames, "true" giving currecs.
local prevrecs.
perform filterByServers using prevrecords, donenames, "true" giving prevrecs.
perform writeStructReport using fs, currecs, prevrecs, hasprev, prevfile.
local carryrecs.
perform filterByServers using prevrecords, donenames, "false" giving carryrecs.
local snapfile.
local snapbase.
string "showdb_structure_" rundate ".csv" into snapbase.
perform profiledName using snapbase giving snapfile.
perform writeFileSync in fs using snapfile "server|database|table|kind|item|seq|detail".
perform appendFileSync in fs using snapfile x"0A".
local n.
move length in currecs to n.
local i.
local rec.
local snapline.
perform varying i from 1 to n
    move currecs(i) to rec
    string server in rec "|" database in rec "|" table in rec "|" kind in rec "|" item in rec "|" seq in rec "|" detail in rec into snapline
    perform appendFileSync in fs using snapfile snapline
    perform appendFileSync in fs using snapfile x"0A"
end-perform.
move length in carryrecs to n.
perform varying i from 1 to n
    move carryrecs(i) to rec
    string server in rec "|" database in rec "|" table in rec "|" kind in rec "|" item in rec "|" seq in rec "|" detail in rec into snapline
    perform appendFileSync in fs using snapfile snapline
    perform appendFileSync in fs using snapfile x"0A"
end-perform.
perform writeFileSync in fs using structpointer snapfile.

*> structure/drift: cross-server differences first (same run, matched
*> by database.table like the row-count reconciliation, restricted to
*> servers that actually carry the table - a wholly missing table is
*> the recon report's finding, not a structure one), then changes
*> since the previous snapshot per server. A table with no previous
*> structure at all collapses to one NEW OBJECT line instead of a
*> line per column, and likewise for dropped objects, so a deploy
*> creating a table doesn't bury the one altered column that matters.
writeStructReport section using fs, currecs, prevrecs, hasprev, prevfile.
local sheader.
string "STRUCTURE DRIFT REPORT   RUN DATE: " rundate into sheader.
perform writeFileSync in fs using structreportfile sheader.
perform appendFileSync in fs using structreportfile x"0A".
move 0 to structlines.
local si2.
local e3.
local skipline.
perform varying si2 from 1 to servercount
    move serverlist(si2) to e3
    if srvstatus in e3 = "PLANNED-SKIP"
        perform plannedNote using e3, "COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" giving skipline
        perform writeStructLine using fs, skipline
    else
        if srvstatus in e3 not = "DONE"
            string "SERVER " name in e3 " DID NOT REPORT TONIGHT - COMPARISON SKIPPED, PREVIOUS SNAPSHOT CARRIED FORWARD" into skipline
            perform writeStructLine using fs, skipline
        end-if
    end-if
end-perform.
perform writeStructLine using fs, "CROSS-SERVER STRUCTURE DIFFERENCES".
local xlines.
move structlines to xlines.
local snames.
move table to snames.
local n.
move length in currecs to n.
local i.
local rec.
local already.
perform varying i from 1 to n
    move currecs(i) to rec
    perform containsValue using snames, server in rec giving already
    if already = "false"
        perform append in snames using server in rec
    end-if
end-perform.
local scount.
move length in snames to scount.
if scount < 2 then
    perform writeStructLine using fs, "    FEWER THAN TWO SERVERS REPORTED - NOTHING TO COMPARE"
else
    local ikeys.
    move table to ikeys
    local ikey.
    perform varying i from 1 to n
        move currecs(i) to rec
        string database in rec "|" table in rec "|" kind in rec "|" item in rec "|" seq in rec "|" detail in rec into ikey
        perform containsValue using ikeys, ikey giving already
        if already = "false"
            perform append in ikeys using ikey
        end-if
    end-perform
    local ikn.
    move length in ikeys to ikn
    local dn.
    local tn.
    local kindv.
    local itemv.
    local seqv.
    local detailv.
    local j.
    local sj.
    local hastable.
    local foundflag.
    local dval.
    local firstset.
    local firstdetail.
    local mismatch.
    local rline.
    local donekeys.
    move table to donekeys
    local donekey.
    perform varying i from 1 to ikn
        move ikeys(i) to ikey
        unstring ikey delimited by "|" into dn, tn, kindv, itemv, seqv, detailv
        string dn "|" tn "|" kindv "|" itemv "|" seqv into donekey
        perform containsValue using donekeys, donekey giving already
        if already = "false"
            perform append in donekeys using donekey
            move 0 to firstset
            move "false" to mismatch
            string "    " dn "." tn "  " kindv " " itemv " #" seqv into rline
            perform varying j from 1 to scount
                move snames(j) to sj
                perform structHasTable using currecs, sj, dn, tn giving hastable
                if hastable = "true"
                    perform findStructDetail using currecs, sj, dn, tn, kindv, itemv, seqv giving foundflag, dval
                    if foundflag = "true"
                        if firstset = 0
                            move 1 to firstset
                            move dval to firstdetail
                        else
                            if dval not = firstdetail
                                move "true" to mismatch
                            end-if
                        end-if
                        string rline "  " sj "=" dval into rline
                    else
                        move "true" to mismatch
                        string rline "  " sj "=MISSING" into rline
                    end-if
                end-if
            end-perform
            if mismatch = "true"
                perform writeStructLine using fs, rline
            end-if
        end-if
    end-perform
    if structlines = xlines
        perform writeStructLine using fs, "    NO STRUCTURE DIFFERENCES BETWEEN SERVERS"
    end-if
end-if.
perform writeStructLine using fs, "CHANGES SINCE PREVIOUS SNAPSHOT".
if hasprev then
    local compareline.
    string "COMPARED AGAINST: " prevfile into compareline
    perform writeStructLine using fs, compareline
    local basecount.
    move structlines to basecount
    local pn.
    move length in prevrecs to pn
    local prec.
    local newflags.
    move table to newflags
    local objkey.
    perform varying i from 1 to n
        move currecs(i) to rec
        perform structHasTable using prevrecs, server in rec, database in rec, table in rec giving hastable
        if hastable = "true"
            perform findStructDetail using prevrecs, server in rec, database in rec, table in rec, kind in rec, item in rec, seq in rec giving foundflag, dval
            if foundflag = "true"
                if dval not = detail in rec
                    string "STRUCTURE CHANGED  " server in rec "  " database in rec "." table in rec "  " kind in rec " " item in rec " #" seq in rec "  " dval " -> " detail in rec into rline
                    perform writeStructLine using fs, rline
                end-if
            else
                string "STRUCTURE ADDED    " server in rec "  " database in rec "." table in rec "  " kind in rec " " item in rec " #" seq in rec "  " detail in rec into rline
                perform writeStructLine using fs, rline
            end-if
        else
            string server in rec "|" database in rec "|" table in rec into objkey
            perform containsValue using newflags, objkey giving already
            if already = "false"
                perform append in newflags using objkey
                string "NEW OBJECT         " server in rec "  " database in rec "." table in rec into rline
                perform writeStructLine using fs, rline
            end-if
        end-if
    end-perform
    local goneflags.
    move table to goneflags
    perform varying i from 1 to pn
        move prevrecs(i) to prec
        perform structHasTable using currecs, server in prec, database in prec, table in prec giving hastable
        if hastable = "true"
            perform findStructDetail using currecs, server in prec, database in prec, table in prec, kind in prec, item in prec, seq in prec giving foundflag, dval
            if foundflag = "false"
                string "STRUCTURE DROPPED  " server in prec "  " database in prec "." table in prec "  " kind in prec " " item in prec " #" seq in prec "  was " detail in prec into rline
                perform writeStructLine using fs, rline
            end-if
        else
            string server in prec "|" database in prec "|" table in prec into objkey
            perform containsValue using goneflags, objkey giving already
            if already = "false"
                perform append in goneflags using objkey
                string "DROPPED OBJECT     " server in prec "  " database in prec "." table in prec into rline
                perform writeStructLine using fs, rline
            end-if
        end-if
    end-perform
    if structlines = basecount
        perform writeStructLine using fs, "NO STRUCTURE CHANGES SINCE PREVIOUS RUN"
    end-if
else
    perform writeStructLine using fs, "NO PRIOR STRUCTURE SNAPSHOT ON FILE - NOTHING TO COMPARE"
end-if.
local sfooter.
string "END OF STRUCTURE REPORT   " structlines " LINES WRITTEN" into sfooter.
perform appendFileSync in fs using structreportfile sfooter.
perform appendFileSync in fs using structreportfile x"0A".

*> run profiles: one place turns a base name into this profile's
*> name, so "weekly" reads weekly_showdb.control and writes
*> weekly_showdb_inventory.rpt while the unprofiled nightly run keeps
*> every name it has always had.
profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

loadControlFile section using fs, controlfile giving control.
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
            if fkey = "format" move fval to format in control end-if
            if fkey = "snapshot" move fval to snapshot in control end-if
            if fkey = "deadline" move fval to deadline in control end-if
            if fkey = "parallel" move fval to parallel in control end-if
            if fkey = "escalate" move fval to escalate in control end-if
            if fkey = "estimatemax" move fval to estimatemax in control end-if
            if fkey = "esttolerance" move fval to esttolerance in control end-if
            if fkey = "staleage" move fval to staleage in control end-if
            if fkey = "slowquery" move fval to slowquery in control end-if
            if fkey = "autoincpct" move fval to autoincpct in control end-if
        end-if
    end-perform
end-if.

beginSnapshot section using connection.
perform beginQuery using "FLUSH TABLES WITH READ LOCK".
perform dispatchSnapshotCtl using "FLUSH TABLES WITH READ LOCK".

commitSnapshot section using connection.
perform beginQuery using "UNLOCK TABLES".
perform dispatchSnapshotCtl using "UNLOCK TABLES".

rollbackSnapshot section using connection.
perform beginQuery using "UNLOCK TABLES".
perform dispatchSnapshotCtl using "UNLOCK TABLES".

ignoreResult section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move 0 to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    display "    snapshot control query failed: " err
end-if.

loadSchemaFilter section using fs giving filtermode, filterlist.
move "exclude" to filtermode.
move table to filterlist.
local hasfilter.
local filterfile.
perform profiledName using "schema.filter" giving filterfile.
perform existsSync in fs using filterfile giving hasfilter.
if hasfilter then
    local ftext.
    perform readFileSync in fs using filterfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    local modekey.
    local modeval.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            if fi = 1
                unstring fline delimited by "=" into modekey, modeval
                if modekey = "mode" move modeval to filtermode end-if
            else
                perform append in filterlist using fline
            end-if
        end-if
    end-perform
else
    perform append in filterlist using "information_schema"
    perform append in filterlist using "mysql"
    perform append in filterlist using "performance_schema"
    perform append in filterlist using "sys"
end-if.

*> exceptions: one entry per thresholds.control line. The key is
*> either database or database.table, the value is min,max with
*> either side allowed to be empty. Appending a trailing delimiter
*> before the unstring keeps the optional pieces defined as "" when
*> they are absent instead of falling through undefined.
loadThresholds section using fs giving thresholdlist.
move table to thresholdlist.
local hasthresholds.
local thresholdfile.
perform profiledName using "thresholds.control" giving thresholdfile.
perform existsSync in fs using thresholdfile giving hasthresholds.
if hasthresholds then
    local ftext.
    perform readFileSync in fs using thresholdfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    local tkey.
    local tval.
    local tkeyx.
    local tvalx.
    local tdbv.
    local ttablev.
    local tminv.
    local tmaxv.
    local junk.
    local th.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into tkey, tval
            string tkey "." into tkeyx
            unstring tkeyx delimited by "." into tdbv, ttablev, junk
            string tval "," into tvalx
            unstring tvalx delimited by "," into tminv, tmaxv, junk
            move object to th
            move tdbv to tdb in th
            move ttablev to ttable in th
            move tminv to tmin in th
            move tmaxv to tmax in th
            perform append in thresholdlist using th
        end-if
    end-perform
end-if.

*> data-quality probes: name=db.purpose;server=;min=;max=;sql=... with
*> sql always last, since the query text carries its own "=" signs -
*> everything after ";sql=" is the query. Only a single read-only
*> statement is ever sent: anything not starting with select, or with
*> a ";" in it, is refused here with a console line and never run.
loadProbes section using fs giving probelist.
move table to probelist.
local probefile.
perform profiledName using "probes.control" giving probefile.
local hasprobes.
perform existsSync in fs using probefile giving hasprobes.
if hasprobes then
    local ptext.
    perform readFileSync in fs using probefile "utf8" giving ptext
    local plines.
    perform split in ptext using "\n" giving plines
    local pn.
    move length in plines to pn
    local pi.
    local pline.
    local psplit.
    local phead.
    local psql.
    local pparts.
    local ppn.
    local pj.
    local pkey.
    local pval.
    local pwords.
    local pfirst.
    local psemi.
    local pcount.
    local prec.
    perform varying pi from 1 to pn
        move plines(pi) to pline
        if pline not = ""
            move object to prec
            move "" to pname in prec
            move "" to pserver in prec
            move "" to pmin in prec
            move "" to pmax in prec
            move "" to psqltext in prec
            perform split in pline using ";sql=" giving psplit
            move psplit(1) to phead
            move "" to psql
            move length in psplit to pcount
            if pcount > 1
                move psplit(2) to psql
            end-if
            perform split in phead using ";" giving pparts
            move length in pparts to ppn
            perform varying pj from 1 to ppn
                unstring pparts(pj) delimited by "=" into pkey, pval
                if pkey = "name" move pval to pname in prec end-if
                if pkey = "server" move pval to pserver in prec end-if
                if pkey = "min" move pval to pmin in prec end-if
                if pkey = "max" move pval to pmax in prec end-if
            end-perform
            move psql to psqltext in prec
            perform split in psql using " " giving pwords
            move pwords(1) to pfirst
            perform split in psql using ";" giving psemi
            move length in psemi to pcount
            if pname in prec = "" or pserver in prec = "" or psql = ""
                display "probes.control line " pi " incomplete (name, server and sql are required), ignored"
            else
                if pfirst not = "select" and pfirst not = "SELECT" and pfirst not = "Select"
                    display "probe " pname in prec " does not start with select, ignored"
                else
                    if pcount > 1
                        display "probe " pname in prec " contains a ';', ignored"
                    else
                        perform append in probelist using prec
                    end-if
                end-if
            end-if
        end-if
    end-perform
end-if.

*> estimated counts: one database.table name per line, no key=value -
*> the file is a plain list like the body of schema.filter.
loadExactList section using fs giving exactlist.
move table to exactlist.
local hasexact.
local exactfile.
perform profiledName using "exactcount.control" giving exactfile.
perform existsSync in fs using exactfile giving hasexact.
if hasexact then
    local ftext.
    perform readFileSync in fs using exactfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            perform append in exactlist using fline
        end-if
    end-perform
end-if.

*> stale objects: plain list like exactcount.control - exact
*> database.table names, or a prefix ending in * for families like
*> reporting.ref_*.
loadStaleExempt section using fs giving exemptlist.
move table to exemptlist.
local hasexempt.
local exemptfile.
perform profiledName using "stale.exempt" giving exemptfile.
perform existsSync in fs using exemptfile giving hasexempt.
if hasexempt then
    local ftext.
    perform readFileSync in fs using exemptfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            perform append in exemptlist using fline
        end-if
    end-perform
end-if.

matchesExempt section using objname giving exempt.
move "false" to exempt.
local n.
move length in exemptlist to n.
local i.
local pat.
local patparts.
local patcount.
local prefix.
local objparts.
local objhead.
perform varying i from 1 to n
    move exemptlist(i) to pat
    if pat = objname
        move "true" to exempt
    else
        perform split in pat using "*" giving patparts
        move length in patparts to patcount
        if patcount > 1
            move patparts(1) to prefix
            if prefix not = ""
                perform split in objname using prefix giving objparts
                move length in objparts to patcount
                if patcount > 1
                    move objparts(1) to objhead
                    if objhead = ""
                        move "true" to exempt
                    end-if
                end-if
            end-if
        end-if
    end-if
end-perform.

*> stale objects: grouped the way the capacity section is - server
*> list order, then spool order inside a server - with the exempted
*> reference tables counted in the footer rather than listed, so the
*> page stays short enough to hand to an application team.
writeAgingReport section using fs, invrecords.
local aheader.
string "STALE OBJECT AGING REPORT   RUN DATE: " rundate "   THRESHOLD " staledays " DAYS" into aheader.
perform writeFileSync in fs using agingfile aheader.
perform appendFileSync in fs using agingfile x"0A".
local aginglines.
move 0 to aginglines.
local exemptcount.
move 0 to exemptcount.
local unknowncount.
move 0 to unknowncount.
local n.
move length in invrecords to n.
local si2.
local e2.
local i.
local rec.
local objname.
local exempt.
local sizemb.
local totbytes.
local aline.
perform varying si2 from 1 to servercount
    move serverlist(si2) to e2
    perform varying i from 1 to n
        move invrecords(i) to rec
        if server in rec = name in e2
            if agedays in rec < 0
                add 1 to unknowncount
            else
                if agedays in rec > staledays
                    string database in rec "." table in rec into objname
                    perform matchesExempt using objname giving exempt
                    if exempt = "true"
                        add 1 to exemptcount
                    else
                        compute totbytes = datalength in rec + indexlength in rec
                        perform computeMb using totbytes giving sizemb
                        string "    " server in rec "  " objname "  LAST WRITE " lastwrite in rec "  " agedays in rec " DAYS  " sizemb " MB" into aline
                        perform appendFileSync in fs using agingfile aline
                        perform appendFileSync in fs using agingfile x"0A"
                        add 1 to aginglines
                    end-if
                end-if
            end-if
        end-if
    end-perform
end-perform.
if aginglines = 0 then
    perform appendFileSync in fs using agingfile "NO STALE OBJECTS PAST THE THRESHOLD"
    perform appendFileSync in fs using agingfile x"0A"
end-if.
local afooter.
string "END OF AGING REPORT   " aginglines " STALE OBJECTS, " exemptcount " EXEMPT, " unknowncount " WITH NO TIMESTAMP" into afooter.
perform appendFileSync in fs using agingfile afooter.
perform appendFileSync in fs using agingfile x"0A".

*> exception lifecycle: the spool carries the violation structured -
*> server, object, kind, detail, pipe-delimited - because the state
*> tracking needs a stable key for "the same violation as last
*> night", and the detail text changes with every count. The report
*> formats it back into words at end of job.
writeException section using sname, objname, kindv, detailv.
local excline.
string sname "|" objname "|" kindv "|" detailv into excline.
perform appendFileSync in fs using excspoolfile excline.
perform appendFileSync in fs using excspoolfile x"0A".

*> exceptions: a table-level entry wins over its database-level
*> default, so staging=,1000000 can cap every staging table while
*> staging.load_audit=,50000000 still carves out the one big one.
checkThresholds section using sname, dbname, tablename, cnt, method.
local n.
move length in thresholdlist to n.
local i.
local th.
local matched.
move 0 to matched.
local besttmin.
move "" to besttmin.
local besttmax.
move "" to besttmax.
perform varying i from 1 to n
    move thresholdlist(i) to th
    if tdb in th = dbname and ttable in th = tablename
        move 1 to matched
        move tmin in th to besttmin
        move tmax in th to besttmax
    end-if
end-perform.
if matched = 0 then
    perform varying i from 1 to n
        move thresholdlist(i) to th
        if tdb in th = dbname and ttable in th = ""
            move 1 to matched
            move tmin in th to besttmin
            move tmax in th to besttmax
        end-if
    end-perform
end-if.
if matched = 1 then
    local objname.
    string dbname "." tablename into objname.
    local detailv.
    *> estimated counts jitter by design, so an estimate only raises
    *> an exception once it is past the bound by more than the
    *> configured tolerance - the exact counts keep their hard edges.
    local effmin.
    local effmax.
    if besttmin not = ""
        compute effmin = besttmin * 1
        if method = "ESTIMATED"
            compute effmin = effmin - (effmin * esttolerancepct) / 100
        end-if
    end-if
    if besttmax not = ""
        compute effmax = besttmax * 1
        if method = "ESTIMATED"
            compute effmax = effmax + (effmax * esttolerancepct) / 100
        end-if
    end-if
    if besttmin not = "" and cnt < effmin
        string "COUNT " cnt " BELOW MIN " besttmin into detailv
        if method = "ESTIMATED"
            string detailv " (ESTIMATED)" into detailv
        end-if
        perform writeException using sname, objname, "BELOW-MIN", detailv
    end-if
    if besttmax not = "" and cnt > effmax
        string "COUNT " cnt " ABOVE MAX " besttmax into detailv
        if method = "ESTIMATED"
            string detailv " (ESTIMATED)" into detailv
        end-if
        perform writeException using sname, objname, "ABOVE-MAX", detailv
    end-if
end-if.

*> exceptions: a configured table that SHOW TABLES never returned is
*> worse than a bad count - the purge job dropped it, or a deploy
*> renamed it - so it is checked once per database, against the same
*> table list the inventory walk itself is using.
checkMissingTables section.
local n.
move length in thresholdlist to n.
local tn.
move length in tablerows to tn.
local i.
local th.
local j.
local seenflag.
local srow.
local svals.
local excline.
perform varying i from 1 to n
    move thresholdlist(i) to th
    if tdb in th = dbname and ttable in th not = ""
        move "false" to seenflag
        perform varying j from 1 to tn
            move tablerows(j) to srow
            perform values in srow giving svals
            if svals(1) = ttable in th
                move "true" to seenflag
            end-if
        end-perform
        if seenflag = "false"
            string dbname "." ttable in th into excline
            perform writeException using name in options, excline, "MISSING", "CONFIGURED TABLE MISSING FROM SHOW TABLES"
        end-if
    end-if
end-perform.

*> exception lifecycle: one state line per violation still active -
*> key, first-seen date, last-seen date, consecutive-nights count.
loadExceptionState section using fs giving statelist.
move table to statelist.
local hasstate.
perform existsSync in fs using excstatefile giving hasstate.
if hasstate then
    local stext.
    perform readFileSync in fs using excstatefile "utf8" giving stext
    local slines.
    perform split in stext using "\n" giving slines
    local n.
    move length in slines to n.
    local i.
    local sline.
    local keyv.
    local firstv.
    local lastv.
    local nightsv.
    local rec.
    perform varying i from 1 to n
        move slines(i) to sline
        if sline not = ""
            unstring sline delimited by ";" into keyv, firstv, lastv, nightsv
            compute nightsv = nightsv * 1
            move object to rec
            move keyv to exckey in rec
            move firstv to firstseen in rec
            move lastv to lastseen in rec
            move nightsv to nights in rec
            perform append in statelist using rec
        end-if
    end-perform
end-if.

findExceptionState section using statelist, keyv giving foundflag, firstv, lastv, nightsv.
move "false" to foundflag.
move "" to firstv.
move "" to lastv.
move 0 to nightsv.
local n.
move length in statelist to n.
local i.
local rec.
perform varying i from 1 to n
    move statelist(i) to rec
    if exckey in rec = keyv
        move "true" to foundflag
        move firstseen in rec to firstv
        move lastseen in rec to lastv
        move nights in rec to nightsv
    end-if
end-perform.

*> acknowledgements: key=who,why,expiry - the key is the same
*> server|object|kind key the state uses, so an ack names exactly one
*> violation, and the expiry date keeps "accepted for now" from
*> quietly becoming "accepted forever".
loadAckList section using fs giving acklist.
move table to acklist.
local hasack.
perform existsSync in fs using ackfile giving hasack.
if hasack then
    local atext.
    perform readFileSync in fs using ackfile "utf8" giving atext
    local alines.
    perform split in atext using "\n" giving alines
    local n.
    move length in alines to n.
    local i.
    local aline.
    local keyv.
    local aval.
    local avalx.
    local whov.
    local whyv.
    local expiryv.
    local junk.
    local rec.
    perform varying i from 1 to n
        move alines(i) to aline
        if aline not = ""
            unstring aline delimited by "=" into keyv, aval
            string aval ",," into avalx
            unstring avalx delimited by "," into whov, whyv, expiryv, junk
            move object to rec
            move keyv to exckey in rec
            move whov to ackwho in rec
            move whyv to ackwhy in rec
            move expiryv to ackexpiry in rec
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
    if exckey in rec = keyv
        move "true" to foundflag
        move ackwho in rec to whov
        move ackwhy in rec to whyv
        move ackexpiry in rec to expiryv
    end-if
end-perform.

*> exception lifecycle: the report now reads as a state, not a log -
*> active violations first with NEW / RECURRING / ESCALATED in the
*> flag column and their first-seen date and night count alongside,
*> then the acknowledged ones somebody has already answered for. The
*> state file is rewritten from what was seen tonight (so a violation
*> that stops appearing drops off and would come back as NEW), but
*> only on a complete night - a suspended run reports read-only.
writeExceptionsReport section using fs, updatestate.
local excheader.
string "ROW COUNT EXCEPTION REPORT   RUN DATE: " rundate into excheader.
perform writeFileSync in fs using exceptionsfile excheader.
perform appendFileSync in fs using exceptionsfile x"0A".
local pi.
local pe.
local pnote.
perform varying pi from 1 to servercount
    move serverlist(pi) to pe
    if srvstatus in pe = "PLANNED-SKIP"
        perform plannedNote using pe, "OPEN EXCEPTIONS CARRIED FORWARD UNCHANGED" giving pnote
        perform appendFileSync in fs using exceptionsfile pnote
        perform appendFileSync in fs using exceptionsfile x"0A"
    end-if
end-perform.
local statelist.
perform loadExceptionState using fs giving statelist.
local acklist.
perform loadAckList using fs giving acklist.
local activecount2.
move 0 to activecount2.
local newcount.
move 0 to newcount.
local esccount.
move 0 to esccount.
local ackcount.
move 0 to ackcount.
local acklines.
move table to acklines.
local newstate.
move "" to newstate.
local statekeys.
move table to statekeys.
local exclines.
move table to exclines.
local hasexc.
perform existsSync in fs using excspoolfile giving hasexc.
if hasexc then
    local exctext.
    perform readFileSync in fs using excspoolfile "utf8" giving exctext
    perform split in exctext using "\n" giving exclines
end-if.
*> unapproved changes: the change reconciliation job keeps its open
*> list as a spool in the same server|object|kind|detail shape, so
*> an unapproved structure or grant change goes through the same
*> NEW/RECURRING/ESCALATED lifecycle and exceptions.ack handling as a
*> row-count violation. It is written after the drift reports, so a
*> change found tonight joins the lifecycle on the next run.
local unapprovedfile.
perform profiledName using "showdb_unapproved.spool" giving unapprovedfile.
local hasunapproved.
perform existsSync in fs using unapprovedfile giving hasunapproved.
if hasunapproved then
    local utext.
    perform readFileSync in fs using unapprovedfile "utf8" giving utext
    local ulines.
    perform split in utext using "\n" giving ulines
    local un.
    move length in ulines to un
    local ui.
    perform varying ui from 1 to un
        if ulines(ui) not = ""
            perform append in exclines using ulines(ui)
        end-if
    end-perform
end-if.
if hasexc or hasunapproved then
    local n.
    move length in exclines to n.
    local i.
    local excline.
    local sname.
    local objname.
    local kindv.
    local detailv.
    local keyv.
    local foundflag.
    local firstv.
    local lastv.
    local nightsv.
    local ackflag.
    local whov.
    local whyv.
    local expiryv.
    local flagv.
    local rline.
    perform varying i from 1 to n
        move exclines(i) to excline
        if excline not = ""
            unstring excline delimited by "|" into sname, objname, kindv, detailv
            string sname "|" objname "|" kindv into keyv
            perform findExceptionState using statelist, keyv giving foundflag, firstv, lastv, nightsv
            if foundflag = "true"
                if lastv not = rundate
                    compute nightsv = nightsv + 1
                end-if
            else
                move rundate to firstv
                move 1 to nightsv
            end-if
            move "RECURRING" to flagv
            if foundflag = "false"
                move "NEW" to flagv
            end-if
            if nightsv >= escalatenights
                move "ESCALATED" to flagv
            end-if
            perform findAck using acklist, keyv giving ackflag, whov, whyv, expiryv
            if ackflag = "true" and expiryv < rundate
                *> an expired ack no longer suppresses, and saying so
                *> beats the operator wondering why an accepted
                *> exception started shouting again.
                move "false" to ackflag
                string detailv "  (ACK BY " whov " EXPIRED " expiryv ")" into detailv
            end-if
            if ackflag = "true"
                add 1 to ackcount
                string "ACK        " sname "  " objname "  " detailv "  FIRST SEEN " firstv "  NIGHT " nightsv "  BY " whov " (" whyv ") UNTIL " expiryv into rline
                perform append in acklines using rline
            else
                add 1 to activecount2
                if flagv = "NEW"
                    add 1 to newcount
                end-if
                if flagv = "ESCALATED"
                    add 1 to esccount
                end-if
                if flagv = "NEW"
                    move "NEW       " to rline
                end-if
                if flagv = "RECURRING"
                    move "RECURRING " to rline
                end-if
                if flagv = "ESCALATED"
                    move "ESCALATED " to rline
                end-if
                string rline " " sname "  " objname "  " detailv "  FIRST SEEN " firstv "  NIGHT " nightsv into rline
                perform appendFileSync in fs using exceptionsfile rline
                perform appendFileSync in fs using exceptionsfile x"0A"
            end-if
            perform containsValue using statekeys, keyv giving foundflag
            if foundflag = "false"
                string newstate keyv ";" firstv ";" rundate ";" nightsv x"0A" into newstate
                perform append in statekeys using keyv
            end-if
        end-if
    end-perform
end-if.
if activecount2 = 0 then
    perform appendFileSync in fs using exceptionsfile "NO EXCEPTIONS TONIGHT"
    perform appendFileSync in fs using exceptionsfile x"0A"
end-if.
local an.
move length in acklines to an.
if an > 0 then
    perform appendFileSync in fs using exceptionsfile "ACKNOWLEDGED EXCEPTIONS (SUPPRESSED)"
    perform appendFileSync in fs using exceptionsfile x"0A"
    local ai.
    local aout.
    perform varying ai from 1 to an
        move acklines(ai) to aout
        perform appendFileSync in fs using exceptionsfile aout
        perform appendFileSync in fs using exceptionsfile x"0A"
    end-perform
end-if.
local excfooter.
string "END OF EXCEPTION REPORT   " activecount2 " ACTIVE (" newcount " NEW, " esccount " ESCALATED), " ackcount " ACKNOWLEDGED" into excfooter.
perform appendFileSync in fs using exceptionsfile excfooter.
perform appendFileSync in fs using exceptionsfile x"0A".
if updatestate = "true" then
    *> a server that was skipped tonight contributed no spool lines,
    *> and rewriting the state from the spool alone would wipe its
    *> rows - its three-week-old violations would come back tomorrow
    *> flagged NEW with a fresh first-seen date. Same rule as every
    *> other night-over-night file here: servers that did not report
    *> carry their rows forward untouched, and only a server that
    *> actually walked clean tonight gets its violations reset.
    local donenames.
    perform buildDoneNames giving donenames.
    local sn2.
    move length in statelist to sn2.
    local si3.
    local srec.
    local ksrv.
    local krest.
    local indone.
    perform varying si3 from 1 to sn2
        move statelist(si3) to srec
        unstring exckey in srec delimited by "|" into ksrv, krest
        perform containsValue using donenames, ksrv giving indone
        if indone = "false"
            perform containsValue using statekeys, exckey in srec giving indone
        end-if
        if indone = "false"
            string newstate exckey in srec ";" firstseen in srec ";" lastseen in srec ";" nights in srec x"0A" into newstate
        end-if
    end-perform
    perform writeFileSync in fs using excstatefile newstate
end-if.

*> the three selectable outputs are all rebuilt from the spools at
*> end of job, walking the server list in order so the grouping is
*> stable however the lanes interleaved during the night.
writeCsvFromRecords section using fs, invrecords.
perform writeFileSync in fs using csvfile "server,database,table,rowcount,engine,row_format,data_length,index_length,count_method".
perform appendFileSync in fs using csvfile x"0A".
local n.
move length in invrecords to n.
local si.
local e2.
local i.
local rec.
local csvline.
perform varying si from 1 to servercount
    move serverlist(si) to e2
    perform varying i from 1 to n
        move invrecords(i) to rec
        if server in rec = name in e2
            string server in rec "," database in rec "," table in rec "," rowcount in rec "," engine in rec "," rowformat in rec "," datalength in rec "," indexlength in rec "," countmethod in rec into csvline
            perform appendFileSync in fs using csvfile csvline
            perform appendFileSync in fs using csvfile x"0A"
        end-if
    end-perform
end-perform.

writeJsonFromRecords section using fs, invrecords.
local jrecs.
move table to jrecs.
local n.
move length in invrecords to n.
local si.
local e2.
local i.
local rec.
perform varying si from 1 to servercount
    move serverlist(si) to e2
    perform varying i from 1 to n
        move invrecords(i) to rec
        if server in rec = name in e2
            perform append in jrecs using rec
        end-if
    end-perform
end-perform.
local jsontext.
perform stringify in JSON using jrecs giving jsontext.
perform writeFileSync in fs using jsonfile jsontext.

assembleReport section.
perform writeFileSync in fs using reportfile "".
move 0 to totallines.
move 1 to pagenum.
move 0 to linesonpage.
perform openReport using fs, reportfile, rundate, pagenum.
local si.
local e2.
local hasspool.
local spooltext.
local spoollines.
local n.
local i.
local sline.
perform varying si from 1 to servercount
    move serverlist(si) to e2
    perform existsSync in fs using spoolfile in e2 giving hasspool
    if hasspool
        perform readFileSync in fs using spoolfile in e2 "utf8" giving spooltext
        perform split in spooltext using "\n" giving spoollines
        move length in spoollines to n
        perform varying i from 1 to n
            move spoollines(i) to sline
            if sline not = ""
                perform writeReportLine using fs, reportfile, sline
            end-if
        end-perform
    end-if
end-perform.

*> capacity: one accumulator row per server|database pair and one per
*> server, summed off the spool records so a resumed run's totals
*> cover the whole logical run and not just tonight's share of it.
buildCapacity section using invrecords giving caplist, srvcaplist.
move table to caplist.
move table to srvcaplist.
local n.
move length in invrecords to n.
local i.
local rec.
local j.
local cn.
local cap.
local found.
local x.
perform varying i from 1 to n
    move invrecords(i) to rec
    move 0 to found
    move length in caplist to cn
    perform varying j from 1 to cn
        move caplist(j) to cap
        if skey in cap = server in rec and dkey in cap = database in rec
            move 1 to found
            compute x = tables in cap + 1
            move x to tables in cap
            compute x = databytes in cap + datalength in rec
            move x to databytes in cap
            compute x = indexbytes in cap + indexlength in rec
            move x to indexbytes in cap
        end-if
    end-perform
    if found = 0
        move object to cap
        move server in rec to skey in cap
        move database in rec to dkey in cap
        move 1 to tables in cap
        move datalength in rec to databytes in cap
        move indexlength in rec to indexbytes in cap
        perform append in caplist using cap
    end-if
    move 0 to found
    move length in srvcaplist to cn
    perform varying j from 1 to cn
        move srvcaplist(j) to cap
        if skey in cap = server in rec
            move 1 to found
            compute x = tables in cap + 1
            move x to tables in cap
            compute x = databytes in cap + datalength in rec
            move x to databytes in cap
            compute x = indexbytes in cap + indexlength in rec
            move x to indexbytes in cap
        end-if
    end-perform
    if found = 0
        move object to cap
        move server in rec to skey in cap
        move 1 to tables in cap
        move datalength in rec to databytes in cap
        move indexlength in rec to indexbytes in cap
        perform append in srvcaplist using cap
    end-if
end-perform.

*> capacity: whole megabytes, rounded to nearest, same mod trick as
*> the percent arithmetic - the raw quotient would print to 15 places.
computeMb section using bytesv giving mb.
compute mb = (bytesv + 524288) / 1048576.
compute mb = mb - function mod(mb, 1).

writeCapacitySection section using fs, caplist, srvcaplist.
perform writeReportLine using fs, reportfile, "CAPACITY SUMMARY".
local n.
move length in caplist to n.
local i.
local cap.
local datamb.
local idxmb.
local totmb.
local capline.
perform varying i from 1 to n
    move caplist(i) to cap
    perform computeMb using databytes in cap giving datamb
    perform computeMb using indexbytes in cap giving idxmb
    compute totmb = datamb + idxmb
    string "    " skey in cap "  " dkey in cap "  TABLES " tables in cap "  DATA " datamb " MB  INDEX " idxmb " MB  TOTAL " totmb " MB" into capline
    perform writeReportLine using fs, reportfile, capline
end-perform.
move length in srvcaplist to n.
perform varying i from 1 to n
    move srvcaplist(i) to cap
    perform computeMb using databytes in cap giving datamb
    perform computeMb using indexbytes in cap giving idxmb
    compute totmb = datamb + idxmb
    string "    " skey in cap "  *TOTAL*  TABLES " tables in cap "  DATA " datamb " MB  INDEX " idxmb " MB  TOTAL " totmb " MB" into capline
    perform writeReportLine using fs, reportfile, capline
end-perform.

writeCapacityCsv section using fs, caplist, srvcaplist.
perform writeFileSync in fs using capacityfile "server,database,tables,data_mb,index_mb,total_mb".
perform appendFileSync in fs using capacityfile x"0A".
local n.
move length in caplist to n.
local i.
local cap.
local datamb.
local idxmb.
local totmb.
local capline.
perform varying i from 1 to n
    move caplist(i) to cap
    perform computeMb using databytes in cap giving datamb
    perform computeMb using indexbytes in cap giving idxmb
    compute totmb = datamb + idxmb
    string skey in cap "," dkey in cap "," tables in cap "," datamb "," idxmb "," totmb into capline
    perform appendFileSync in fs using capacityfile capline
    perform appendFileSync in fs using capacityfile x"0A"
end-perform.
move length in srvcaplist to n.
perform varying i from 1 to n
    move srvcaplist(i) to cap
    perform computeMb using databytes in cap giving datamb
    perform computeMb using indexbytes in cap giving idxmb
    compute totmb = datamb + idxmb
    string skey in cap ",*TOTAL*," tables in cap "," datamb "," idxmb "," totmb into capline
    perform appendFileSync in fs using capacityfile capline
    perform appendFileSync in fs using capacityfile x"0A"
end-perform.

*> capacity forecast: tonight's totals go on the end of the history,
*> but only after any rows this run date already wrote are dropped,
*> so a same-date rerun replaces its own rows the way the repository
*> load does instead of doubling the trend. Only servers that
*> completed contribute - a half-walked server's shrunken total would
*> read as negative growth.
appendCapacityHistory section using fs, caplist, srvcaplist.
local donenames.
perform buildDoneNames giving donenames.
local keptlines.
move "" to keptlines.
local hashist.
perform existsSync in fs using capacityhistory giving hashist.
if hashist then
    local htext.
    perform readFileSync in fs using capacityhistory "utf8" giving htext
    local hlines.
    perform split in htext using "\n" giving hlines
    local hn.
    move length in hlines to hn.
    local hi.
    local hline.
    local hdate.
    local hrest.
    perform varying hi from 1 to hn
        move hlines(hi) to hline
        if hline not = ""
            unstring hline delimited by "," into hdate, hrest
            if hdate not = rundate
                string keptlines hline x"0A" into keptlines
            end-if
        end-if
    end-perform
end-if.
local n.
move length in caplist to n.
local i.
local cap.
local indone.
local datamb.
local idxmb.
local totmb.
perform varying i from 1 to n
    move caplist(i) to cap
    perform containsValue using donenames, skey in cap giving indone
    if indone = "true"
        perform computeMb using databytes in cap giving datamb
        perform computeMb using indexbytes in cap giving idxmb
        compute totmb = datamb + idxmb
        string keptlines rundate "," skey in cap "," dkey in cap "," totmb x"0A" into keptlines
    end-if
end-perform.
move length in srvcaplist to n.
perform varying i from 1 to n
    move srvcaplist(i) to cap
    perform containsValue using donenames, skey in cap giving indone
    if indone = "true"
        perform computeMb using databytes in cap giving datamb
        perform computeMb using indexbytes in cap giving idxmb
        compute totmb = datamb + idxmb
        string keptlines rundate "," skey in cap ",*TOTAL*," totmb x"0A" into keptlines
    end-if
end-perform.
perform writeFileSync in fs using capacityhistory keptlines.

*> volumes.control: horizon=days plus one servername=size_mb line
*> per box. A server without a line still gets its growth printed -
*> it just cannot be projected to a full date.
loadVolumes section using fs giving vollist, horizondays.
move table to vollist.
move 30 to horizondays.
local volfile.
perform profiledName using "volumes.control" giving volfile.
local hasvol.
perform existsSync in fs using volfile giving hasvol.
if hasvol then
    local ftext.
    perform readFileSync in fs using volfile "utf8" giving ftext
    local flines.
    perform split in ftext using "\n" giving flines
    local fn.
    move length in flines to fn.
    local fi.
    local fline.
    local fkey.
    local fval.
    local rec.
    perform varying fi from 1 to fn
        move flines(fi) to fline
        if fline not = ""
            unstring fline delimited by "=" into fkey, fval
            if fkey = "horizon"
                compute horizondays = fval * 1
            else
                move object to rec
                move fkey to vserver in rec
                compute fval = fval * 1
                move fval to vsizemb in rec
                perform append in vollist using rec
            end-if
        end-if
    end-perform
end-if.

findVolume section using vollist, sname giving foundflag, sizemb.
move "false" to foundflag.
move 0 to sizemb.
local n.
move length in vollist to n.
local i.
local rec.
perform varying i from 1 to n
    move vollist(i) to rec
    if vserver in rec = sname
        move "true" to foundflag
        move vsizemb in rec to sizemb
    end-if
end-perform.

*> calendar dates to a running day number so growth comes out per
*> day across month ends - the same kind of unpack-and-subtract the
*> elapsed-time arithmetic does for clock times. A day of leap-year
*> drift over a fortnight window is noise next to InnoDB's own size
*> jitter.
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

loadCapacityHistory section using fs giving histrecords.
move table to histrecords.
local hashist.
perform existsSync in fs using capacityhistory giving hashist.
if hashist then
    local htext.
    perform readFileSync in fs using capacityhistory "utf8" giving htext
    local hlines.
    perform split in htext using "\n" giving hlines
    local hn.
    move length in hlines to hn.
    local hi.
    local hline.
    local hdatev.
    local hserverv.
    local hdbv.
    local hmbv.
    local rec.
    perform varying hi from 1 to hn
        move hlines(hi) to hline
        if hline not = ""
            unstring hline delimited by "," into hdatev, hserverv, hdbv, hmbv
            compute hmbv = hmbv * 1
            move object to rec
            move hdatev to hdate in rec
            move hserverv to hserver in rec
            move hdbv to hdb in rec
            move hmbv to hmb in rec
            perform append in histrecords using rec
        end-if
    end-perform
end-if.

*> growth is fitted over up to the last fourteen recorded runs of a
*> server or database: (newest - oldest) over the days between them,
*> kept in tenths of a megabyte per day with the pctChange integer
*> arithmetic so the report never prints a fifteen-place quotient.
fitGrowth section using histrecords, sname, dname giving npoints, growth10, nowmb.
local dates.
move table to dates.
local mbs.
move table to mbs.
local n.
move length in histrecords to n.
local i.
local rec.
perform varying i from 1 to n
    move histrecords(i) to rec
    if hserver in rec = sname and hdb in rec = dname
        perform append in dates using hdate in rec
        perform append in mbs using hmb in rec
    end-if
end-perform.
move length in dates to npoints.
move 0 to growth10.
move 0 to nowmb.
if npoints > 0 then
    move mbs(npoints) to nowmb
end-if.
if npoints >= 2 then
    local fromi.
    compute fromi = npoints - 13.
    if fromi < 1
        move 1 to fromi
    end-if
    local firstdate.
    move dates(fromi) to firstdate
    local lastdate.
    move dates(npoints) to lastdate
    local firstday.
    perform dateToDays using firstdate giving firstday
    local lastday.
    perform dateToDays using lastdate giving lastday
    local ddays.
    compute ddays = lastday - firstday.
    if ddays <= 0 then
        move 1 to npoints
    else
        local firstmb.
        move mbs(fromi) to firstmb
        compute growth10 = ((nowmb - firstmb) * 10) / ddays
        compute growth10 = growth10 - function mod(growth10, 1)
    end-if
end-if.

formatGrowth section using growth10 giving gtext.
local g10.
move growth10 to g10.
local gsign.
move "" to gsign.
if g10 < 0 then
    move "-" to gsign
    compute g10 = 0 - g10
end-if.
local gtenth.
compute gtenth = function mod(g10, 10).
local gwhole.
compute gwhole = (g10 - gtenth) / 10.
string gsign gwhole "." gtenth " MB/DAY" into gtext.

writeForecastLine section using fs, fline.
perform appendFileSync in fs using forecastfile fline.
perform appendFileSync in fs using forecastfile x"0A".

*> capacity forecast: one line per server - current size, configured
*> volume, fitted growth, projected days until full, WARNING when
*> the projection lands inside the horizon - with that server's
*> growing databases indented beneath it for the "what is eating the
*> box" question that always follows.
writeForecastReport section using fs.
local vollist.
local horizondays.
perform loadVolumes using fs giving vollist, horizondays.
local fheader.
string "CAPACITY FORECAST REPORT   RUN DATE: " rundate "   WARNING HORIZON " horizondays " DAYS" into fheader.
perform writeFileSync in fs using forecastfile fheader.
perform appendFileSync in fs using forecastfile x"0A".
local histrecords.
perform loadCapacityHistory using fs giving histrecords.
local warncount.
move 0 to warncount.
local si2.
local e2.
local sname.
local npoints.
local growth10.
local nowmb.
local gtext.
local volfound.
local volmb.
local fline.
local daysleft.
local n.
local i.
local rec.
local dbkeys.
local dbkey.
local already.
local dnpoints.
local dgrowth10.
local dnowmb.
perform varying si2 from 1 to servercount
    move serverlist(si2) to e2
    move name in e2 to sname
    perform fitGrowth using histrecords, sname, "*TOTAL*" giving npoints, growth10, nowmb
    perform findVolume using vollist, sname giving volfound, volmb
    if npoints = 0
        string "SERVER " sname "  NO CAPACITY HISTORY ON FILE" into fline
        perform writeForecastLine using fs, fline
    else
        if npoints < 2
            string "SERVER " sname "  NOW " nowmb " MB  INSUFFICIENT HISTORY TO FIT GROWTH" into fline
            perform writeForecastLine using fs, fline
        else
            perform formatGrowth using growth10 giving gtext
            if volfound = "false"
                string "SERVER " sname "  NOW " nowmb " MB  GROWTH " gtext "  NO VOLUME CONFIGURED" into fline
            else
                if growth10 <= 0
                    string "SERVER " sname "  NOW " nowmb " MB  VOLUME " volmb " MB  GROWTH " gtext "  NOT GROWING" into fline
                else
                    compute daysleft = ((volmb - nowmb) * 10) / growth10
                    compute daysleft = daysleft - function mod(daysleft, 1)
                    if daysleft < 0
                        move 0 to daysleft
                    end-if
                    if daysleft <= horizondays
                        add 1 to warncount
                        string "WARNING SERVER " sname "  NOW " nowmb " MB  VOLUME " volmb " MB  GROWTH " gtext "  FULL IN " daysleft " DAYS" into fline
                    else
                        string "SERVER " sname "  NOW " nowmb " MB  VOLUME " volmb " MB  GROWTH " gtext "  FULL IN " daysleft " DAYS" into fline
                    end-if
                end-if
            end-if
            perform writeForecastLine using fs, fline
            *> the databases behind the number, growing ones only
            move table to dbkeys
            move length in histrecords to n
            perform varying i from 1 to n
                move histrecords(i) to rec
                if hserver in rec = sname and hdb in rec not = "*TOTAL*"
                    perform containsValue using dbkeys, hdb in rec giving already
                    if already = "false"
                        perform append in dbkeys using hdb in rec
                    end-if
                end-if
            end-perform
            move length in dbkeys to n
            perform varying i from 1 to n
                move dbkeys(i) to dbkey
                perform fitGrowth using histrecords, sname, dbkey giving dnpoints, dgrowth10, dnowmb
                if dnpoints >= 2 and dgrowth10 > 0
                    perform formatGrowth using dgrowth10 giving gtext
                    string "    " sname "  " dbkey "  NOW " dnowmb " MB  GROWTH " gtext into fline
                    perform writeForecastLine using fs, fline
                end-if
            end-perform
        end-if
    end-if
end-perform.
local ffooter.
string "END OF FORECAST REPORT   " warncount " SERVERS INSIDE WARNING HORIZON" into ffooter.
perform appendFileSync in fs using forecastfile ffooter.
perform appendFileSync in fs using forecastfile x"0A".

writeReconLine section using fs, rline.
perform appendFileSync in fs using reconfile rline.
perform appendFileSync in fs using reconfile x"0A".
add 1 to reconlines.

*> reconciliation: only servers that actually reported tonight take
*> part - a skipped server must not show up as "missing everything".
*> A table only counts as missing on a server that does have the
*> database; a whole absent database is reported once, by name.
writeReconReport section using fs, invrecords.
local rheader.
string "CROSS-SERVER RECONCILIATION REPORT   RUN DATE: " rundate into rheader.
perform writeFileSync in fs using reconfile rheader.
perform appendFileSync in fs using reconfile x"0A".
move 0 to reconlines.
*> a server in planned maintenance is left out of the matching the
*> same way a skipped one is; the note goes straight to the file so
*> it is not counted as a difference line.
local pi.
local pe.
local pnote.
perform varying pi from 1 to servercount
    move serverlist(pi) to pe
    if srvstatus in pe = "PLANNED-SKIP"
        perform plannedNote using pe, "LEFT OUT OF RECONCILIATION" giving pnote
        perform appendFileSync in fs using reconfile pnote
        perform appendFileSync in fs using reconfile x"0A"
    end-if
end-perform.
local snames.
move table to snames.
local n.
move length in invrecords to n.
local i.
local rec.
local already.
perform varying i from 1 to n
    move invrecords(i) to rec
    perform containsValue using snames, server in rec giving already
    if already = "false"
        perform append in snames using server in rec
    end-if
end-perform.
local scount.
move length in snames to scount.
if scount < 2 then
    perform writeReconLine using fs, "FEWER THAN TWO SERVERS REPORTED - NOTHING TO RECONCILE"
else
    local svrdbkeys.
    perform buildDbKeys using invrecords giving svrdbkeys
    local dbnames.
    move table to dbnames
    perform varying i from 1 to n
        move invrecords(i) to rec
        perform containsValue using dbnames, database in rec giving already
        if already = "false"
            perform append in dbnames using database in rec
        end-if
    end-perform
    local dn.
    local j.
    local sj.
    local sdkey.
    local present.
    local preslist.
    local misslist.
    local rline.
    local dbn.
    move length in dbnames to dbn
    perform varying i from 1 to dbn
        move dbnames(i) to dn
        move "" to preslist
        move "" to misslist
        perform varying j from 1 to scount
            move snames(j) to sj
            string sj "|" dn into sdkey
            perform containsValue using svrdbkeys, sdkey giving present
            if present = "true"
                string preslist " " sj into preslist
            else
                string misslist " " sj into misslist
            end-if
        end-perform
        if misslist not = "" and preslist not = ""
            string "DATABASE " dn "  MISSING ON" misslist "  PRESENT ON" preslist into rline
            perform writeReconLine using fs, rline
        end-if
    end-perform
    local tkeys.
    move table to tkeys
    local tkey.
    perform varying i from 1 to n
        move invrecords(i) to rec
        string database in rec "|" table in rec into tkey
        perform containsValue using tkeys, tkey giving already
        if already = "false"
            perform append in tkeys using tkey
        end-if
    end-perform
    local tkn.
    move length in tkeys to tkn
    local tn.
    local foundflag.
    local cval.
    local cmeth.
    local firstcount.
    local firstset.
    local mismatch.
    local estseen.
    local cdiff.
    perform varying i from 1 to tkn
        move tkeys(i) to tkey
        unstring tkey delimited by "|" into dn, tn
        move 0 to firstset
        move "false" to mismatch
        move "false" to estseen
        string "TABLE " dn "." tn into rline
        perform varying j from 1 to scount
            move snames(j) to sj
            string sj "|" dn into sdkey
            perform containsValue using svrdbkeys, sdkey giving present
            if present = "true"
                perform findHistCount using invrecords, sj, dn, tn giving foundflag, cval, cmeth
                if foundflag = "true"
                    if cmeth = "ESTIMATED"
                        move "true" to estseen
                    end-if
                    if firstset = 0
                        move 1 to firstset
                        move cval to firstcount
                    else
                        if cval not = firstcount
                            *> replicas counted by estimate never agree
                            *> to the row; hold them to the same
                            *> tolerance the delta report uses.
                            if estseen = "true"
                                compute cdiff = cval - firstcount
                                if cdiff < 0
                                    compute cdiff = 0 - cdiff
                                end-if
                                if firstcount > 0 and cdiff * 100 > firstcount * esttolerancepct
                                    move "true" to mismatch
                                end-if
                                if firstcount = 0
                                    move "true" to mismatch
                                end-if
                            else
                                move "true" to mismatch
                            end-if
                        end-if
                    end-if
                    string rline "  " sj "=" cval into rline
                    if cmeth = "ESTIMATED"
                        string rline "~" into rline
                    end-if
                else
                    move "true" to mismatch
                    string rline "  " sj "=MISSING" into rline
                end-if
            end-if
        end-perform
        if mismatch = "true"
            perform writeReconLine using fs, rline
        end-if
    end-perform
    if reconlines = 0
        perform writeReconLine using fs, "ALL SERVERS RECONCILE - NO DIFFERENCES"
    end-if
end-if.
local rfooter.
string "END OF RECONCILIATION REPORT   " reconlines " LINES WRITTEN" into rfooter.
perform appendFileSync in fs using reconfile rfooter.
perform appendFileSync in fs using reconfile x"0A".

*> one wording for every report that has to explain a server that
*> was deliberately not measured; the first word lets the digest tell
*> it from a real finding.
plannedNote section using pe, tailtext giving pnote.
string "PLANNED MAINTENANCE: SERVER " name in pe " NOT MEASURED TONIGHT (" plannedreason in pe ", UNTIL " plannedend in pe ") - " tailtext into pnote.

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

matchesFilter section using dbname, filtermode, filterlist giving included.
local fn.
move length in filterlist to fn.
local fi.
local found.
move "false" to found.
perform varying fi from 1 to fn
    if filterlist(fi) = dbname
        move "true" to found
    end-if
end-perform.
if filtermode = "include" then
    move found to included
else
    if found = "true"
        move "false" to included
    else
        move "true" to included
    end-if
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

*> request 002: transient connection/network failures get a bounded
*> retry (reconnect + reissue) instead of taking the whole job down;
*> real errors (auth, syntax) still abort. classifyError is the single
*> place that tells the two apart so every query callback judges
*> errors the same way.
runShowDatabases section.
perform auditConnect using options giving connection.
perform beginQuery using "show databases".
perform dispatchShowDbs.

classifyError section using err giving errtype.
local code.
move code in err to code.
move "fatal" to errtype.
if code = "PROTOCOL_CONNECTION_LOST" or code = "ECONNRESET" or code = "ETIMEDOUT" or code = "ECONNREFUSED" or code = "ESOCKET"
    move "transient" to errtype
end-if.

showdbs section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    perform classifyError using err giving errtype
    if errtype = "transient" and retrycount < maxretries
        add 1 to retrycount
        display "transient error on show databases, retry " retrycount " of " maxretries ": " err
        perform end in connection
        perform runShowDatabases
    else
        if errtype = "transient"
            display "retry limit (" maxretries ") reached on show databases for " name in options ", skipping server: " err
        else
            display "fatal error on show databases for " name in options ", skipping server: " err
        end-if
        if errtype = "transient"
            move "SKIPPED-TRANSIENT" to srvstatus in srventry
        else
            move "SKIPPED-FATAL" to srvstatus in srventry
        end-if
        perform serverDone
    end-if
else
    move 0 to retrycount
    move rows to dbrows
    move length in dbrows to dbcount
    move dbcount to dbsfound in srventry
    move startk to k
    perform processDatabase
end-if.

*> review fix: walk the databases one at a time, driven by each one's
*> own completion, instead of firing every inventoryTables call inside
*> a perform-varying loop that doesn't wait for any of them - by the
*> time a table/row-count callback ran, the loop had already moved
*> dbname on to whatever database came last.
processDatabase section.
local expired.
move "false" to expired.
if k <= dbcount and deadline not = "" then
    if suspendflag = "true"
        move "true" to expired
    else
        perform deadlineReached giving expired
    end-if
end-if.
if expired = "true" then
    *> on a server resumed mid-database the incoming position already
    *> says "database k in progress, resumetab tables done"; writing
    *> k-1/0 here would step the checkpoint backwards and make the
    *> next night re-count tables the spool already carries.
    if k = resumedb and resumetab > 0 then
        move resumedb to cpdb in srventry
        move resumetab to cptab in srventry
    else
        local kdone.
        compute kdone = k - 1.
        move kdone to cpdb in srventry
        move 0 to cptab in srventry
    end-if
    perform laneSuspend
else
    if k > dbcount then
        perform startProbes
    else
        move dbrows(k) to row
        move Database in row to dbname
        perform matchesFilter using dbname, filtermode, filterlist giving included
        if included = "true" then
            if outputformat = "DISPLAY" then
                perform writeSpoolLine using dbname
            end-if
            perform inventoryTables
        else
            perform nextDatabase
        end-if
    end-if
end-if.

nextDatabase section.
move k to dbsdone in srventry.
if function mod(k, checkpointinterval) = 0 then
    move k to cpdb in srventry
    move 0 to cptab in srventry
    perform saveCheckpointAll
end-if.
add 1 to k.
perform processDatabase.

*> request 001: one SHOW TABLES + one row-count query per table, per
*> database, so the nightly job produces database -> table -> row
*> count instead of a bare list of schema names.
inventoryTables section.
move 0 to tableretrycount.
move "false" to snapshotbroken.
if snapshotmode = "ON" then
    perform beginSnapshot using connection
end-if.
perform runShowTables.

runShowTables section.
string "show tables from `" dbname "`" into tablesql.
perform beginQuery using tablesql.
perform dispatchShowTables.

tableRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    if snapshotmode = "ON" then
        *> review fix: a reconnect here would hand commitSnapshot/
        *> rollbackSnapshot a connection with the read lock already
        *> gone, silently breaking the consistent view req009 promises.
        *> Treat any failure on the table listing as a hard failure for
        *> this database instead of reconnecting and retrying.
        display "    error listing tables for " dbname " during snapshot, skipping database (no retry, to preserve snapshot consistency): " err
        perform rollbackSnapshot using connection
        perform nextDatabase
    else
        perform classifyError using err giving errtype
        if errtype = "transient" and tableretrycount < maxretries
            add 1 to tableretrycount
            display "    transient error listing tables for " dbname ", retry " tableretrycount " of " maxretries ": " err
            perform end in connection
            perform auditConnect using options giving connection
            perform runShowTables
        else
            display "    error listing tables for " dbname ", skipping database: " err
            perform nextDatabase
        end-if
    end-if
else
    move 0 to tableretrycount
    move rows to tablerows
    move length in tablerows to tablecount
    move 0 to metaretrycount
    perform runTableMeta
end-if.

*> capacity: one information_schema.TABLES query per database, asked
*> between SHOW TABLES and the row-count walk so a snapshot scan sees
*> the same fixed view. Sizes are a nice-to-have next to the counts:
*> if the dictionary query fails the database is still inventoried,
*> just with blank engine/size columns, and under a snapshot there is
*> no reconnect-and-retry for the same reason as the table listing.
runTableMeta section.
*> auto-increment headroom: AUTO_INCREMENT is the table's next value;
*> the key column's name and type ride along from COLUMNS in the same
*> row, so the headroom check costs no query of its own. COLUMNS is
*> left joined with the schema given as a literal on both sides - a
*> table has at most one auto-increment column, so the join adds no
*> rows, and only a literal lets the server look up one schema's
*> dictionary instead of walking every schema once per table.
*> stale objects: the dictionary keeps the last write per table as
*> UPDATE_TIME (CREATE_TIME stands in for never-written tables), and
*> MySQL does the date arithmetic so the walk never has to - the age
*> comes back as whole days, NULL when neither timestamp exists.
string "select t.TABLE_NAME as tname, t.ENGINE as tengine, t.ROW_FORMAT as tformat, t.DATA_LENGTH as tdata, t.INDEX_LENGTH as tindex, t.TABLE_ROWS as trows, DATEDIFF(NOW(), COALESCE(t.UPDATE_TIME, t.CREATE_TIME)) as tage, DATE_FORMAT(COALESCE(t.UPDATE_TIME, t.CREATE_TIME), '%Y%m%d') as tlastw, t.AUTO_INCREMENT as tauto, concat(c.COLUMN_NAME, ' ', c.DATA_TYPE, if(c.COLUMN_TYPE like '%unsigned%', ' unsigned', '')) as tautokey from information_schema.TABLES t left join information_schema.COLUMNS c on c.TABLE_SCHEMA = '" dbname "' and c.TABLE_NAME = t.TABLE_NAME and c.EXTRA like '%auto_increment%' where t.TABLE_SCHEMA = '" dbname "'" into metasql.
perform beginQuery using metasql.
perform dispatchMeta.

metaRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    if snapshotmode = "ON" then
        display "    error reading table metadata for " dbname " during snapshot, sizes unavailable (no retry, to preserve snapshot consistency): " err
        move table to metarows
        perform runStructMeta
    else
        perform classifyError using err giving errtype
        if errtype = "transient" and metaretrycount < maxretries
            add 1 to metaretrycount
            display "    transient error reading table metadata for " dbname ", retry " metaretrycount " of " maxretries ": " err
            perform end in connection
            perform auditConnect using options giving connection
            perform runTableMeta
        else
            display "    error reading table metadata for " dbname ", sizes unavailable: " err
            move table to metarows
            perform runStructMeta
        end-if
    end-if
else
    move 0 to metaretrycount
    move rows to metarows
    perform runStructMeta
end-if.

*> structure/drift: one more dictionary query per database, columns
*> and index columns together via UNION ALL so the lane still only
*> ever has one query in flight. Like the sizes, structure is a
*> nice-to-have next to the counts - a failure here leaves tonight's
*> snapshot short for this database but the inventory walk goes on,
*> and under a snapshot there is no reconnect-and-retry for the same
*> reason as the table listing. A server resumed mid-database already
*> spooled this database's structure before it suspended (the query
*> runs ahead of the table walk), so the resume path skips it rather
*> than spool every line twice.
runStructMeta section.
if k = resumedb and resumetab > 0 then
    perform setStartTable
    perform processTable
else
    string "select TABLE_NAME as stable, 'COLUMN' as skind, COLUMN_NAME as sitem, ORDINAL_POSITION as sseq, concat(COLUMN_TYPE, ' ', IS_NULLABLE) as sdetail from information_schema.COLUMNS where TABLE_SCHEMA = '" dbname "' union all select TABLE_NAME, 'INDEX', INDEX_NAME, SEQ_IN_INDEX, concat(COLUMN_NAME, ' ', if(NON_UNIQUE = 0, 'UNIQUE', 'NONUNIQUE')) from information_schema.STATISTICS where TABLE_SCHEMA = '" dbname "'" into structsql
    perform beginQuery using structsql
    perform dispatchStruct
end-if.

structRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    if snapshotmode = "ON" then
        display "    error reading structure for " dbname " during snapshot, structure unavailable (no retry, to preserve snapshot consistency): " err
        perform setStartTable
        perform processTable
    else
        perform classifyError using err giving errtype
        if errtype = "transient" and structretrycount < maxretries
            add 1 to structretrycount
            display "    transient error reading structure for " dbname ", retry " structretrycount " of " maxretries ": " err
            perform end in connection
            perform auditConnect using options giving connection
            perform runStructMeta
        else
            display "    error reading structure for " dbname ", structure unavailable: " err
            perform setStartTable
            perform processTable
        end-if
    end-if
else
    move 0 to structretrycount
    *> pipe-delimited because column types carry commas (decimal(10,2));
    *> one line per column and per index column, the spool's own walk
    *> state (server, database) prefixed the same way the count spool
    *> prefixes its rows.
    local sn.
    move length in rows to sn
    local si2.
    local srow.
    local sline.
    perform varying si2 from 1 to sn
        move rows(si2) to srow
        string name in options "|" dbname "|" stable in srow "|" skind in srow "|" sitem in srow "|" sseq in srow "|" sdetail in srow into sline
        perform appendFileSync in fs using structspoolfile sline
        perform appendFileSync in fs using structspoolfile x"0A"
    end-perform
    perform setStartTable
    perform processTable
end-if.

*> batch window: when the suspended run stopped mid-database, pick
*> the table walk up right after the last table the checkpoint says
*> was finished; everywhere else the walk starts at the first table.
setStartTable section.
if k = resumedb and resumetab > 0 then
    compute t = resumetab + 1
else
    move 1 to t
end-if.

*> capacity: views come back from the dictionary with NULL engine,
*> format and lengths; normalize those to blanks and zeroes so the
*> spool, the CSV and the arithmetic below never see null.
findTableMeta section using tablename giving tenginev, tformatv, tdatav, tindexv, trowsv, tagev, tlastwv.
move "" to tenginev.
move "" to tformatv.
move 0 to tdatav.
move 0 to tindexv.
move 0 to trowsv.
compute tagev = 0 - 1.
move "" to tlastwv.
local n.
move length in metarows to n.
local i.
local mrow.
perform varying i from 1 to n
    move metarows(i) to mrow
    if tname in mrow = tablename
        move tengine in mrow to tenginev
        move tformat in mrow to tformatv
        move tdata in mrow to tdatav
        move tindex in mrow to tindexv
        move trows in mrow to trowsv
        move tage in mrow to tagev
        move tlastw in mrow to tlastwv
    end-if
end-perform.
if not tenginev then
    move "" to tenginev
end-if.
if not tformatv then
    move "" to tformatv
end-if.
if not tdatav then
    move 0 to tdatav
end-if.
if not tindexv then
    move 0 to tindexv
end-if.
if not trowsv then
    move 0 to trowsv
end-if.
if not tagev then
    if tagev not = 0
        compute tagev = 0 - 1
    end-if
end-if.
if not tlastwv then
    move "" to tlastwv
end-if.

*> review fix: same treatment as processDatabase - walk the tables one
*> at a time so tablename reflects the table whose count actually came
*> back, and so the post-loop commit/rollback only fires once every
*> table has genuinely finished instead of immediately after dispatch
*> (when snapshotbroken could never yet be "true").
*> batch window: the deadline is looked at between tables, after the
*> one in flight has finished, and only from the second table on -
*> a cutoff before the first table is the database boundary's case
*> and is caught in processDatabase, where the position saved is the
*> previous database rather than an untouched one.
processTable section.
local expired.
move "false" to expired.
if t > 1 and t <= tablecount and snapshotbroken = "false" and deadline not = "" then
    if suspendflag = "true"
        move "true" to expired
    else
        perform deadlineReached giving expired
    end-if
end-if.
if expired = "true" then
    if snapshotmode = "ON" then
        perform commitSnapshot using connection
    end-if
    local tdone.
    compute tdone = t - 1.
    move k to cpdb in srventry
    move tdone to cptab in srventry
    perform laneSuspend
else
    if t > tablecount or snapshotbroken = "true" then
        perform checkMissingTables
        if snapshotmode = "ON" then
            if snapshotbroken = "true" then
                perform rollbackSnapshot using connection
            else
                perform commitSnapshot using connection
            end-if
        end-if
        perform nextDatabase
    else
        move tablerows(t) to trow
        perform values in trow giving tablevals
        move tablevals(1) to tablename
        move 0 to countretrycount
        perform chooseCountMethod
    end-if
end-if.

*> estimated counts: the decision is per table - over the configured
*> size and not forced exact means the dictionary estimate already in
*> hand stands in for the scan, and the walk moves straight on to the
*> next table without dispatching anything.
chooseCountMethod section.
local usestimate.
move "false" to usestimate.
local tenginev.
local tformatv.
local tdatav.
local tindexv.
local trowsv.
local tagev.
local tlastwv.
perform findTableMeta using tablename giving tenginev, tformatv, tdatav, tindexv, trowsv, tagev, tlastwv.
if estimatemaxraw not = "" and tdatav > estimatemaxbytes then
    local objname.
    string dbname "." tablename into objname
    local forced.
    perform containsValue using exactlist, objname giving forced
    if forced = "false"
        move "true" to usestimate
    end-if
end-if.
if usestimate = "true" then
    perform recordCount using trowsv, "ESTIMATED"
    add 1 to t
    perform processTable
else
    perform runRowCount
end-if.

runRowCount section.
string "select count(*) as rowcount from `" dbname "`.`" tablename "`" into countsql.
perform beginQuery using countsql.
perform dispatchCount.

countRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
if err then
    if snapshotmode = "ON" then
        display "    error counting " dbname "." tablename " during snapshot, skipping rest of database (no retry, to preserve snapshot consistency): " err
        move "true" to snapshotbroken
        perform processTable
    else
        perform classifyError using err giving errtype
        if errtype = "transient" and countretrycount < maxretries
            add 1 to countretrycount
            display "    transient error counting " dbname "." tablename ", retry " countretrycount " of " maxretries ": " err
            perform end in connection
            perform auditConnect using options giving connection
            perform runRowCount
        else
            display "    error counting " dbname "." tablename ", skipping table: " err
            add 1 to t
            perform processTable
        end-if
    end-if
else
    local crow.
    move rows(1) to crow.
    perform recordCount using rowcount in crow, "EXACT".
    add 1 to t.
    perform processTable.
end-if.

*> one spool/report/threshold path for both counting methods, so an
*> estimated table looks exactly like a counted one everywhere except
*> the method column and the (ESTIMATED) marker on the report line.
recordCount section using cnt, method.
local tenginev.
local tformatv.
local tdatav.
local tindexv.
local trowsv.
local tagev.
local tlastwv.
perform findTableMeta using tablename giving tenginev, tformatv, tdatav, tindexv, trowsv, tagev, tlastwv.
if outputformat = "DISPLAY" then
    local line.
    string "    " tablename " " cnt " " tenginev " " tformatv into line
    if method = "ESTIMATED"
        string line " (ESTIMATED)" into line
    end-if
    perform writeSpoolLine using line
end-if.
local invline.
string name in options "," dbname "," tablename "," cnt "," tenginev "," tformatv "," tdatav "," tindexv "," method "," tagev "," tlastwv into invline.
perform appendFileSync in fs using invspoolfile invline.
perform appendFileSync in fs using invspoolfile x"0A".
perform checkThresholds using name in options, dbname, tablename, cnt, method.
perform checkAutoInc using name in options, dbname, tablename.

*> data-quality probes: a server's probes run after its last database,
*> on the connection the walk already has open. The spool doubles as
*> the record of what ran, so a server resumed after the window closed
*> mid-probes carries on with the first probe it has no line for
*> instead of running (and alerting on) the earlier ones twice.
startProbes section.
move 0 to probei.
local phave.
move 0 to phave.
local pdone.
move 0 to pdone.
local pn.
move length in probelist to pn.
local pi.
local prec.
local spooled.
perform varying pi from 1 to pn
    move probelist(pi) to prec
    if pserver in prec = name in options
        add 1 to phave
        perform probeSpooled using name in options, pname in prec giving spooled
        if spooled = "true"
            add 1 to pdone
        end-if
    end-if
end-perform.
if outputformat = "DISPLAY" and phave > 0 and pdone = 0 then
    perform writeSpoolLine using "PROBES"
end-if.
perform nextProbe.

*> the position saved when the window closes between probes is "every
*> database done, no table in progress", which is exactly what brings
*> a resumed server straight back here.
nextProbe section.
local pfound.
move 0 to pfound.
local pn.
move length in probelist to pn.
local pstart.
compute pstart = probei + 1.
local pi.
local prec.
local spooled.
perform varying pi from pstart to pn
    if pfound = 0
        move probelist(pi) to prec
        if pserver in prec = name in options
            perform probeSpooled using name in options, pname in prec giving spooled
            if spooled = "false"
                move pi to pfound
            end-if
        end-if
    end-if
end-perform.
if pfound = 0 then
    move "DONE" to srvstatus in srventry
    move dbcount to cpdb in srventry
    move 0 to cptab in srventry
    perform serverDone
else
    local expired.
    move "false" to expired
    if deadline not = ""
        if suspendflag = "true"
            move "true" to expired
        else
            perform deadlineReached giving expired
        end-if
    end-if
    if expired = "true"
        move dbcount to cpdb in srventry
        move 0 to cptab in srventry
        perform laneSuspend
    else
        move pfound to probei
        move 0 to proberetrycount
        perform runProbe
    end-if
end-if.

probeSpooled section using sname, probename giving spooled.
move "false" to spooled.
local ptext.
perform readFileSync in fs using probespoolfile "utf8" giving ptext.
local plines.
perform split in ptext using "\n" giving plines.
local pn.
move length in plines to pn.
local pi.
local pline.
local psrv.
local pnm.
perform varying pi from 1 to pn
    move plines(pi) to pline
    if pline not = ""
        unstring pline delimited by "|" into psrv, pnm
        if psrv = sname and pnm = probename
            move "true" to spooled
        end-if
    end-if
end-perform.

runProbe section.
local prec.
move probelist(probei) to prec.
move psqltext in prec to probesql.
perform beginQuery using probesql.
perform dispatchProbe.

probeRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "QUERY", lastsql, laststart, rowcount, errcode.
local prec.
move probelist(probei) to prec.
local detailv.
if err then
    perform classifyError using err giving errtype
    if errtype = "transient" and proberetrycount < maxretries
        add 1 to proberetrycount
        display "    transient error running probe " pname in prec ", retry " proberetrycount " of " maxretries ": " err
        perform end in connection
        perform auditConnect using options giving connection
        perform runProbe
    else
        display "    error running probe " pname in prec ", probe skipped: " err
        string "PROBE COULD NOT RUN: " errcode into detailv
        perform probeResult using prec, "", "FAILED", detailv
        perform nextProbe
    end-if
else
    move 0 to proberetrycount
    if rowcount = 0 then
        perform probeResult using prec, "", "FAILED", "PROBE RETURNED NO ROWS"
    else
        local prow.
        move rows(1) to prow
        local pvals.
        perform values in prow giving pvals
        *> a NULL - max() or sum() over nothing - is not a zero and
        *> must not pass a max= limit as one.
        local praw.
        move pvals(1) to praw
        local pnull.
        move "true" to pnull
        if praw
            move "false" to pnull
        end-if
        if praw = 0
            move "false" to pnull
        end-if
        local pvalue.
        move "" to pvalue
        local pstatus.
        move "OK" to pstatus
        move "" to detailv
        local plimit.
        if pnull = "true"
            move "FAILED" to pstatus
            move "PROBE RETURNED NULL" to detailv
        else
            compute pvalue = praw * 1
            *> a status word or a date is no count to hold to a limit -
            *> it would slip past both min and max as OK
            if pvalue not = pvalue
                move "FAILED" to pstatus
                string "PROBE RETURNED A NON-NUMBER (" praw ")" into detailv
                move "" to pvalue
                move "true" to pnull
            end-if
        end-if
        if pnull = "false" and pmin in prec not = ""
            compute plimit = pmin in prec * 1
            if pvalue < plimit
                move "BELOW-MIN" to pstatus
                string "PROBE VALUE " pvalue " BELOW MIN " pmin in prec into detailv
            end-if
        end-if
        if pnull = "false" and pmax in prec not = ""
            compute plimit = pmax in prec * 1
            if pvalue > plimit
                move "ABOVE-MAX" to pstatus
                string "PROBE VALUE " pvalue " ABOVE MAX " pmax in prec into detailv
            end-if
        end-if
        perform probeResult using prec, pvalue, pstatus, detailv
    end-if
    perform nextProbe
end-if.

*> one spool line per probe whatever the outcome; anything but OK is
*> also an exception, kind PROBE-<status>, against the probe's name.
probeResult section using prec, pvalue, pstatus, detailv.
local pline.
string name in options "|" pname in prec "|" pvalue "|" pmin in prec "|" pmax in prec "|" pstatus into pline.
perform appendFileSync in fs using probespoolfile pline.
perform appendFileSync in fs using probespoolfile x"0A".
if pstatus not = "OK" then
    local pkind.
    string "PROBE-" pstatus into pkind
    perform writeException using name in options, pname in prec, pkind, detailv
end-if.
if outputformat = "DISPLAY" then
    local dline.
    string "    " pname in prec " " pvalue " " pstatus into dline
    if pstatus = "FAILED"
        string "    " pname in prec " " detailv into dline
    end-if
    perform writeSpoolLine using dline
end-if.

*> contention capture: one watch per lane, armed as each query goes
*> out and disarmed when its audit line is written. Re-arming always
*> clears the previous watch first, so a lane never has more than one.
armWatch section.
perform disarmWatch.
move "" to watchkey.
perform dispatchWatch.

disarmWatch section.
if watchtimer not = "" then
    perform clearTimeout in global using watchtimer
    move "" to watchtimer
end-if.

*> the watch fired, so the lane's query is still out: lastsql and
*> laststart are still the ones its audit line will carry. The
*> snapshot is asked for on its own connection - the walk's own one
*> is busy with the very query being looked at - and only one per
*> lane at a time, so a server that is slow on every table gets a
*> snapshot per slow query rather than a pile-up of connections.
watchFired section.
move "" to watchtimer.
if snapbusy = "true" then
    display "    query on " name in options " past slowquery " slowsecs "s, previous contention snapshot still running - not taken"
else
    string name in options "-" laststart into watchkey
    move watchkey to snapkey
    move name in options to snapserver
    move lastsql to snapsql
    move laststart to snapqstart
    accept snapstart from time
    perform elapsedHundredths using laststart, snapstart giving snapage
    move "true" to snapbusy
    add 1 to contentioncount
    add 1 to snapsactive
    display "    query on " name in options " running " snapage "cs, past slowquery " slowsecs "s - contention snapshot " snapkey
    perform createConnection in mysql using options giving snapconn
    perform auditLog using auditfile, "CONTENTION-CONNECT", host in options, snapstart, 0, ""
    accept snapstart from time
    perform dispatchSnapProc
end-if.

snapProcRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "CONTENTION", procsql, snapstart, rowcount, errcode.
move "" to snapprocerr.
if err then
    display "    contention snapshot " snapkey ": process list unavailable: " err
    move table to snapprocrows
    move errcode to snapprocerr
else
    move rows to snapprocrows
end-if.
accept snapstart from time.
perform dispatchSnapLocks.

*> sys.innodb_lock_waits needs the sys schema (5.7 and later); where
*> it is missing the block says so and the process list still stands.
*> A blocker with no query text is a session sitting idle inside an
*> open transaction - the most common culprit, so it is named as such.
snapLockRows section using err, rows, fields.
local errcode.
local rowcount.
if err then move code in err to errcode move 0 to rowcount else move "" to errcode move length in rows to rowcount end-if.
perform auditLog using auditfile, "CONTENTION", lockwaitsql, snapstart, rowcount, errcode.
perform end in snapconn.
perform openContentionReport.
local cline.
string "SNAPSHOT " snapkey "   SERVER " snapserver "   QUERY STARTED " snapqstart "   RUNNING " snapage "cs WHEN TAKEN" into cline.
perform writeContentionLine using cline.
string "    AUDIT LINE ENDS: |CONTENTION " snapkey into cline.
perform writeContentionLine using cline.
string "    QUERY: " snapsql into cline.
perform writeContentionLine using cline.
perform writeContentionLine using "    SESSIONS (NOT SLEEPING)".
local pn.
move length in snapprocrows to pn.
local pi.
local prow.
local pdbv.
local pstatev.
local pinfov.
perform varying pi from 1 to pn
    move snapprocrows(pi) to prow
    perform nullText using pdb in prow giving pdbv
    perform nullText using pstate in prow giving pstatev
    perform nullText using pinfo in prow giving pinfov
    string "        PID " pid in prow "  " puser in prow "@" phost in prow "  DB " pdbv "  " pcmd in prow " " psecs in prow "s  " pstatev into cline
    perform writeContentionLine using cline
    if pinfov not = ""
        string "            " pinfov into cline
        perform writeContentionLine using cline
    end-if
end-perform.
if snapprocerr not = "" then
    string "        PROCESS LIST UNAVAILABLE: " snapprocerr into cline
    perform writeContentionLine using cline
else
    if pn = 0
        perform writeContentionLine using "        NONE"
    end-if
end-if.
perform writeContentionLine using "    LOCK WAITS".
if err then
    string "        LOCK WAITS UNAVAILABLE: " errcode into cline
    perform writeContentionLine using cline
else
    local wn.
    move length in rows to wn
    local wi.
    local wrow.
    local wtablev.
    local wqueryv.
    local bqueryv.
    perform varying wi from 1 to wn
        move rows(wi) to wrow
        perform nullText using wtable in wrow giving wtablev
        perform nullText using wquery in wrow giving wqueryv
        perform nullText using bquery in wrow giving bqueryv
        string "        PID " wpid in wrow " WAITING " wsecs in wrow "s FOR A " wtype in wrow " LOCK ON " wtablev " - BLOCKED BY PID " bpid in wrow into cline
        perform writeContentionLine using cline
        string "            WAITING:  " wqueryv into cline
        perform writeContentionLine using cline
        if bqueryv = ""
            move "            BLOCKING: (IDLE IN OPEN TRANSACTION)" to cline
        else
            string "            BLOCKING: " bqueryv into cline
        end-if
        perform writeContentionLine using cline
    end-perform
    if wn = 0
        perform writeContentionLine using "        NONE"
    end-if
end-if.
perform writeContentionLine using "".
move "false" to snapbusy.
*> the last lane may have finished while this snapshot was out; its
*> laneWind held off, so the wind-up happens here instead.
compute snapsactive = snapsactive - 1.
if snapsactive = 0 and activecount = 0 then
    perform laneWind
end-if.

nullText section using v giving t.
if not v then
    move "" to t
else
    move v to t
end-if.

*> dated by the run, one file per night: a fresh run starts it over
*> (its keys would not match the trail the fresh run starts either),
*> a resumed one keeps appending to what the interrupted run caught.
openContentionReport section.
if contentionopen = "false" then
    move "true" to contentionopen
    local hascont.
    perform existsSync in fs using contentionfile giving hascont
    local cappend.
    move "false" to cappend
    if resuming
        if hascont
            move "true" to cappend
        end-if
    end-if
    if cappend = "false"
        local cheader.
        string "CONTENTION SNAPSHOT REPORT   RUN DATE: " rundate "   SLOWQUERY LIMIT " slowsecs "s" into cheader
        perform writeFileSync in fs using contentionfile cheader
        perform appendFileSync in fs using contentionfile x"0A"
    end-if
end-if.

writeContentionLine section using cline.
perform appendFileSync in fs using contentionfile cline.
perform appendFileSync in fs using contentionfile x"0A".

closeContentionReport section using footlead.
if contentioncount > 0 then
    perform openContentionReport
    local cfooter.
    string footlead contentioncount " SNAPSHOTS TAKEN THIS RUN" into cfooter
    perform writeContentionLine using cfooter
end-if.

*> auto-increment headroom: checked as each table is recorded, from
*> the dictionary row the walk already holds. A table without an
*> auto-increment column comes back with no key and is skipped, and
*> so is a key type with no integer ceiling to measure against.
checkAutoInc section using sname, dbname, tablename.
local n.
move length in metarows to n.
local i.
local mrow.
local autov.
move "" to autov.
local keyv.
move "" to keyv.
perform varying i from 1 to n
    move metarows(i) to mrow
    if tname in mrow = tablename
        move tauto in mrow to autov
        move tautokey in mrow to keyv
    end-if
end-perform.
if not autov then
    move "" to autov
end-if.
if not keyv then
    move "" to keyv
end-if.
if autov not = "" and keyv not = "" then
    local keyparts.
    perform split in keyv using " " giving keyparts
    local kn.
    move length in keyparts to kn
    local colv.
    move keyparts(1) to colv
    local typev.
    move keyparts(2) to typev
    local signv.
    move "signed" to signv
    if kn > 2
        move "unsigned" to signv
    end-if
    local maxtext.
    perform autoIncMax using typev, signv giving maxtext
    if maxtext not = ""
        local maxnum.
        compute maxnum = maxtext * 1
        local usednum.
        compute usednum = autov - 1
        local pct10.
        compute pct10 = (usednum * 1000) / maxnum
        compute pct10 = pct10 - function mod(pct10, 1)
        local aline.
        string sname "|" dbname "|" tablename "|" colv "|" typev " " signv "|" autov "|" maxtext "|" pct10 into aline
        perform appendFileSync in fs using autoincspoolfile aline
        perform appendFileSync in fs using autoincspoolfile x"0A"
        local limit10.
        compute limit10 = autoinclimit * 10
        if pct10 >= limit10
            local pcttext.
            perform formatTenths using pct10 giving pcttext
            local objname.
            string dbname "." tablename into objname
            local detailv.
            string "NEXT AUTO_INCREMENT " autov " IS " pcttext "% OF " typev " " signv " MAX " maxtext " (COLUMN " colv ")" into detailv
            perform writeException using sname, objname, "AUTOINC-HEADROOM", detailv
        end-if
    end-if
end-if.

*> the ceilings are carried as text: BIGINT's do not fit a double
*> exactly, and the report prints them as MySQL documents them. The
*> arithmetic only ever needs the ratio, which a double does fine.
autoIncMax section using typev, signv giving maxtext.
move "" to maxtext.
if signv = "unsigned" then
    if typev = "tinyint" move "255" to maxtext end-if
    if typev = "smallint" move "65535" to maxtext end-if
    if typev = "mediumint" move "16777215" to maxtext end-if
    if typev = "int" move "4294967295" to maxtext end-if
    if typev = "bigint" move "18446744073709551615" to maxtext end-if
else
    if typev = "tinyint" move "127" to maxtext end-if
    if typev = "smallint" move "32767" to maxtext end-if
    if typev = "mediumint" move "8388607" to maxtext end-if
    if typev = "int" move "2147483647" to maxtext end-if
    if typev = "bigint" move "9223372036854775807" to maxtext end-if
end-if.

formatTenths section using v10 giving ftext.
local ftenth.
compute ftenth = function mod(v10, 10).
local fwhole.
compute fwhole = (v10 - ftenth) / 10.
string fwhole "." ftenth into ftext.

loadAutoIncSpool section using fs giving autorecs.
move table to autorecs.
local hasspool.
perform existsSync in fs using autoincspoolfile giving hasspool.
if hasspool then
    local atext.
    perform readFileSync in fs using autoincspoolfile "utf8" giving atext
    local alines.
    perform split in atext using "\n" giving alines
    local an.
    move length in alines to an
    local ai.
    local aline.
    local asrv.
    local adb.
    local atab.
    local acol.
    local atype.
    local aval.
    local amax.
    local apct.
    local aobj.
    local rec.
    perform varying ai from 1 to an
        move alines(ai) to aline
        if aline not = ""
            unstring aline delimited by "|" into asrv, adb, atab, acol, atype, aval, amax, apct
            move object to rec
            move asrv to aserver in rec
            string adb "." atab into aobj
            move aobj to aobject in rec
            move acol to acolumn in rec
            move atype to atype in rec
            compute aval = aval * 1
            move aval to avalue in rec
            move amax to amaxtext in rec
            compute apct = apct * 1
            move apct to apct10 in rec
            perform append in autorecs using rec
        end-if
    end-perform
end-if.

*> one date,server,database.table,value line per table per complete
*> night, tonight's own lines replaced on a rerun like the capacity
*> history. Growth is only ever fitted over the last fortnight of
*> points, so nothing older than sixty days is kept - the history
*> holds a line for every auto-increment table in the estate.
appendAutoIncHistory section using fs, autorecs.
local donenames.
perform buildDoneNames giving donenames.
local today.
perform dateToDays using rundate giving today.
local keptlines.
move "" to keptlines.
local hashist.
perform existsSync in fs using autoinchistory giving hashist.
if hashist then
    local htext.
    perform readFileSync in fs using autoinchistory "utf8" giving htext
    local hlines.
    perform split in htext using "\n" giving hlines
    local hn.
    move length in hlines to hn.
    local hi.
    local hline.
    local hdate.
    local hrest.
    local hday.
    local hage.
    perform varying hi from 1 to hn
        move hlines(hi) to hline
        if hline not = ""
            unstring hline delimited by "," into hdate, hrest
            perform dateToDays using hdate giving hday
            compute hage = today - hday
            if hdate not = rundate and hage <= 60
                string keptlines hline x"0A" into keptlines
            end-if
        end-if
    end-perform
end-if.
local n.
move length in autorecs to n.
local i.
local rec.
local indone.
perform varying i from 1 to n
    move autorecs(i) to rec
    perform containsValue using donenames, aserver in rec giving indone
    if indone = "true"
        string keptlines rundate "," aserver in rec "," aobject in rec "," avalue in rec x"0A" into keptlines
    end-if
end-perform.
perform writeFileSync in fs using autoinchistory keptlines.

*> same record shape the capacity history loads into, so fitGrowth
*> fits a key's values exactly the way it fits a database's megabytes.
loadAutoIncHistory section using fs giving histrecords.
move table to histrecords.
local hashist.
perform existsSync in fs using autoinchistory giving hashist.
if hashist then
    local htext.
    perform readFileSync in fs using autoinchistory "utf8" giving htext
    local hlines.
    perform split in htext using "\n" giving hlines
    local hn.
    move length in hlines to hn.
    local hi.
    local hline.
    local hdatev.
    local hserverv.
    local hobjv.
    local hvalv.
    local rec.
    perform varying hi from 1 to hn
        move hlines(hi) to hline
        if hline not = ""
            unstring hline delimited by "," into hdatev, hserverv, hobjv, hvalv
            compute hvalv = hvalv * 1
            move object to rec
            move hdatev to hdate in rec
            move hserverv to hserver in rec
            move hobjv to hdb in rec
            move hvalv to hmb in rec
            perform append in histrecords using rec
        end-if
    end-perform
end-if.

writeAutoIncLine section using fs, aline.
perform appendFileSync in fs using autoincfile aline.
perform appendFileSync in fs using autoincfile x"0A".

*> auto-increment headroom: one line per auto-increment table, grouped
*> by server in server-list order - column and type, next value
*> against the type's ceiling, percent used, fitted growth per day
*> and projected days until the key runs out. WARNING leads the line
*> for anything at or past the threshold, as the forecast does for
*> volumes inside the horizon.
writeAutoIncReport section using fs.
local autorecs.
perform loadAutoIncSpool using fs giving autorecs.
perform appendAutoIncHistory using fs, autorecs.
local histrecords.
perform loadAutoIncHistory using fs giving histrecords.
local aheader.
string "AUTO-INCREMENT HEADROOM REPORT   RUN DATE: " rundate "   THRESHOLD " autoinclimit "% USED" into aheader.
perform writeFileSync in fs using autoincfile aheader.
perform appendFileSync in fs using autoincfile x"0A".
local warncount.
move 0 to warncount.
local n.
move length in autorecs to n.
local si2.
local e2.
local sname.
local i.
local rec.
local shown.
local aline.
local pcttext.
local lead.
local npoints.
local growth10.
local nowv.
local maxnum.
local usednum.
local daysleft.
local gwhole.
local tail.
local limit10.
compute limit10 = autoinclimit * 10.
perform varying si2 from 1 to servercount
    move serverlist(si2) to e2
    move name in e2 to sname
    move 0 to shown
    perform varying i from 1 to n
        move autorecs(i) to rec
        if aserver in rec = sname
            if shown = 0
                string "SERVER " sname into aline
                perform writeAutoIncLine using fs, aline
                move 1 to shown
            end-if
            perform formatTenths using apct10 in rec giving pcttext
            move "    " to lead
            if apct10 in rec >= limit10
                move "WARNING " to lead
                add 1 to warncount
            end-if
            perform fitGrowth using histrecords, sname, aobject in rec giving npoints, growth10, nowv
            if npoints < 2
                move "INSUFFICIENT HISTORY TO FIT GROWTH" to tail
            else
                if growth10 <= 0
                    move "NOT GROWING" to tail
                else
                    compute maxnum = amaxtext in rec * 1
                    compute usednum = avalue in rec - 1
                    compute daysleft = ((maxnum - usednum) * 10) / growth10
                    compute daysleft = daysleft - function mod(daysleft, 1)
                    compute gwhole = (growth10 - function mod(growth10, 10)) / 10
                    string "GROWTH " gwhole "/DAY  EXHAUSTED IN " daysleft " DAYS" into tail
                end-if
            end-if
            string lead aobject in rec "  " acolumn in rec " " atype in rec "  NEXT " avalue in rec " OF " amaxtext in rec "  " pcttext "% USED  " tail into aline
            perform writeAutoIncLine using fs, aline
        end-if
    end-perform
end-perform.
if n = 0 then
    perform writeAutoIncLine using fs, "    NO AUTO-INCREMENT TABLES IN TONIGHT'S INVENTORY"
end-if.
local afooter.
string "END OF AUTO-INCREMENT REPORT   " warncount " TABLES AT OR PAST " autoinclimit "% USED" into afooter.
perform appendFileSync in fs using autoincfile afooter.
perform appendFileSync in fs using autoincfile x"0A".
