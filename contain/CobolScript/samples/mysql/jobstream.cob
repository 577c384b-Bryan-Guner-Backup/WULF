data division.
linkage section.
01 global.
01 require.

procedure division.

local fs.
perform require using "fs" giving fs.

local nodeproc.
perform require using "process" giving nodeproc.

local childproc.
perform require using "child_process" giving childproc.

*> job stream: preflight, showdb, the audit and grants reports, the
*> repository load, the digest and housekeeping were chained by hand
*> in the scheduler, differently per profile, and after a bad night
*> nobody could say at 03:00 which of them still had to be kicked off.
*> This driver runs the whole night for one profile from
*> jobstream.control: the steps in order, the command behind each,
*> whether a step still runs once the night is already at rc 4 or
*> worse, which completion code stops the stream, and which steps
*> (the digest) run whatever happened before them. Every step gets a
*> start, end and rc line in a step log that is never truncated, and
*> the driver ends with the worst rc of the night. A stream that
*> stopped - or whose driver was killed mid-step - leaves a state file
*> behind, and the rerun picks up at the step that stopped it instead
*> of running the finished ones a second time.

*> run profiles: the same profile argument as the rest of the suite.
*> It selects the profile's own stream definition, log and state, and
*> is passed on to every step, so one definition serves every profile
*> whose stream has the same shape. An optional second argument FRESH
*> runs the whole stream from the top whatever the state says, and
*> RESUME resumes a stopped stream however long ago it stopped.
local profile.
move "" to profile.
local runmode.
move "" to runmode.
local args.
move argv in nodeproc to args.
local argcount.
move length in args to argcount.
if argcount >= 3 then
    move args(3) to profile
end-if.
if argcount >= 4 then
    move args(4) to runmode
end-if.

local streamfile.
perform profiledName using "jobstream.control" giving streamfile.
local logfile.
perform profiledName using "showdb_jobstream.log" giving logfile.
local statefile.
perform profiledName using "showdb_jobstream.state" giving statefile.

local rc.
move 0 to rc.

if runmode not = "" and runmode not = "FRESH" and runmode not = "RESUME" then
    display "unrecognized run mode " runmode " - expected FRESH or RESUME"
    move 8 to rc
    move rc to exitCode in nodeproc
    stop run
end-if.

*> jobstream.control, one step per line in run order:
*>     step=name;command=node showdb.js;prior4=RUN|SKIP;stopat=8|4|NONE;always=YES|NO
*> prior4 defaults to RUN, stopat to 8 and always to NO. prior4=SKIP
*> skips the step once the night's worst rc so far is 4 or more - an
*> rc 8 from a step that does not stop the stream counts as well.
*> stopat is the completion code at or above which the step stops the
*> stream; NONE
*> means the step's rc only ever counts towards the night's worst.
*> One non-step line, resumehours=N (default 16), is how long after
*> a stopped stream started a plain rerun still counts as the same
*> night and resumes it; past that a rerun starts over.
local steps.
move table to steps.
local resumehours.
move 16 to resumehours.
local deferrors.
move 0 to deferrors.
local hasstream.
perform existsSync in fs using streamfile giving hasstream.
if not hasstream then
    display "stream definition " streamfile " not found - nothing to run"
    move 8 to rc
    move rc to exitCode in nodeproc
    stop run
end-if.
perform loadStream.
local stepcount.
move length in steps to stepcount.
if stepcount = 0 then
    display "stream definition " streamfile " has no steps"
    add 1 to deferrors
end-if.
if deferrors > 0 then
    display deferrors " error(s) in " streamfile " - stream not started"
    move 8 to rc
    move rc to exitCode in nodeproc
    stop run
end-if.

*> restart: the state file says when the last stream started, how it
*> ended and at which step, plus one line per step it got through.
local statestamp.
move 0 to statestamp.
local stateresult.
move "" to stateresult.
local stateat.
move "" to stateat.
local statesteps.
move table to statesteps.
perform loadState.

local streamstart.
perform stampNow giving streamstart.
local resuming.
move "false" to resuming.
if stateresult = "STOPPED" or stateresult = "RUNNING" then
    if runmode = "RESUME"
        move "true" to resuming
    end-if
    if runmode = ""
        local nowmins.
        perform stampMinutes using streamstart giving nowmins
        local statemins.
        perform stampMinutes using statestamp giving statemins
        local agemins.
        compute agemins = nowmins - statemins
        local resumemins.
        compute resumemins = resumehours * 60
        if agemins <= resumemins
            move "true" to resuming
        else
            display "stream of " statestamp " stopped at " stateat " more than " resumehours " hours ago - starting over"
        end-if
    end-if
end-if.

*> a resumed stream keeps its original start stamp, so the log lines
*> of both attempts at one night sort and group together. Steps are
*> carried over from the state in order for as long as each one
*> finished (COMPLETED, or skipped on a prior rc 4); the first one that
*> did not - the step that stopped the stream, or the one a killed
*> driver was in the middle of - is where the rerun starts running
*> again, and everything after it runs as it would on a fresh night.
local worst.
move 0 to worst.
local si.
local srec.
local carrying.
move "false" to carrying.
if resuming = "true" then
    move statestamp to streamstart
    move "true" to carrying
    display "resuming stream of " streamstart " stopped at step " stateat
end-if.

local stopped.
move "false" to stopped.
local stopstep.
move "" to stopstep.
local laststatus.
local lastrc.
local found.
local stopnum.
local stepstart.
local stepend.
local steprc.
local stepresult.
local logline.
perform varying si from 1 to stepcount
    move steps(si) to srec
    move "" to steprc
    move "" to stepstart
    move "" to stepend
    move "false" to found
    if carrying = "true"
        perform findStateStep using sname in srec giving found, laststatus, lastrc
        if laststatus not = "COMPLETED" and laststatus not = "SKIPPED-RC4"
            move "false" to found
            move "false" to carrying
        end-if
    end-if
    if found = "true"
        move lastrc to steprc
        move "ALREADY-DONE" to stepresult
        move laststatus to lastresult in srec
        if lastrc not = ""
            perform foldRc using lastrc
        end-if
    else
        if stopped = "true" and salways in srec = "NO"
            move "NOT-RUN" to stepresult
        else
            if worst >= 4 and sprior4 in srec = "SKIP" and salways in srec = "NO"
                move "SKIPPED-RC4" to stepresult
            else
                move "RUNNING" to stepresult
                move "RUNNING" to lastresult in srec
                if stopped = "false"
                    perform writeState using "RUNNING", sname in srec
                end-if
                perform runStep using srec giving stepstart, stepend, steprc
                perform foldRc using steprc
                move "COMPLETED" to stepresult
                if sstopat in srec not = "NONE"
                    compute stopnum = sstopat in srec * 1
                    if steprc >= stopnum
                        move "FAILED" to stepresult
                        if stopped = "false"
                            move "true" to stopped
                            move sname in srec to stopstep
                        end-if
                    end-if
                end-if
            end-if
        end-if
        move stepresult to lastresult in srec
    end-if
    move steprc to lastrc in srec
    string streamstart "|" sname in srec "|" stepstart "|" stepend "|" steprc "|" stepresult into logline
    perform writeLogLine using logline
    if stopped = "false"
        perform writeState using "RUNNING", sname in srec
    end-if
end-perform.

*> the state is written last, once the stream's fate is known: a
*> stopped stream names the step to resume at, a complete one leaves
*> nothing to resume.
local streamend.
perform stampNow giving streamend.
local streamresult.
if stopped = "true" then
    string "STOPPED AT " stopstep into streamresult
    perform writeState using "STOPPED", stopstep
else
    move "COMPLETE" to streamresult
    perform writeState using "COMPLETE", ""
end-if.
string streamstart "|*STREAM*|" streamstart "|" streamend "|" worst "|" streamresult into logline.
perform writeLogLine using logline.
display "stream " streamresult " worst rc " worst.
move worst to rc.
move rc to exitCode in nodeproc.
stop run.

profiledName section using basename giving actual.
if profile = "" then
    move basename to actual
else
    string profile "_" basename into actual
end-if.

*> the whole definition is checked before anything runs: a stream
*> that would fall over at its fifth step on a typo in the fourth
*> line is worse than one that never starts.
loadStream section.
local ftext.
perform readFileSync in fs using streamfile "utf8" giving ftext.
local flines.
perform split in ftext using "\n" giving flines.
local fn.
move length in flines to fn.
local fi.
local fline.
local fparts.
local fpn.
local fj.
local fkey.
local fval.
local fknown.
local rec.
local names.
move table to names.
local dup.
local hnum.
perform varying fi from 1 to fn
    move flines(fi) to fline
    if fline not = ""
        unstring fline delimited by "=" into fkey, fval
        if fkey = "resumehours"
            compute hnum = fval * 1
            if hnum >= 1
                move hnum to resumehours
            else
                display streamfile " line " fi ": resumehours must be an hour count of 1 or more, got " fval
                add 1 to deferrors
            end-if
        else
            move object to rec
            move "" to sname in rec
            move "" to scommand in rec
            move "RUN" to sprior4 in rec
            move "8" to sstopat in rec
            move "NO" to salways in rec
            move "" to lastresult in rec
            move "" to lastrc in rec
            perform split in fline using ";" giving fparts
            move length in fparts to fpn
            perform varying fj from 1 to fpn
                unstring fparts(fj) delimited by "=" into fkey, fval
                move "false" to fknown
                if fkey = "step" move "true" to fknown move fval to sname in rec end-if
                if fkey = "command" move "true" to fknown move fval to scommand in rec end-if
                if fkey = "prior4" move "true" to fknown move fval to sprior4 in rec end-if
                if fkey = "stopat" move "true" to fknown move fval to sstopat in rec end-if
                if fkey = "always" move "true" to fknown move fval to salways in rec end-if
                if fknown = "false"
                    display streamfile " line " fi ": unknown field " fkey
                    add 1 to deferrors
                end-if
            end-perform
            if sname in rec = ""
                display streamfile " line " fi ": step name is required"
                add 1 to deferrors
            end-if
            if scommand in rec = ""
                display streamfile " line " fi ": command is required"
                add 1 to deferrors
            end-if
            if sprior4 in rec not = "RUN" and sprior4 in rec not = "SKIP"
                display streamfile " line " fi ": prior4 must be RUN or SKIP, got " sprior4 in rec
                add 1 to deferrors
            end-if
            if sstopat in rec not = "8" and sstopat in rec not = "4" and sstopat in rec not = "NONE"
                display streamfile " line " fi ": stopat must be 8, 4 or NONE, got " sstopat in rec
                add 1 to deferrors
            end-if
            if salways in rec not = "YES" and salways in rec not = "NO"
                display streamfile " line " fi ": always must be YES or NO, got " salways in rec
                add 1 to deferrors
            end-if
            perform containsValue using names, sname in rec giving dup
            if dup = "true"
                display streamfile " line " fi ": step " sname in rec " is defined twice"
                add 1 to deferrors
            end-if
            perform append in names using sname in rec
            perform append in steps using rec
        end-if
    end-if
end-perform.

*> showdb_jobstream.state:
*>     stream=<start stamp>;result=RUNNING|STOPPED|COMPLETE;at=<step>
*>     step=<name>;rc=<rc>;status=<result>
loadState section.
local hasstate.
perform existsSync in fs using statefile giving hasstate.
if hasstate then
    local ttext.
    perform readFileSync in fs using statefile "utf8" giving ttext
    local tlines.
    perform split in ttext using "\n" giving tlines
    local tn.
    move length in tlines to tn
    local ti.
    local tline.
    local tparts.
    local tpn.
    local tj.
    local tkey.
    local tval.
    local trec.
    local isstep.
    perform varying ti from 1 to tn
        move tlines(ti) to tline
        if tline not = ""
            move object to trec
            move "" to tname in trec
            move "" to trc in trec
            move "" to tstatus in trec
            move "false" to isstep
            perform split in tline using ";" giving tparts
            move length in tparts to tpn
            perform varying tj from 1 to tpn
                unstring tparts(tj) delimited by "=" into tkey, tval
                if tkey = "stream" compute statestamp = tval * 1 end-if
                if tkey = "result" move tval to stateresult end-if
                if tkey = "at" move tval to stateat end-if
                if tkey = "step" move "true" to isstep move tval to tname in trec end-if
                if tkey = "rc" move tval to trc in trec end-if
                if tkey = "status" move tval to tstatus in trec end-if
            end-perform
            if isstep = "true"
                perform append in statesteps using trec
            end-if
        end-if
    end-perform
end-if.

findStateStep section using stepname giving found, laststatus, lastrc.
move "false" to found.
move "" to laststatus.
move "" to lastrc.
local n.
move length in statesteps to n.
local i.
local trec.
perform varying i from 1 to n
    move statesteps(i) to trec
    if tname in trec = stepname
        move "true" to found
        move tstatus in trec to laststatus
        move trc in trec to lastrc
    end-if
end-perform.

*> rewritten after every step, so a driver killed in the middle of a
*> step still leaves the stream RUNNING at that step for the rerun.
*> Only the steps that actually finished are listed.
writeState section using result, atstep.
local stext.
string "stream=" streamstart ";result=" result ";at=" atstep x"0A" into stext.
local n.
move length in steps to n.
local i.
local rec.
perform varying i from 1 to n
    move steps(i) to rec
    if lastresult in rec not = "" and lastresult in rec not = "RUNNING"
        string stext "step=" sname in rec ";rc=" lastrc in rec ";status=" lastresult in rec x"0A" into stext
    end-if
end-perform.
perform writeFileSync in fs using statefile stext.

*> the command is split on blanks into the program and its
*> arguments and run directly, output straight through to this
*> job's own, with the profile appended the way every step expects
*> it. Only the suite's own codes mean what they say: 0 and 4 pass
*> through, anything else - a crash, a kill, a command that would not
*> start - is a failure and counts as 8.
runStep section using srec giving stepstart, stepend, steprc.
local cmd.
move scommand in srec to cmd.
local cparts.
perform split in cmd using " " giving cparts.
local cn.
move length in cparts to cn.
local prog.
move "" to prog.
local cargs.
move table to cargs.
local ci.
local cpart.
perform varying ci from 1 to cn
    move cparts(ci) to cpart
    if cpart not = ""
        if prog = ""
            move cpart to prog
        else
            perform append in cargs using cpart
        end-if
    end-if
end-perform.
if profile not = "" then
    perform append in cargs using profile
end-if.
local spawnopts.
move object to spawnopts.
move "inherit" to stdio in spawnopts.
perform stampNow giving stepstart.
display "step " sname in srec " starting: " cmd.
local sresult.
perform spawnSync in childproc using prog cargs spawnopts giving sresult.
perform stampNow giving stepend.
local exitv.
move status in sresult to exitv.
move 8 to steprc.
if exitv = 0 then
    move 0 to steprc
end-if.
if exitv = 4 then
    move 4 to steprc
end-if.
display "step " sname in srec " ended rc " steprc " (exit status " exitv ")".

foldRc section using rcv.
local rcnum.
compute rcnum = rcv * 1.
if rcnum > worst then
    move rcnum to worst
end-if.

writeLogLine section using logline.
perform appendFileSync in fs using logfile logline.
perform appendFileSync in fs using logfile x"0A".

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

*> YYYYMMDDHHMMSS, sortable and the same shape in the log and state.
stampNow section giving stamp.
local d.
accept d from date.
local t.
accept t from time.
local hhmmss.
compute hhmmss = (t - function mod(t, 100)) / 100.
compute stamp = d * 1000000 + hhmmss.

*> a stamp to a running minute count, so the resume window can be
*> judged across midnight and month ends.
stampMinutes section using stampv giving mins.
local snum.
compute snum = stampv * 1.
local sclock.
compute sclock = function mod(snum, 1000000).
local sdate.
compute sdate = (snum - sclock) / 1000000.
local shh.
compute shh = (sclock - function mod(sclock, 10000)) / 10000.
local smm.
compute smm = function mod((sclock - function mod(sclock, 100)) / 100, 100).
local sdays.
perform dateToDays using sdate giving sdays.
compute mins = (sdays * 24 + shh) * 60 + smm.

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
