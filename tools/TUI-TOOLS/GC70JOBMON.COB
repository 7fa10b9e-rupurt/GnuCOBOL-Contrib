*> Tectonics:  cobc -x GC70JOBMON.COB -lpdcurses (compile with GnuCOBOL 3.1 or greater)
*> Author:     DRM - GC-TOOLS maintenance
*> License:    GNU Lesser General Public License, LGPL, 3.0 (or greater)
*> Version:    1.2 20261015
*> Changelog:  1.0 first release.
*>             1.1 SLA deadlines from GCSLA with live projected-miss
*>                 warnings and a one-shot alert per job.
*>             1.2 settings (GCSTAT_JOBS, GCSTAT_REFRESHES) may come from the
*>                 GCCONFIG file for the GCPROFILE profile, through the gccfg01
*>                 lookup of the GCSORT suite (bind it with the screen); a value
*>                 set in the environment by hand still wins.
*> ***********************************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

COPY 'GC01BOX.CPY'.

*> the gccfg01 configuration lookup parameters (wkcfgld01.cpy in the GCSORT suite)
01  wConfigArea.
    05  Cfg-Request     pic x(05).
    05  Cfg-Program     pic x(16).
    05  Cfg-Result      pic x(02).
    05  Cfg-Profile     pic x(08).
    05  Cfg-Applied     pic 9(03).
    05  Cfg-Overridden  pic 9(03).
    05  Cfg-Index       pic 9(03).
    05  Cfg-Name        pic x(30).
    05  Cfg-Value       pic x(200).
    05  Cfg-Source      pic x(01).
    05  Cfg-SrcProfile  pic x(08).
    05  Cfg-SrcProgram  pic x(16).
    05  Cfg-SrcLine     pic 9(04).
    05  Cfg-ConfigValue pic x(200).

*> ***********************************************************************************
*>           P R O C E D U R E   D I V I S I O N
*> ***********************************************************************************
PROCEDURE DIVISION.
Monitor-Mainline.
    *> the GCCONFIG settings of this screen and the GCPROFILE
    *> profile go into the environment before any is accepted
    move "GC70JOBMON" to Cfg-Program
    move "APPLY" to Cfg-Request
    call "gccfg01" using wConfigArea
        on exception
            display "GC70JOBMON: gccfg01 not available; no configuration"
            move 16 to return-code
            goback
    end-call
    if Cfg-Result not = "00"
        display "GC70JOBMON: configuration refused (" Cfg-Result ")"
        move 8 to return-code
        goback
    end-if
    accept wJobsList from environment "GCSTAT_JOBS" end-accept
    if wJobsList = spaces
        display "GC70JOBMON: set GCSTAT_JOBS to the job names to"
