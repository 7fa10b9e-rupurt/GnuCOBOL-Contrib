      *-------------------------------------------------------------------------------*
      * *********************************************
      * Author:    DRM - GC-TOOLS maintenance
      * Date:      20261015
      * License
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Sort COBOL module
      * *********************************************
      *-------------------------------------------------------------------------------*
      * wkcfgld01.cpy
      * the parameter area of the gccfg01 configuration lookup: name
      * the program (the name it runs under) in cfg-program and the
      * request in cfg-request, then
      *     call "gccfg01" using config-area
      *       on exception (report the module missing)
      *     end-call
      * APPLY  puts every setting the GCCONFIG file holds for the
      *        program and the GCPROFILE profile into the environment,
      *        where the program's own ACCEPT ... FROM ENVIRONMENT
      *        finds it; a value set in the environment by hand wins
      *        for the run and is counted in cfg-overridden.  A batch
      *        step simply copies prcfgld01.cpy, which does this and
      *        ends the step when the configuration is refused.
      * GET    resolves the one setting named in cfg-name.
      * NEXT   resolves the cfg-index'th setting the file holds for
      *        the program ("EN" past the last).
      * GET and NEXT give the effective value in cfg-value and where
      * it came from in cfg-source: "E" the environment, "C" the
      * GCCONFIG line cfg-src-line (its profile and program columns
      * in cfg-src-profile and cfg-src-program), space neither - the
      * program's own default.  cfg-config-value is what the file
      * holds even when the environment overrides it.
      * cfg-result "00" good, "NP" the file has profile lines but no
      * GCPROFILE is set, "UP" the GCPROFILE profile is not in the
      * file, "NF" GCPROFILE is set but there is no GCCONFIG file,
      * "BL" GCCONFIG line cfg-src-line is not
      * profile;program;NAME=value, "EN" no cfg-index'th setting
       01 config-area.
           05 cfg-request          pic x(05).
           05 cfg-program          pic x(16).
           05 cfg-result           pic x(02).
           05 cfg-profile          pic x(08).
           05 cfg-applied          pic 9(03).
           05 cfg-overridden       pic 9(03).
           05 cfg-index            pic 9(03).
           05 cfg-name             pic x(30).
           05 cfg-value            pic x(200).
           05 cfg-source           pic x(01).
           05 cfg-src-profile      pic x(08).
           05 cfg-src-program      pic x(16).
           05 cfg-src-line         pic 9(04).
           05 cfg-config-value     pic x(200).
