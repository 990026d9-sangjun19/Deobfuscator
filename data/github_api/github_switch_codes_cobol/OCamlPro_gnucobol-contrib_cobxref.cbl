     select   Config-In assign WS-Config-Name                     *> New -CONFIG
              organization line sequential
              status FS-Reply.
*>
*> -DATACONV support: A line sequential ASCII file going back to        *> New -DATACONV
*>   EBCDIC.
*>
     select   Dataconv-In assign WS-Dataconv-In
              organization line sequential
              status FS-Reply.
*>
*> -REFORMAT support: the member re-read, the normalised copy, and     *> New -REFORMAT
*>   the symbol signatures compared before it is kept.
*>
     select   Reformat-In assign WS-Reformat-Src
              organization line sequential
              status FS-Reply.
     select   Reformat-Out assign RF-Cand
              organization line sequential.
     select   Fmtsig-Out assign WS-Fmtsig-File
              organization line sequential
              status FS-Reply.
     select   Fmtsig-In-A assign RF-Sig-A
              organization line sequential
              status FS-Reply.
     select   Fmtsig-In-B assign RF-Sig-B
              organization line sequential
              status FS-Reply.
*>
*> -CRUD support: the library's program x data store matrix as CSV,    *> New -CRUD
*>   one row per program however many stores there are.
*>
     select   Crud-Csv-Out assign Crud-FileName
              organization line sequential.
*>
     select   Reconcile-In assign WS-Reconcile-Arg
              organization line sequential
              record key LX-Key with duplicates
              status FS-Reply.
*>
*> -CATALOG support: the program catalog, one record per PROGRAM-ID   *> New -CATALOG
*>   holding the business facts the reports show beside it.
*>
     select   Catalog-File assign WS-Catalog-File
              organization indexed
              access mode dynamic
              record key CG-Key
              status FS-Reply.
*>
*> -VALDATA support: the data-file quality gate's report.              *> New -VALDATA
*>
     select   Valdata-Listing assign Valdata-FileName
              organization line sequential.
*>
*> -FILECOMPARE support: the field-level data file comparison.         *> New -FILECOMPARE
*>
     select   Filecmp-Listing assign Filecmp-FileName
              organization line sequential.
*>
*> -MASKDATA support: the masking summary.                            *> New -MASKDATA
*>
     select   Maskdata-Listing assign Maskdata-FileName
              organization line sequential.
*>
*> -ANON support: A compilable copy of the expanded source with        *> New -ANON
*>   every user name consistently replaced and literals masked,
*>   for vendor support cases.
     select   Diff-Report     assign WS-Diff-Report-FileName
              organization line sequential
              status FS-Reply.
*>
*> -RULES support: per-paragraph decision tables as CSV, one table    *> New -RULES
*>   per IF / EVALUATE - wider than the 160 byte report lines.
*>
     select   Rules-Listing assign Rules-FileName
              organization line sequential.
*>
*> -GENCONVERT support: the generated record conversion program.     *> New -GENCONVERT
*>
     select   Genconv-Listing assign Genconv-FileName
              organization line sequential.
*>
*> -LAYOUTREG support: the running layout registry (H version, F      *> New -LAYOUTREG
*>   field and U usage rows) and the per-program change report.
*>
     select   Layreg-Registry assign WS-Layreg-Registry
              organization line sequential
              status FS-Reply.
     select   Layreg-Listing assign Layoutreg-FileName
              organization line sequential.
*>
*> -TESTPLAN support: the test-case sheet as CSV, its conditions       *> New -TESTPLAN
*>   wider than the 160 byte report lines.
*>
     select   Testplan-Csv-Out assign Testplan-Csv-FileName
              organization line sequential.
*>
*> -REGRESS support: the regression runs' audit history, A line per  *> New -REGRESS
*>   case run.
*>
     select   Regress-History assign WS-Regress-History
              organization line sequential
              status FS-Reply.
*>
*> -FLOWCHART support: the DOT flowcharts.                             *> New -FLOWCHART
*>
     select   Flowchart-Listing assign Flowchart-FileName
              organization line sequential.
*>
 i-o-control.
*>
*>
 fd  Dumpfile-Listing.                                             *> New -DUMPFILE
 01  Dumpfile-Record       pic x(160).
*>
 fd  Filecmp-Listing.                                              *> New -FILECOMPARE
 01  Filecmp-Record        pic x(160).
*>
 fd  Maskdata-Listing.                                             *> New -MASKDATA
 01  Maskdata-Record       pic x(160).
*>
 fd  Gendriver-Listing.                                            *> New -GENDRIVER
 01  Gendriver-Record      pic x(160).
*>
 fd  Config-In.                                                    *> New -CONFIG
 01  Config-In-Rec         pic x(256).
*>
 fd  Dataconv-In.                                                  *> New -DATACONV
 01  Dataconv-In-Rec       pic x(4096).
*>
 fd  Reformat-In.                                                  *> New -REFORMAT
 01  Reformat-In-Rec       pic x(256).
*>
 fd  Reformat-Out.                                                 *> New -REFORMAT
 01  Reformat-Out-Rec      pic x(512).
*>
 fd  Fmtsig-Out.                                                   *> New -REFORMAT
 01  Fmtsig-Out-Rec        pic x(256).
*>
 fd  Fmtsig-In-A.                                                  *> New -REFORMAT
 01  Fmtsig-In-A-Rec       pic x(256).
*>
 fd  Fmtsig-In-B.                                                  *> New -REFORMAT
 01  Fmtsig-In-B-Rec       pic x(256).
*>
 fd  Crud-Csv-Out.                                                 *> New -CRUD
 01  Crud-Csv-Rec          pic x(16000).
*>
 fd  Reconcile-In.                                                 *> New -RECONCILE
 01  Reconcile-In-Rec      pic x(200).
     03  LX-Program        pic x(64).
     03  LX-Type           pic x.
     03  LX-RefNo          pic 9(6).
*>
 fd  Catalog-File.                                                  *> New -CATALOG
 01  Catalog-Record.
     03  CG-Key            pic x(32).        *> PROGRAM-ID, upper case
     03  CG-Owner          pic x(30).
     03  CG-Desc           pic x(60).
     03  CG-Tier           pic x.            *> 1 to 4, space unset
     03  CG-SLA            pic x(5).         *> hh:mm
     03  CG-Oncall         pic x(40).
     03  CG-Chg-Date       pic x(8).         *> ccyymmdd
     03  CG-Chg-User       pic x(20).
     03  filler            pic x(20).
*>
 fd  Valdata-Listing.                                               *> New -VALDATA
 01  Valdata-Record        pic x(160).
*>
 fd  Diff-Report.                                                   *> New -DIFF
 01  Diff-Report-Record    pic x(256).
*>
 fd  Rules-Listing.                                                 *> New -RULES
 01  Rules-Record          pic x(1024).
*>
 fd  Genconv-Listing.                                               *> New -GENCONVERT
 01  Genconv-Record        pic x(160).
*>
 fd  Layreg-Registry.                                               *> New -LAYOUTREG
 01  Layreg-Reg-Record     pic x(200).
*>
 fd  Layreg-Listing.                                                *> New -LAYOUTREG
 01  Layreg-Record         pic x(160).
*>
 fd  Testplan-Csv-Out.                                              *> New -TESTPLAN
 01  Testplan-Csv-Rec      pic x(512).
*>
 fd  Regress-History.                                               *> New -REGRESS
 01  Regress-History-Record pic x(200).
*>
 fd  Flowchart-Listing.                                             *> New -FLOWCHART
 01  Flowchart-Record        pic x(512).
*>
 fd  SourceInput.
 01  SourceRecIn           pic x(256).
 77  PD-Verb               pic x(12)       value spaces.
 77  PD-One-Shot           pic 9           value zero.
 77  PD-New-RefType        pic x           value space.
 77  PD-Giving             pic x           value "N".         *> New -EXTRACT
*>
*> command line input -SETUSE: report W-S/L-S items written but never     *> New -SETUSE
*>   read, and items read before their first write with no VALUE
         05  SQ-Tables     pic x(64).
         05  SQ-Cols       pic x(64).
         05  SQ-Hosts      pic x(96).   *> :host list, space-joined  *> New -SQLSCHEMA
         05  SQ-Binds      pic x(96).   *> COL=HOST pairs            *> New -SQLIMPACT
 01  Sql-Stmt-Count        Binary-Long     value zero.
 77  SQ-Host-Ptr           Binary-Long     value 1.
 77  SQ-Bind-Ptr           Binary-Long     value 1.                 *> New -SQLIMPACT
 77  SQ-Hv-Off             Binary-Long     value 2.
 77  SQ-Prev-Col           pic x(32)       value spaces.
 77  SQ-Prev-Eq            pic x           value "N".
 77  SQ-Col-Word           pic x(32)       value spaces.
*>
*> command line input -CICSXREF: command/resource cross-reference of     *> New -CICSXREF
*>   the embedded EXEC CICS spans.  CX-Last-Kw remembers the operand
 77  LZ-Tot                Binary-Long     value zero.
 77  LZ-P                  Binary-Long     value zero.
 77  LZ-Rep                Binary-Long     value zero.
 77  LZ-Hdr-Ptr            Binary-Long     value zero.         *> New -SORTCARDS
 77  LZ-Fd                 pic x(32)       value spaces.       *> New -SORTCARDS
 77  LZ-Bytes              Binary-Long     value zero.
 77  LZ-Digits             Binary-Long     value zero.
 77  LZ-Char               pic x           value space.
 77  WS-Lineage-Dir          pic x(64)       value spaces.
 77  FC-P2                   Binary-Long     value zero.
 77  FC-P3                   Binary-Long     value zero.
 77  FC-Mode-Pos             Binary-Long     value zero.         *> New -CONTENTION
 77  FC-Mode-Letters         pic x(4)        value "IOUE".
 01  LN-Edge-Table.
     03  LN-Edge-Entry       occurs 400.
         05  LN-E-From       pic x(44).    *> dataset read
         05  LC-G-Prog       pic x(64).
         05  LC-G-Name       pic x(32).
         05  LC-G-Len        pic 9(8).
         05  LC-G-Fd         pic x(32).                          *> New -SORTCARDS
         05  LC-G-First      Binary-Long.
         05  LC-G-Last       Binary-Long.
 01  LC-Grp-Count            Binary-Long     value zero.
         05  LC-F-Pic        pic x(22).
         05  LC-F-Off        pic 9(8).
         05  LC-F-Len        pic 9(8).
         05  LC-F-Usage      pic x(10).                          *> New -SORTCARDS
 01  LC-Field-Count          Binary-Long     value zero.
 77  LC-Cur-Grp              Binary-Long     value zero.
 77  LC-In-FD                pic x           value "N".
 77  SW-65                   pic x           value "N".
     88 Index-Output                         value "Y".
*>
*> -SPOOL=dir[,DRAIN] support: analysis request spool.  A resident     *> New -SPOOL
*>   dispatcher, -SERVE style, watching dir for request files -
*>   name.req, written elsewhere and moved in whole - each naming
*>   the analyst, the arguments (an @profile is fine, the run
*>   expands it), A priority 1 (first) to 9 and A not-before time:
*>       analyst:  jsmith
*>       args:     @nightly /prod/src/PAY100.cbl -SQLCHECK
*>       priority: 3
*>       after:    2026-10-15 22:00
*>       dir:      /prod/src         (where the run starts)
*>   Requests run as A fresh cobxref of their own, spool.limit (site
*>   config, default 1) at A time, none started inside A
*>   spool.blackout window ("0600-0900,1200-1300").  Each run's
*>   reports, console output and return code go to dir/name.out
*>   (its own -OUTDIR, if its args give one, takes the reports), and
*>   A request naming any shell character fails at once; the request
*>   file becomes name.req.done or .failed, every request is logged
*>   to the Audit-Log under its analyst's name, and dir/spool.status
*>   shows each one queued, running, done or failed.  dir/spool.stop
*>   stops the dispatcher once its runs finish; DRAIN stops it when
*>   nothing is left queued.
*>
 77  WS-Spool-Arg            pic x(80)       value spaces.
 77  WS-Spool-Dir            pic x(64)       value spaces.
 77  WS-Spool-Mode           pic x(8)        value spaces.
 01  RQ-Req-Table.
     03  RQ-Req              occurs 500.
         05  RQ-R-File       pic x(64).      *> dir/name.req
         05  RQ-R-Name       pic x(32).      *> name
         05  RQ-R-Analyst    pic x(32).
         05  RQ-R-Args       pic x(200).
         05  RQ-R-Dir        pic x(64).
         05  RQ-R-Pri        pic 9.
         05  RQ-R-After      pic 9(12).
         05  RQ-R-State      pic x.          *> Q R D F
         05  RQ-R-Out        pic x(80).
         05  RQ-R-RC         pic 9(3).
         05  RQ-R-Note       pic x(40).
 77  RQ-Req-Cnt              Binary-Long     value zero.
 77  RQ-Limit                Binary-Long     value 1.
 77  RQ-Poll                 pic 9(4)        value 10.
 77  RQ-Blackout             pic x(200)      value spaces.
 77  RQ-Window               pic x(20)       value spaces.
 77  RQ-From                 pic 9(4)        value zero.
 77  RQ-To                   pic 9(4)        value zero.
 77  RQ-Date                 pic 9(8)        value zero.
 77  RQ-Time                 pic 9(8)        value zero.
 77  RQ-Now                  pic 9(12)       value zero.
 77  RQ-Hhmm                 pic 9(4)        value zero.
 77  RQ-Digits               pic x(12)       value spaces.
 77  RQ-Key                  pic x(16)       value spaces.
 77  RQ-Value                pic x(200)      value spaces.
 77  RQ-Pwd                  pic x(64)       value spaces.
 77  RQ-Name                 pic x(80)       value spaces.
 77  RQ-Command              pic x(800)      value spaces.
 77  RQ-Outdir               pic x(96)       value spaces.
 77  RQ-Running              Binary-Long     value zero.
 77  RQ-Queued               Binary-Long     value zero.
 77  RQ-Best                 Binary-Long     value zero.
 77  RQ-I                    Binary-Long     value zero.
 77  RQ-J                    Binary-Long     value zero.
 77  RQ-N                    Binary-Long     value zero.
 77  RQ-P                    Binary-Long     value zero.
 77  RQ-Changed              pic x           value "N".
 77  RQ-Stopping             pic x           value "N".
 77  RQ-In-Blackout          pic x           value "N".
 77  RQ-Seen                 pic x           value "N".
 77  RQ-NumZ                 pic z(4)9.
 77  RQ-NumZ2                pic z(4)9.
 77  RQ-RcZ                  pic zz9.
*>
*> -QUERY support: non-interactive queries against the same keyed      *> New -QUERY
*>   index bc660 uses and the .calls data zz199 stitches - stable
*>   pipe-delimited lines on stdout, return code 0 = hits, 1 = no
 77  XD-Kind                 pic x          value space.
 77  XD-CntZ                 pic z(6)9.
 77  XD-Started              pic x          value "N".
*>
*> command line input -RULES: the business rules buried in each        *> New -RULES
*>   paragraph as decision tables.  Every IF and EVALUATE testing A
*>   data item or an 88 against literals becomes one table - the
*>   items tested are the columns, each branch (THEN / ELSE, each
*>   WHEN) A row, ending in the MOVE / SET / PERFORM (plus COMPUTE,
*>   CALL and GO TO) actions it leads to.  88 names are opened out
*>   to their VALUE lists from the condition table.  CSV, to
*>   Prog-BaseName.rules, for analysts who do not read COBOL.
*>
 77  SW-94                   pic x          value "N".
     88 Rules-Output                        value "Y".
 77  Rules-FileName          pic x(64)      value spaces.
 01  RU-Dec-Table.
     03  RU-Dec-Entry        occurs 300.
         05  RU-Dec-Para     pic x(32).
         05  RU-Dec-Ref      pic 9(6).
         05  RU-Dec-Kind     pic x.       *> I IF / E EVALUATE
         05  RU-Dec-True     pic x.       *> EVALUATE TRUE
         05  RU-Dec-Else     pic x.       *> IF has an ELSE
         05  RU-Dec-Cols     Binary-Long.
         05  RU-Dec-Col      pic x(32)   occurs 6.
 01  RU-Dec-Count            Binary-Long    value zero.
 01  RU-Row-Table.
     03  RU-Row-Entry        occurs 1000.
         05  RU-Row-Dec      Binary-Long.
         05  RU-Row-Test     pic x(80)   occurs 6.
         05  RU-Row-Act      pic x(160).
         05  RU-Row-Act-Ptr  Binary-Long.
 01  RU-Row-Count            Binary-Long    value zero.
 01  RU-Stack.
     03  RU-Stk-Entry        occurs 10.
         05  RU-Stk-Dec      Binary-Long.
         05  RU-Stk-Row      Binary-Long.
         05  RU-Stk-Kind     pic x.
 77  RU-Depth                Binary-Long    value zero.
 77  RU-State                pic x          value space.  *> S subject
*>                                      C condition / A actions
 77  RU-Act-On               pic x          value "N".
 77  RU-In-Sub               pic x          value "N".
 77  RU-Qual                 pic x          value "N".
 77  RU-Not                  pic x          value "N".
 77  RU-Op                   pic x(4)       value spaces.
 77  RU-Joiner               pic x(4)       value spaces.
     88  RU-Arith                           values "+" "-" "*" "/" "**".
 77  RU-Op-New               pic x          value "N".    *> no value
*>                                      taken since the relation
 77  RU-Last                 pic x          value space.  *> V value
*>                                      O relation, sign or verb
 77  RU-Sub-Par              Binary-Long    value zero.   *> ( open in
 77  RU-Grp-Par              Binary-Long    value zero.   *>  subscript
 77  RU-Skip-Par             Binary-Long    value zero.   *>  value, test
 77  RU-Grp-Open             Binary-Long    value zero.
 77  RU-Grp-Close            Binary-Long    value zero.
 77  RU-Grp-Tok              pic x          value "N".
 77  RU-Lp                   Binary-Long    value zero.
 77  RU-Rp                   Binary-Long    value zero.
 77  RU-E                    Binary-Long    value zero.
 77  RU-Cur-Para             pic x(32)      value spaces.
 77  RU-Col                  Binary-Long    value zero.
 77  RU-Also                 Binary-Long    value zero.
 77  RU-Dec                  Binary-Long    value zero.
 77  RU-Row                  Binary-Long    value zero.
 77  RU-Idx                  Binary-Long    value zero.
 77  RU-J                    Binary-Long    value zero.
 77  RU-K                    Binary-Long    value zero.
 77  RU-P                    Binary-Long    value zero.
 77  RU-Word                 pic x(48)      value spaces.
 77  RU-Name                 pic x(32)      value spaces.
 77  RU-Test                 pic x(80)      value spaces.
 77  RU-Build                pic x(200)     value spaces.
 77  RU-Kind                 pic x          value space.
 77  RU-Num8                 pic 9(8)       value zero.
 77  RU-Num8Z                pic z(7)9.
 77  RU-Hits                 Binary-Long    value zero.
 77  RU-RefZ                 pic z(5)9.
 77  RU-NumZ                 pic z(5)9.
*>
*> command line input -GENCONVERT=old.xdb,new.xdb[,01name]: A          *> New -GENCONVERT
*>   compilable GnuCOBOL program converting A file of the old record
*>   to the new one, from two -SAVEDB analysis databases.  Fields
*>   are matched by name; those that moved, changed PIC or changed
*>   USAGE are flagged, new fields are set from their VALUE clause,
*>   dropped fields are listed in the generated header and the
*>   record counts are reconciled at end of job.  The 01 is the
*>   named one, else the first FILE-section group.  Written to
*>   <new db basename>.conv.cbl.  GC-Side (1) is the old layout,
*>   GC-Side (2) the new.
*>
 77  WS-Genconv-Arg          pic x(128)     value spaces.
 77  GC-Old-File             pic x(64)      value spaces.
 77  GC-New-File             pic x(64)      value spaces.
 77  GC-Rec-Name             pic x(32)      value spaces.
 77  Genconv-FileName        pic x(64)      value spaces.
 77  GC-Prog                 pic x(31)      value spaces.
 01  GC-Side-Table.
     03  GC-Side             occurs 2.
         05  GC-Cnt          Binary-Long.
         05  GC-Db           pic x(64).
         05  GC-Item         occurs 1000.
             07  GC-Lvl      pic 99.
             07  GC-Name     pic x(32).
             07  GC-Pic      pic x(30).
             07  GC-Usage    pic x(10).
             07  GC-Occ      pic 9(8).
             07  GC-Redef    pic x(32).
             07  GC-Len      pic 9(8).
             07  GC-Off      pic 9(8).
             07  GC-Elem     pic x.         *> Y = elementary item
             07  GC-Val      pic x(60).     *> VALUE clause, as coded
             07  GC-Stat     pic x.         *> M matched  N new
*>                                             D dropped  H by hand
             07  GC-Link     Binary-Long.   *> the other side's item
             07  GC-Chg      pic x(4).      *> M moved P pic U usage
*>                                             O occurs count
 77  GC-S                    Binary-Long    value zero.
 77  GC-T                    Binary-Long    value zero.
 77  GC-K                    Binary-Long    value zero.
 77  GC-J                    Binary-Long    value zero.
 77  GC-X                    Binary-Long    value zero.
 77  GC-Top                  Binary-Long    value zero.
 77  GC-O                    Binary-Long    value zero.
 77  GC-Ind                  Binary-Long    value zero.
 77  GC-P                    Binary-Long    value zero.
 77  GC-Lv                   pic 99         value zero.
 77  GC-Depth                Binary-Long    value zero.
 77  GC-Depth2               Binary-Long    value zero.
 77  GC-Occ-Cnt              Binary-Long    value zero.
 77  GC-Occ-Cnt2             Binary-Long    value zero.
 77  GC-Parent               Binary-Long    value zero.
 77  GC-In-Redef             pic x          value "N".
 77  GC-In-Redef2            pic x          value "N".
 77  GC-Dflt                 pic x          value "N".
 77  GC-Date                 pic x(21)      value spaces.
 77  GC-Why                  pic x(40)      value spaces.
 77  GC-Qual                 pic x(100)     value spaces.
 77  GC-Qual2                pic x(100)     value spaces.
 77  GC-Text                 pic x(100)     value spaces.
 77  GC-Matched              Binary-Long    value zero.
 77  GC-New                  Binary-Long    value zero.
 77  GC-Dropped              Binary-Long    value zero.
 77  GC-Flagged              Binary-Long    value zero.
 77  GC-Hand                 Binary-Long    value zero.
 77  GC-NumZ                 pic z(7)9.
 77  GC-NumZ2                pic z(7)9.
 77  GC-LvlZ                 pic 99.
*>
*> VALUE clauses of the captured layout items (the literal or         *> New -GENCONVERT
*>   figurative as coded) - saved in the .xdb as W rows so the
*>   conversion generator can initialise new fields.
*>
 01  LV-Table.
     03  LV-Entry            occurs 3000.
         05  LV-Prog         pic x(30).
         05  LV-Name         pic x(32).
         05  LV-RefNo        pic 9(6).
         05  LV-Value        pic x(60).
 01  LV-Count                Binary-Long    value zero.
 77  LV-Armed                pic x          value "N".
 77  LV-P                    Binary-Long    value zero.
*>
*> command line input -LAYOUTREG[=catalogdir]: A dated history of      *> New -LAYOUTREG
*>   every 01 layout that comes out of A copybook, kept in A registry
*>   file alongside the Metrics-Log (COBXREF_LAYOUTREG overrides the
*>   name).  Each pass checks this program's copybook layouts - the
*>   bc842-Layout-Line data - against the last registered version,
*>   records A new dated version when anything moved, and reports
*>   every field whose offset, length or USAGE changed, naming the
*>   datasets whose FD records use the copybook.  Datasets come from
*>   the -FILECAT ASSIGN catalog of catalogdir (default: the source's
*>   own directory) joined on program + SELECT name, plus those the
*>   registry holds from earlier runs of other programs.  A shifted
*>   layout fails the run with return code 8 - put the switch on the
*>   -CONFIG "default:" line to make it A standing release gate.
*>   Report to Prog-BaseName.layreg.
*>
 77  SW-95                   pic x          value "N".
     88 Layoutreg-Output                    value "Y".
 77  Layoutreg-FileName      pic x(64)      value spaces.
 77  WS-Layreg-Registry      pic x(64)      value spaces.
 77  WS-Layreg-Catdir        pic x(64)      value spaces.
 77  LR-Cat-Loaded           pic x          value "N".
 77  LR-Opened               pic x          value "N".
 77  LR-Gate-Fail            pic x          value "N".
 77  LR-Have-Old             pic x          value "N".
 77  LR-U-Known              pic x          value "N".
 77  LR-Eof                  pic x          value "N".
 77  LR-Date                 pic x(21)      value spaces.
 77  LR-Old-Stamp            pic x(14)      value spaces.
 77  LR-Old-Prog             pic x(30)      value spaces.
 77  LR-Src-Prog             pic x(64)      value spaces.
 77  LR-Copybook             pic x(32)      value spaces.
 77  LR-Rec-Name             pic x(32)      value spaces.
 77  LR-FD-Name              pic x(32)      value spaces.
 77  LR-Datasets             pic x(96)      value spaces.
 77  LR-Dsn-List             pic x(200)     value spaces.
 77  LR-Probe                pic x(48)      value spaces.
 77  LR-Word                 pic x(44)      value spaces.
 77  LR-Wlen                 Binary-Long    value zero.
 77  LR-Dsn-Ptr              Binary-Long    value zero.
 77  LR-Text                 pic x(160)     value spaces.
 77  LR-Idx                  Binary-Long    value zero.
 77  LR-End                  Binary-Long    value zero.
 77  LR-K                    Binary-Long    value zero.
 77  LR-J                    Binary-Long    value zero.
 77  LR-C                    Binary-Long    value zero.
 77  LR-P                    Binary-Long    value zero.
 77  LR-Best                 Binary-Long    value zero.
 77  LR-Tally                Binary-Long    value zero.
 77  LR-Chg-Count            Binary-Long    value zero.
 77  LR-Tot-Layouts          Binary-Long    value zero.
 77  LR-Tot-New              Binary-Long    value zero.
 77  LR-Tot-Changed          Binary-Long    value zero.
 77  LR-NumZ                 pic z(7)9.
 77  LR-NumZ2                pic z(7)9.
 77  LR-NumZ3                pic z(7)9.
 77  LR-NumZ4                pic z(7)9.
 01  LR-Side-Table.
     03  LR-Side             occurs 2.      *> 1 = registered, 2 = now
         05  LR-Cnt          Binary-Long.
         05  LR-Item         occurs 500.
             07  LR-Lvl      pic 99.
             07  LR-Name     pic x(32).
             07  LR-Ord      pic 999.       *> nth use of the name
             07  LR-Off      pic 9(8).
             07  LR-Len      pic 9(8).
             07  LR-Usage    pic x(10).
             07  LR-Pic      pic x(30).
             07  LR-Hit      pic x.
*>
*> command line input -GENDATA=01name[,count[,seed]]: A synthetic      *> New -GENDATA
*>   test-data file for the captured 01 layout, in the fixed-length
*>   raw form -DUMPFILE and -VALDATA read back (EBCDIC text under
*>   -EBCDIC).  Numeric fields get values that fit their PIC and
*>   USAGE - packed nibbles and sign, big-endian binary, zoned
*>   overpunch - 88 parents are drawn from their VALUE domains, and
*>   RECORD KEY / ALTERNATE RECORD KEY fields carry the record
*>   sequence so an indexed load sees unique keys in order.  The
*>   same seed gives the same file; with no seed one is taken from
*>   the clock and reported.  Count defaults to 100.  Data to
*>   Prog-BaseName.gendata.
*>
 77  SW-96                   pic x          value "N".
     88 Gendata-Output                      value "Y".
 77  Gendata-FileName        pic x(64)      value spaces.
 77  WS-Gendata-Arg          pic x(80)      value spaces.
 77  WS-Gendata-Rec          pic x(32)      value spaces.
 77  WS-Gendata-Count        pic 9(7)       value 100.
 77  WS-Gendata-Seed         pic 9(10)      value zero.
 77  GN-Seed-Given           pic x          value "N".
 77  GN-Rand                 pic 9(10)      value zero.
 77  GN-Prod                 pic 9(18)      value zero.
 77  GN-Max                  pic 9(18)      value zero.
 77  GN-Lo                   pic 9(18)      value zero.
 77  GN-Hi                   pic 9(18)      value zero.
 77  GN-Val                  pic s9(18)     value zero.
 77  GN-Digits               pic 9(18)      value zero.
 77  GN-Rec-No               pic 9(9)       value zero.
 77  GN-Text                 pic x(12)      value spaces.
 77  GN-Neg                  pic x          value "N".
 77  GN-Is-Key               pic x          value "N".
 77  GN-Skip-Lvl             pic 99         value zero.
 77  GN-Close-Lvl            pic 99         value zero.
 77  GN-Dom-Hit              pic x          value "N".
 77  GN-Dig                  pic 9          value zero.
 77  GN-Dig2                 pic 9          value zero.
 77  GN-Rec-Idx              Binary-Long    value zero.
 77  GN-End                  Binary-Long    value zero.
 77  GN-Idx                  Binary-Long    value zero.
 77  GN-Occ                  Binary-Long    value zero.
 77  GN-Occ-Max              Binary-Long    value zero.
 77  GN-J                    Binary-Long    value zero.
 77  GN-K                    Binary-Long    value zero.
 77  GN-P                    Binary-Long    value zero.
 77  GN-B                    Binary-Long    value zero.
 77  GN-Len                  Binary-Long    value zero.
 77  GN-Nib                  Binary-Long    value zero.
 77  GN-Rec-Len              Binary-Long    value zero.
 77  GN-Dom-Cnt              Binary-Long    value zero.
 77  GN-Dom-Pick             Binary-Long    value zero.
 77  GN-NumZ                 pic z(8)9.
 77  GN-NumZ2                pic z(9)9.
 77  GN-Alpha                pic x(36)
                             value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
 01  GN-Buf                  pic x(4096)    value spaces.
 01  GN-Nibbles              pic x(40)      value spaces.
 01  GN-Occ-Stack.
     03  GN-Os-Entry         occurs 20.
         05  GN-Os-Idx       Binary-Long.
         05  GN-Os-Lvl       pic 99.
 77  GN-Os-Cnt               Binary-Long    value zero.
 01  GN-Key-Table.
     03  GN-Key-Idx          Binary-Long    occurs 20.
 77  GN-Key-Cnt              Binary-Long    value zero.
*>
*> command line input -FILECOMPARE=old,new[,key=field]: A field-level   *> New -FILECOMPARE
*>   comparison of two fixed-length data files through the captured
*>   01 layout (-DUMPREC=01name, else the first FD 01).  Records pair
*>   by position, or by the named key field when both files are in
*>   key sequence (A balanced-line merge - keys only in the new file
*>   are INSERTED, only in the old DELETED).  Every differing field
*>   is listed with both values decoded per its PIC/USAGE; fields
*>   named by -CMPIGNORE=f1,f2 or A "compare.ignore:" config line
*>   (A leading or trailing * matches A suffix or prefix) are
*>   skipped, so run timestamps do not count.  Any difference gives
*>   rc 8.  Report to Prog-BaseName.filecmp.
*>
 77  SW-97                   pic x          value "N".
     88 Filecmp-Output                      value "Y".
 77  Filecmp-FileName        pic x(64)      value spaces.
 77  WS-Filecmp-Arg          pic x(128)     value spaces.
 77  WS-Filecmp-Old          pic x(128)     value spaces.
 77  WS-Filecmp-New          pic x(128)     value spaces.
 77  WS-Filecmp-Key          pic x(40)      value spaces.
 77  WS-Filecmp-Ignore       pic x(200)     value spaces.
 77  CM-Gate-Fail            pic x          value "N".
 77  CM-Keyed                pic x          value "N".
 77  CM-Old-Eof              pic x          value "N".
 77  CM-New-Eof              pic x          value "N".
 77  CM-Rec-Diff             pic x          value "N".
 77  CM-Match                pic x          value "N".
 77  CM-Side                 pic x          value space.
 77  CM-Kind                 pic x          value space.
 77  CM-Rec-Idx              Binary-Long    value zero.
 77  CM-End                  Binary-Long    value zero.
 77  CM-Rec-Len              Binary-Long    value zero.
 77  CM-Key-Idx              Binary-Long    value zero.
 77  CM-Key-Pos              Binary-Long    value zero.
 77  CM-Key-Len              Binary-Long    value zero.
 77  CM-Idx                  Binary-Long    value zero.
 77  CM-J                    Binary-Long    value zero.
 77  CM-K                    Binary-Long    value zero.
 77  CM-P                    Binary-Long    value zero.
 77  CM-PL                   Binary-Long    value zero.
 77  CM-NL                   Binary-Long    value zero.
 77  CM-Skip-Lvl             pic 99         value zero.
 77  CM-Old-No               Binary-Long    value zero.
 77  CM-New-No               Binary-Long    value zero.
 77  CM-Same                 Binary-Long    value zero.
 77  CM-Changed              Binary-Long    value zero.
 77  CM-Inserted             Binary-Long    value zero.
 77  CM-Deleted              Binary-Long    value zero.
 77  CM-Seq-Errs             Binary-Long    value zero.
 77  CM-Detail-Max           Binary-Long    value 100.
 77  CM-Detailed             Binary-Long    value zero.
 77  CM-Dec-Idx              Binary-Long    value zero.
 77  CM-Dec-Pos              Binary-Long    value zero.
 77  CM-Dec-Len              Binary-Long    value zero.
 77  CM-Dec-Text             pic x(64)      value spaces.
 77  CM-Old-Text             pic x(64)      value spaces.
 77  CM-Key-Text             pic x(64)      value spaces.
 77  CM-Pat                  pic x(32)      value spaces.
 77  CM-Nm                   pic x(32)      value spaces.
 77  CM-Label                pic x(48)      value spaces.
 77  CM-Sub-Text             pic x(16)      value spaces.
 77  CM-NumZ                 pic z(8)9.
 77  CM-NumZ2                pic z(8)9.
 77  CM-Old-Handle           pic x(4)               value zero.
 77  CM-New-Handle           pic x(4)               value zero.
 77  CM-Old-Off              pic x(8)       comp-x  value zero.
 77  CM-New-Off              pic x(8)       comp-x  value zero.
 01  CM-Old-Buf              pic x(4096)    value spaces.
 01  CM-New-Buf              pic x(4096)    value spaces.
 01  CM-Old-Prev             pic x(256)     value low-values.
 01  CM-New-Prev             pic x(256)     value low-values.
 01  CM-Ignore-Table.
     03  CM-Ign-Name         pic x(32)      occurs 50.
 77  CM-Ign-Cnt              Binary-Long    value zero.
*> the record's elementary items, every occurrence spelt out.
 01  CM-Field-Table.
     03  CM-Fld-Entry        occurs 2000.
         05  CM-Fld-Idx      Binary-Long.
         05  CM-Fld-Pos      Binary-Long.
         05  CM-Fld-Label    pic x(48).
         05  CM-Fld-Skip     pic x.
         05  CM-Fld-Diffs    Binary-Long.
 77  CM-Fld-Cnt              Binary-Long    value zero.
*> enclosing OCCURS groups of the item in hand, outermost first.
 01  CM-Dim-Table.
     03  CM-Dim-Entry        occurs 6.
         05  CM-Dim-Idx      Binary-Long.
         05  CM-Dim-Lvl      pic 99.
         05  CM-Dim-Sub      Binary-Long.
 77  CM-Dim-Cnt              Binary-Long    value zero.
 77  CM-Dims                 Binary-Long    value zero.
*>
*> command line input -MASKDATA=in,out: A test copy of A production    *> New -MASKDATA
*>   data file, rewritten through the captured 01 layout (as picked
*>   for -FILECOMPARE).  Fields tagged in the config files by lines
*>   like "mask.CUST-NAME: name" or "mask.*-SSN: digits" (A leading
*>   or trailing * as for -CMPIGNORE) are scrambled:
*>     name   - letters to letters, case and spacing kept,
*>     digits - digits to digits,
*>     text   - both,
*>     blank  - cleared to spaces, or zero for numeric items.
*>   The replacement is drawn from A hash of the field's own bytes
*>   (keyed by an optional "mask.key: nnnn" line), so one input
*>   value always gives one masked value and keys still join across
*>   files.  Packed fields keep their sign nibble and binary fields
*>   their sign and digit count, so both stay valid; numeric items
*>   take digits whatever the kind.  Untagged bytes are copied
*>   unchanged.  Summary of fields masked and records processed to
*>   Prog-BaseName.masklog; no tagged field, or A file that will not
*>   open, gives rc 8 and no copy.
*>
 77  SW-98                   pic x          value "N".
     88 Maskdata-Output                     value "Y".
 77  Maskdata-FileName       pic x(64)      value spaces.
 77  WS-Maskdata-Arg         pic x(128)     value spaces.
 77  WS-Mask-In              pic x(128)     value spaces.
 77  WS-Mask-Out             pic x(128)     value spaces.
 77  MK-Gate-Fail            pic x          value "N".
 77  MK-Key                  pic 9(10)      value 20231.
 77  MK-Hash                 pic 9(10)      value zero.
 77  MK-Prod                 pic 9(18)      value zero.
 77  MK-Kind                 pic x(8)       value spaces.
 77  MK-Char                 pic x          value space.
 77  MK-Class                pic x          value space.
 77  MK-Tagged               Binary-Long    value zero.
 77  MK-Records              Binary-Long    value zero.
 77  MK-Idx                  Binary-Long    value zero.
 77  MK-J                    Binary-Long    value zero.
 77  MK-B                    Binary-Long    value zero.
 77  MK-P                    Binary-Long    value zero.
 77  MK-Len                  Binary-Long    value zero.
 77  MK-Hi                   Binary-Long    value zero.
 77  MK-Lo                   Binary-Long    value zero.
 77  MK-Nd                   Binary-Long    value zero.
 77  MK-Val                  pic s9(18)     value zero.
 77  MK-Abs                  pic 9(18)      value zero.
 77  MK-Neg                  pic x          value "N".
 77  MK-Out-Handle           pic x(4)               value zero.
 77  MK-Out-Off              pic x(8)       comp-x  value zero.
 77  MK-NumZ                 pic z(8)9.
 01  MK-Tag-Table.
     03  MK-Tag-Entry        occurs 50.
         05  MK-Tag-Pat      pic x(32).
         05  MK-Tag-Kind     pic x(8).
 77  MK-Tag-Cnt              Binary-Long    value zero.
 77  MK-Key-Set              pic x          value "N".
 77  MK-F                    Binary-Long    value zero.
*> per CM-Field-Table entry - its tag and records changed.
 01  MK-Fld-Table.
     03  MK-Fld-Entry        occurs 2000.
         05  MK-Fld-Tag      Binary-Long.
         05  MK-Fld-Hits     Binary-Long.
*>
*> command line input -DATACONV=in,out[,E2A|A2E][,FIXED|LINE]: A data   *> New -DATACONV
*>   file transcoded through the captured 01 layout (as picked for
*>   -FILECOMPARE) rather than A byte table over the whole record.
*>   DISPLAY and edited fields go through the -EBCDIC table; COMP,
*>   COMP-3 and other binary usages are copied unchanged; the last
*>   byte of A zoned numeric has its overpunch recast - EBCDIC C/F
*>   zones to plain digits and D to "p"-"y" (GnuCOBOL's ASCII
*>   signs), and back to C/D (F when unsigned), taking "{A-I}J-R"
*>   too.  E2A is the default.  LINE is the ASCII side's format -
*>   line sequential output for E2A, input for A2E; otherwise both
*>   sides are fixed-length raw records.  Summary to the console;
*>   A file that will not open gives rc 8.
*>
 77  SW-99                   pic x          value "N".
     88 Dataconv-Output                     value "Y".
 77  WS-Dataconv-Arg         pic x(128)     value spaces.
 77  WS-Dataconv-In          pic x(128)     value spaces.
 77  WS-Dataconv-Out         pic x(128)     value spaces.
 77  WS-Dataconv-Dir         pic x(3)       value "E2A".
 77  WS-Dataconv-Line        pic x          value "N".
 77  DC-Opt1                 pic x(8)       value spaces.
 77  DC-Opt2                 pic x(8)       value spaces.
 77  DC-Gate-Fail            pic x          value "N".
 77  DC-In-Eof               pic x          value "N".
 77  DC-Char                 pic x          value space.
 77  DC-Nl-Recs              Binary-Long    value zero.
 77  DC-Nl-Hit               pic x          value "N".
 77  DC-Idx                  Binary-Long    value zero.
 77  DC-P                    Binary-Long    value zero.
 77  DC-Len                  Binary-Long    value zero.
 77  DC-Out-Len              Binary-Long    value zero.
 77  DC-Zone                 Binary-Long    value zero.
 77  DC-Digit                Binary-Long    value zero.
 77  DC-Out-Handle           pic x(4)               value zero.
 77  DC-Out-Off              pic x(8)       comp-x  value zero.
 77  DC-NumZ                 pic z(8)9.
*>
*> command line input -REFORMAT: A normalised copy of the member to       *> New -REFORMAT
*>   Prog-BaseName.fmt.cbl - always free format, tabs expanded,
*>   verbs padded so their operands line up, one statement per
*>   line with nested statements, ELSE/WHEN and the END-xxx scope
*>   terminators indented by the scope they belong to, data items
*>   indented by level-number nesting.  Reserved words cased per the
*>   config line reformat.case: upper|lower|keep (upper default),
*>   reformat.indent: n sets the step (4).  Literals, comments and
*>   COPY/REPLACE/EXEC text are copied as written.  The copy is built
*>   beside the member as name.fmtchk.cbl and only kept when A
*>   -FMTSIG run of ourselves over it gives the same symbol signature
*>   as this run.
*>
*> -FMTSIG=file: the signature itself - one row per distinct name
*>   and type from the sorted symbol stream, one per captured layout
*>   item - and the switch that makes A run the child of -REFORMAT
*>   (no config default profile, no audit record, no second copy).
*>
 77  SW-100                  pic x          value "N".
     88 Reformat-Output                     value "Y".
 77  Reformat-FileName       pic x(64)      value spaces.
 77  WS-Reformat-Src         pic x(128)     value spaces.
 77  WS-Fmtsig-File          pic x(128)     value spaces.
 77  WS-Fmtsig-Child         pic x          value "N".
 77  RF-Gate-Fail            pic x          value "N".
 77  RF-Sig-A                pic x(128)     value spaces.
 77  RF-Sig-B                pic x(128)     value spaces.
 77  RF-Cand                 pic x(128)     value spaces.
 77  RF-Command              pic x(1024)    value spaces.
 77  RF-Cmd-Ptr              Binary-Long    value zero.
 77  RF-Case                 pic x(5)       value "UPPER".
 77  RF-Step                 Binary-Long    value 4.
 77  RF-Width                Binary-Long    value 80.
 77  RF-Free                 pic x          value "N".
 77  RF-Mode                 pic x          value "I".  *> I E D P by division
 77  RF-Abort                pic x          value "N".
 77  RF-Abort-Why            pic x(60)      value spaces.
 77  RF-Raw                  pic x(512)     value spaces.
 77  RF-Area                 pic x(512)     value spaces.
 77  RF-Area-Len             Binary-Long    value zero.
 77  RF-Ind                  pic x          value space.
 77  RF-Upper                pic x(80)      value spaces.
 77  RF-Char                 pic x          value space.
 77  RF-Quote                pic x          value space.
 77  RF-In-Lit               pic x          value "N".
 77  RF-Glue                 pic x          value "N".
 77  RF-Copy-Tok             pic x          value "N".  *> COPY/REPLACE open
 77  RF-Copy-Mode            pic x          value "N".
 77  RF-Exec-Mode            pic x          value "N".
 77  RF-Fix-Copy             pic x          value "N".  *> fixed-format COPY
 77  RF-Mid                  pic x          value "N".  *> sentence carried over
 77  RF-I                    Binary-Long    value zero.
 77  RF-J                    Binary-Long    value zero.
 77  RF-K                    Binary-Long    value zero.
 77  RF-N                    Binary-Long    value zero.
 77  RF-Pos                  Binary-Long    value zero.
 77  RF-T                    Binary-Long    value zero.
 77  RF-T2                   Binary-Long    value zero.
 77  RF-F                    Binary-Long    value zero.
 77  RF-D                    Binary-Long    value zero.
 77  RF-Col                  Binary-Long    value zero.
 77  RF-Next-Col             Binary-Long    value 2.
 77  RF-Cont                 Binary-Long    value 6.
 77  RF-Len                  Binary-Long    value zero.
 77  RF-Lines                Binary-Long    value zero.
 77  RF-Sigs                 Binary-Long    value zero.
 77  RF-Depth                Binary-Long    value zero.
 77  RF-Last-D               Binary-Long    value zero.
 77  RF-Ph-Len               Binary-Long    value zero.
 77  RF-Ph-Not               pic x          value "N".
 77  RF-Words                Binary-Long    value zero.
 77  RF-Verb                 pic x          value "N".
 77  RF-Inline               pic x          value "N".
 77  RF-Found                pic x          value "N".
 77  RF-Want                 pic x          value space.
 77  RF-Tu                   pic x(256)     value spaces.
 77  RF-Word                 pic x(32)      value spaces.
 77  RF-Word2                pic x(32)      value spaces.
 77  RF-Word3                pic x(32)      value spaces.
 77  RF-Prev                 pic x(32)      value spaces.
 77  RF-Key                  pic x(34)      value spaces.
 77  RF-Hits                 Binary-Long    value zero.
 77  RF-Lvl                  Binary-Long    value zero.
 77  RF-Lvl-Sp               Binary-Long    value zero.
 77  RF-Last-Lvl-D           Binary-Long    value zero.
 77  RF-Sig-Row              pic x(256)     value spaces.
 77  RF-Sig-Last             pic x(256)     value spaces.
 77  RF-NumZ                 pic z(7)9.
 01  RF-Verb-List           pic x(440)     value
                   " ACCEPT ADD ALLOCATE ALTER CALL CANCEL CLOSE COMMIT "
                 & "COMPUTE CONTINUE COPY DELETE DISABLE DISPLAY DIVIDE "
                 & "ENABLE ENTRY EVALUATE EXEC EXHIBIT EXIT FREE GENERATE "
                 & "GO GOBACK IF INITIALIZE INITIATE INSPECT INVOKE JSON "
                 & "MERGE MOVE MULTIPLY NEXT OPEN PERFORM PURGE RAISE READ "
                 & "RECEIVE RELEASE REPLACE RESUME RETURN REWRITE ROLLBACK "
                 & "SEARCH SEND SET SORT START STOP STRING SUBTRACT "
                 & "SUPPRESS TERMINATE TRANSFORM UNLOCK UNSTRING USE "
                 & "VALIDATE WRITE XML ".
 01  RF-Not-After           pic x(120)     value
                   " TO FROM BY INTO GIVING OF IN USING THAN = RETURNING "
                 & "EXIT UPON XML JSON DELIMITED WITH NO AFTER BEFORE ".
 01  RF-Env-Heads           pic x(160)     value
                   " ENVIRONMENT CONFIGURATION INPUT-OUTPUT SOURCE-COMPUTER "
                 & "OBJECT-COMPUTER SPECIAL-NAMES FILE-CONTROL I-O-CONTROL "
                 & "REPOSITORY ".
 01  RF-Sel-Breaks          pic x(120)     value
                   " ORGANIZATION ORGANISATION ACCESS RECORD ALTERNATE FILE "
                 & "STATUS LOCK RESERVE SHARING PADDING COLLATING ".
 01  RF-Data-Clauses        pic x(240)     value
                   " PIC PICTURE VALUE VALUES REDEFINES OCCURS USAGE COMP "
                 & "COMP-1 COMP-2 COMP-3 COMP-4 COMP-5 COMP-X BINARY "
                 & "PACKED-DECIMAL DISPLAY INDEX POINTER SIGN JUST "
                 & "JUSTIFIED BLANK SYNC SYNCHRONIZED EXTERNAL GLOBAL "
                 & "TYPEDEF BASED RENAMES IS ".
 01  RF-Tok-Table.
     03  RF-Tok              occurs 3000.
         05  RF-Tok-Type     pic x.     *> W word L literal P period Q COPY period
*>                                         C inline comment F/B/D whole line
         05  RF-Tok-Glue     pic x.     *> Y = no space before it
         05  RF-Tok-Len      pic 9(4)   comp.
         05  RF-Tok-Text     pic x(256).
 77  RF-Tok-Cnt              Binary-Long    value zero.
 01  RF-Stack.
     03  RF-Stk              occurs 100.
         05  RF-Stk-Type     pic xx.    *> IF EV PF PH
         05  RF-Stk-D        Binary-Long.
 77  RF-Sp                   Binary-Long    value zero.
 01  RF-Lvl-Stack.
     03  RF-Lvl-Stk          pic 99     occurs 50.
 01  RF-Line                 pic x(512)     value spaces.
 01  RF-Phrase-Words.
     03  RF-Pw               pic x(32)  occurs 5.
 77  RF-Out                  pic x(256)     value spaces.
 77  RF-Out-Len              Binary-Long    value zero.
 77  RF-Need                 Binary-Long    value zero.
 77  RF-Pad-To               Binary-Long    value zero.
 77  RF-L                    Binary-Long    value zero.
 77  RF-S                    Binary-Long    value zero.
 77  RF-Sx                   Binary-Long    value zero.
 77  RF-Uw                   pic x(32)      value spaces.
 77  RF-List-No              Binary-Long    value zero.
 77  RF-Pop-Type             pic xx         value spaces.
 77  RF-Copy-First           pic x          value "N".
 77  RF-Cand-Lst             pic x(128)     value spaces.
 77  RF-Cand-Pro             pic x(128)     value spaces.
*>
*> -MAKEFILE support (with -LIBRARY=dir): make-compatible build        *> New -MAKEFILE
*>   dependencies in dir/library.mk.  Each member's object depends on
*>   its source and on every input file its .prostamp records - the
*>   copybooks printcbl opened, as resolved through -COPYLIB and
*>   COBCPY - and compiles with -I for each of their directories.
*>   Each member nothing in the library calls heads A link unit of
*>   the objects its stitched USER/RESOLVD calls reach.
*>
 77  WS-Makefile-Flag        pic x          value "N".
 01  MAK-Table.
     03  MAK-Entry           occurs 500.
         05  MAK-Src         pic x(128).
         05  MAK-Base        pic x(64).
         05  MAK-Key         pic x(32).                 *> upper case
         05  MAK-Stem-Len    Binary-Long.
         05  MAK-Called      pic x.
         05  MAK-In          pic x.
 01  MAK-Count               Binary-Long    value zero.
 01  MAK-Ent-Table.
     03  MAK-Ent             occurs 500.
         05  MAK-Ent-Name    pic x(32).
         05  MAK-Ent-Mem     Binary-Long.
 01  MAK-Ent-Count           Binary-Long    value zero.
 01  MAK-Dir-Table.
     03  MAK-Dir             pic x(128)     occurs 20.
 77  MAK-Dir-Count           Binary-Long    value zero.
 77  MAK-Idx                 Binary-Long    value zero.
 77  MAK-J                   Binary-Long    value zero.
 77  MAK-K                   Binary-Long    value zero.
 77  MAK-R                   Binary-Long    value zero.
 77  MAK-P                   Binary-Long    value zero.
 77  MAK-Name                pic x(32)      value spaces.
 77  MAK-Line                pic x(160)     value spaces.
 77  MAK-Held                pic x(160)     value spaces.
 77  MAK-File-Name           pic x(128)     value spaces.
 77  MAK-Dir-W               pic x(128)     value spaces.
 77  MAK-Size-W              pic x(12)      value spaces.
 77  MAK-Date-W              pic x(8)       value spaces.
 77  MAK-Time-W              pic x(8)       value spaces.
 77  MAK-Path-W              pic x(250)     value spaces.
 77  MAK-Changed             pic x          value "N".
 77  MAK-Roots               Binary-Long    value zero.
 77  MAK-No-Stamp            Binary-Long    value zero.
 77  MAK-Tab                 pic x          value x"09".
 77  MAK-CntZ                pic z(4)9.
 77  MAK-CntZ2               pic z(4)9.
*>
*> -SQLIMPACT=table[.column]: what A database schema change touches.  *> New -SQLIMPACT
*>   (schema.table.column is taken too.)  In A member run it only
*>   makes -SAVEDB keep the EXEC SQL statements (S rows), their host
*>   variables and column = :host bindings (H rows) and the record ->
*>   FD map (R rows).  With
*>   -LIBRARY=dir every dir/*.xdb is read back and each statement on
*>   the table is reported with its paragraph, the host item bound to
*>   the column, its PIC, and where that item's value goes (and comes
*>   from) through the MOVE flows - down to the records and files it
*>   reaches.  Report in dir/sqlimpact.report.
*>
 77  WS-Sqlimpact-Arg        pic x(64)      value spaces.
 77  SI-Table                pic x(32)      value spaces.
 77  SI-Column               pic x(32)      value spaces.
 77  SI-Col-Fold             pic x(32)      value spaces.
 77  SI-Key                  pic x(32)      value spaces.
 77  SI-Prog                 pic x(32)      value spaces.
 77  SI-Prog-Shown           pic x          value "N".
 77  SI-Hit                  pic x          value "N".
 77  SI-Dir                  pic x          value space.
 77  SI-Host                 pic x(32)      value spaces.
 77  SI-How                  pic x(12)      value spaces.
 77  SI-Word                 pic x(96)      value spaces.
 77  SI-Part                 pic x(32)      value spaces.
 77  SI-Fold                 pic x(32)      value spaces.
 77  SI-List                 pic x(96)      value spaces.
 77  SI-Para                 pic x(32)      value spaces.
 77  SI-Para-Ref             pic 9(6)       value zero.
 77  SI-Rec                  pic x(32)      value spaces.
 77  SI-FD                   pic x(32)      value spaces.
 77  SI-Dbs                  Binary-Long    value zero.
 77  SI-Progs                Binary-Long    value zero.
 77  SI-Stmts                Binary-Long    value zero.
 77  SI-Host-Cnt             Binary-Long    value zero.
 77  SI-Ends                 Binary-Long    value zero.
 77  SI-Manual               Binary-Long    value zero.
 77  SI-Idx                  Binary-Long    value zero.
 77  SI-J                    Binary-Long    value zero.
 77  SI-K                    Binary-Long    value zero.
 77  SI-L                    Binary-Long    value zero.
 77  SI-N                    Binary-Long    value zero.
 77  SI-Ptr                  Binary-Long    value zero.
 77  SI-Out-Ptr              Binary-Long    value zero.
 77  SI-Seen-Cnt             Binary-Long    value zero.
 77  SI-Seen-Pos             Binary-Long    value zero.
 77  SI-RefZ                 pic z(5)9.
 77  SI-CntZ                 pic z(4)9.
 77  SI-CntZ2                pic z(4)9.
*>
*> -CRUD support: the access-review matrix - programs against data      *> New -CRUD
*>   stores with A C/R/U/D cell each.  A member run saves one "A" row
*>   per store it touches in its .xdb: the -FILEIO verb events, the
*>   -SQLXREF statement types by table and the -CICSXREF file
*>   commands, folded to C/R/U/D.  With -LIBRARY=dir the rows are
*>   gathered into dir/crud.csv and dir/crud.html, file names resolved
*>   to their physical ASSIGN through the -FILECAT sweep, and every
*>   store nothing in the library creates, or nothing reads, flagged.
*>
 77  WS-Crud-Flag            pic x          value "N".
 77  Crud-FileName           pic x(80)      value spaces.
 01  CRA-Table.
     03  CRA-Entry           occurs 300.
         05  CRA-Kind        pic x.          *> F file, S SQL table,
         05  CRA-Name        pic x(44).      *>   C CICS file
         05  CRA-Ops         pic x(4).       *> "CRUD" by position
 01  CRA-Count               Binary-Long    value zero.
 01  CRD-Prog-Table.
     03  CRD-Prog            pic x(32)      occurs 300.
 01  CRD-Progs               Binary-Long    value zero.
 01  CRD-Store-Table.
     03  CRD-Store           occurs 300.
         05  CRD-Kind        pic x.
         05  CRD-Name        pic x(44).
         05  CRD-All         pic x(4).
 01  CRD-Stores              Binary-Long    value zero.
 01  CRD-Grid.
     03  CRD-Row             occurs 300.
         05  CRD-Cell        pic x(4)       occurs 300.
 77  CRD-I                   Binary-Long    value zero.
 77  CRD-J                   Binary-Long    value zero.
 77  CRD-K                   Binary-Long    value zero.
 77  CRD-P                   Binary-Long    value zero.
 77  CRD-Dbs                 Binary-Long    value zero.
 77  CRD-Flagged             Binary-Long    value zero.
 77  CRD-Dropped             Binary-Long    value zero.
 77  CRD-Ops                 pic x(4)       value spaces.
 77  CRD-Kind-W              pic x          value space.
 77  CRD-Name-W              pic x(44)      value spaces.
 77  CRD-Verb                pic x(12)      value spaces.
 77  CRD-Word                pic x(64)      value spaces.
 77  CRD-First               pic x          value "Y".
 77  CRD-Base                pic x(64)      value spaces.
 77  CRD-Label               pic x(60)      value spaces.
 77  CRD-Flag                pic x(12)      value spaces.
 77  CRD-CntZ                pic z(4)9.
 77  CRD-CntZ2               pic z(4)9.
*>
*> -FIELDLINEAGE=dataset:field (with -LIBRARY=dir): where A dataset   *> New -FIELDLINEAGE
*>   field's value comes from, program by program.  Each program
*>   that writes the dataset (its "A" rows, files resolved through
*>   the -FILECAT sweep) is reloaded from its .xdb and the field is
*>   walked backwards over the MOVE/COMPUTE flow pairs - A move into
*>   A group carries the field by its offset - to the record fields
*>   of the files the program reads.  Each of those is matched by
*>   offset and length in the upstream writer's layout of the same
*>   dataset, hop by hop.  Report in dir/fieldlineage.report.
*>
 77  WS-Fieldlin-Arg         pic x(80)      value spaces.
 77  FLN-Dataset             pic x(44)      value spaces.
 77  FLN-Field               pic x(32)      value spaces.
 01  FLN-Db-Table.
     03  FLN-Db              occurs 300.
         05  FLN-Db-Path     pic x(64).
         05  FLN-Db-Base     pic x(64).
 01  FLN-Db-Count            Binary-Long    value zero.
 01  FLN-Wr-Table.
     03  FLN-Wr              occurs 1000.
         05  FLN-Wr-Db       Binary-Long.
         05  FLN-Wr-Prog     pic x(32).
         05  FLN-Wr-FD       pic x(44).
         05  FLN-Wr-Phys     pic x(44).
 01  FLN-Wr-Count            Binary-Long    value zero.
 01  FLN-Root-Table.
     03  FLN-Root            Binary-Long    occurs 5000.
 01  FLN-Pair-Table.
     03  FLN-Pair            occurs 4000.
         05  FLN-PF          Binary-Long.   *> layout row of FP-From
         05  FLN-PT          Binary-Long.   *> layout row of FP-To
 01  FLN-Node-Table.
     03  FLN-Node            occurs 300.
         05  FLN-N-Name      pic x(40).
         05  FLN-N-Root      Binary-Long.
         05  FLN-N-Off       Binary-Long.
         05  FLN-N-Len       Binary-Long.
         05  FLN-N-Parent    Binary-Long.
         05  FLN-N-Ref       pic 9(6).
 01  FLN-Node-Count          Binary-Long    value zero.
 01  FLN-Hop-Table.
     03  FLN-Hop             occurs 100.
         05  FLN-H-Set       pic x(44).
         05  FLN-H-Field     pic x(40).
         05  FLN-H-Off       Binary-Long.
         05  FLN-H-Len       Binary-Long.   *> zero = find by name
         05  FLN-H-Parent    Binary-Long.
         05  FLN-H-Kids      Binary-Long.
         05  FLN-H-Prog      pic x(32).     *> the program reading it
         05  FLN-H-Path      pic x(300).    *>  and the field's path
 01  FLN-Hop-Count           Binary-Long    value zero.
 77  FLN-H                   Binary-Long    value zero.
 77  FLN-W                   Binary-Long    value zero.
 77  FLN-N                   Binary-Long    value zero.
 77  FLN-J                   Binary-Long    value zero.
 77  FLN-K                   Binary-Long    value zero.
 77  FLN-R                   Binary-Long    value zero.
 77  FLN-S                   Binary-Long    value zero.
 77  FLN-T                   Binary-Long    value zero.
 77  FLN-O                   Binary-Long    value zero.
 77  FLN-L                   Binary-Long    value zero.
 77  FLN-Cur-Db              Binary-Long    value zero.
 77  FLN-Start               Binary-Long    value zero.
 77  FLN-Ptr                 Binary-Long    value zero.
 77  FLN-P                   Binary-Long    value zero.
 77  FLN-Q                   Binary-Long    value zero.
 77  FLN-Cur-Prog            pic x(32)      value spaces.
 77  FLN-Cur-FD              pic x(44)      value spaces.
 77  FLN-Name-W              pic x(40)      value spaces.
 77  FLN-Lookup              pic x(32)      value spaces.
 77  FLN-In-Set              pic x(44)      value spaces.
 77  FLN-Para                pic x(32)      value spaces.
 77  FLN-Para-Ref            pic 9(6)       value zero.
 77  FLN-Path                pic x(300)     value spaces.
 77  FLN-Loading             pic x          value "N".
 77  FLN-Hit                 pic x          value "N".
 77  FLN-Writers             Binary-Long    value zero.
 77  FLN-Origins             Binary-Long    value zero.
 77  FLN-RefZ                pic z(5)9.
 77  FLN-OffZ                pic z(7)9.
 77  FLN-LenZ                pic z(7)9.
 77  FLN-CntZ                pic z(4)9.
*>
*> command line input -PRIVACYMAP[=pattern,...]: where sensitive data  *> New -PRIVACYMAP
*>   goes.  Data names are tagged by the config lines like
*>   "privacy: *-SSN CUST-DOB CARD-NO*" (A leading or trailing * as
*>   for -CMPIGNORE) and by any patterns on the switch itself.  The
*>   tag spreads over the -FLOW pairs to every item that receives A
*>   copy - A group holding A tagged item, or an item inside A tagged
*>   group, carries it too.  Every DISPLAY, WRITE / REWRITE record
*>   (with its datasets from the -FILECAT catalog of the source's
*>   directory, as -LAYOUTREG finds them), CALL argument and EXEC SQL
*>   host variable sent to the database that carries tagged data is
*>   listed with its paragraph and RefNo - Prog-BaseName.privacymap.
*>
 77  SW-101                  pic x          value "N".
     88 Privacymap-Output                   value "Y".
 77  Privacymap-FileName     pic x(64)      value spaces.
 77  WS-Privacy-Arg          pic x(128)     value spaces.
 01  PV-Pat-Table.
     03  PV-Pat              pic x(32)      occurs 50.
 01  PV-Pat-Cnt              Binary-Long    value zero.
 01  PV-Tag-Table.
     03  PV-Tag-Entry        occurs 1000.
         05  PV-Tag-Name     pic x(32).
         05  PV-Tag-From     pic x(32).     *> source item or pattern
         05  PV-Tag-Ref      pic 9(6).      *> zero = A pattern match
 01  PV-Tag-Cnt              Binary-Long    value zero.
 01  PV-Sink-Table.
     03  PV-Sink-Entry       occurs 2000.
         05  PV-Sink-Kind    pic x(8).      *> DISPLAY WRITE CALL SQL
         05  PV-Sink-Name    pic x(32).
         05  PV-Sink-Ref     pic 9(6).
         05  PV-Sink-Stmt    pic x(12).     *> SQL statement type
 01  PV-Sink-Cnt             Binary-Long    value zero.
 77  PV-I                    Binary-Long    value zero.
 77  PV-J                    Binary-Long    value zero.
 77  PV-K                    Binary-Long    value zero.
 77  PV-R                    Binary-Long    value zero.
 77  PV-P                    Binary-Long    value zero.
 77  PV-Lvl                  Binary-Long    value zero.
 77  PV-Passes               Binary-Long    value zero.
 77  PV-Hits                 Binary-Long    value zero.
 77  PV-Added                pic x          value "N".
 77  PV-Hit                  pic x          value "N".
 77  PV-F                    pic 9          value zero.
 77  PV-Kind-W               pic x(8)       value spaces.
 77  PV-Name                 pic x(32)      value spaces.
 77  PV-Via                  pic x(32)      value spaces.
 77  PV-Word                 pic x(32)      value spaces.
 77  PV-FD                   pic x(32)      value spaces.
 77  PV-Dsns                 pic x(96)      value spaces.
 77  PV-Line                 pic x(256)     value spaces.
 77  PV-RefZ                 pic z(5)9.
 77  PV-CntZ                 pic z(4)9.
 77  PV-CntZ2                pic z(4)9.
*>
*> command line input -TAINT: untrusted input that can steer the       *> New -TAINT
*>   program.  Console and command-line ACCEPTs, environment values
*>   (named from the -ENVDEP rows), the records of files opened INPUT
*>   or I-O and the PROCEDURE DIVISION USING parameters of the
*>   source's outermost program are untrusted; the taint spreads over
*>   the -FLOW pairs the same way -PRIVACYMAP tags do.  A data name
*>   an ASSIGN takes the file name from, the arguments of CALL
*>   "SYSTEM", A dynamic CALL's program name and the host variables
*>   of EXEC SQL PREPARE / EXECUTE IMMEDIATE are the sinks.  Every
*>   sink reached is listed with the path back to its source and the
*>   IF / EVALUATE / WHEN / UNTIL / INSPECT tests made of the items
*>   on it, and goes to -FINDINGS at severity 3 - Prog-BaseName.taint.
*>
 77  SW-102                  pic x          value "N".
     88 Taint-Output                        value "Y".
 77  Taint-FileName          pic x(64)      value spaces.
 77  TN-Assign-Wait          pic x          value "N".
 77  TN-Call-Target          pic x(32)      value spaces.
 77  TN-Main-Prog            pic x(32)      value spaces.
 01  TN-Sink-Table.
     03  TN-Sink-Entry       occurs 500.
         05  TN-Sink-Kind    pic x(8).      *> ASSIGN SYSTEM CALL SQL
         05  TN-Sink-Name    pic x(32).
         05  TN-Sink-Ref     pic 9(6).
         05  TN-Sink-Info    pic x(32).     *> file / SQL statement
 01  TN-Sink-Cnt             Binary-Long    value zero.
 01  TN-Test-Table.
     03  TN-Test-Entry       occurs 2000.
         05  TN-Test-Name    pic x(32).
         05  TN-Test-Cond    pic x(32).     *> the 88 tested, if any
         05  TN-Test-Verb    pic x(8).
         05  TN-Test-Ref     pic 9(6).
 01  TN-Test-Cnt             Binary-Long    value zero.
 01  TN-Acc-Table.                          *> ACCEPT ... FROM <device>
     03  TN-Acc-Entry        occurs 200.
         05  TN-Acc-Ref      pic 9(6).
         05  TN-Acc-Kind     pic x(16).
 01  TN-Acc-Cnt              Binary-Long    value zero.
 01  TN-Imm-Table.                          *> EXECUTE IMMEDIATE lines
     03  TN-Imm-Ref          pic 9(6)       occurs 50.
 01  TN-Imm-Cnt              Binary-Long    value zero.
 77  TN-I                    Binary-Long    value zero.
 77  TN-J                    Binary-Long    value zero.
 77  TN-P                    Binary-Long    value zero.
 77  TN-Passes               Binary-Long    value zero.
 77  TN-Steps                Binary-Long    value zero.
 77  TN-Srcs                 Binary-Long    value zero.
 77  TN-Hits                 Binary-Long    value zero.
 77  TN-Ref-W                pic 9(6)       value zero.
 77  TN-Added                pic x          value "N".
 77  TN-Checked              pic x          value "N".
 77  TN-Done                 pic x          value "N".
 77  TN-Kind-W               pic x(8)       value spaces.
 77  TN-Info                 pic x(32)      value spaces.
 77  TN-Name                 pic x(32)      value spaces.
 77  TN-From                 pic x(32)      value spaces.
 77  TN-Via                  pic x(32)      value spaces.
 77  TN-Origin               pic x(32)      value spaces.
 77  TN-Line                 pic x(160)     value spaces.
 77  TN-RefZ                 pic z(5)9.
 77  TN-CntZ                 pic z(4)9.
 77  TN-CntZ2                pic z(4)9.
 77  TN-CntZ3                pic z(4)9.
*>
*> command line input -MSGCAT: the operator message catalog.  Every      *> New -MSGCAT
*>   DISPLAY holding A literal, and every DISPLAY UPON CONSOLE or
*>   SYSERR, is kept with its paragraph, RefNo, device and the IF /
*>   EVALUATE tests guarding it (from the -RULES decision stack, so
*>   -MSGCAT turns that on) - data items show as <NAME> in the text.
*>   Listed to Prog-BaseName.msgcat and saved as "M" rows in the
*>   .xdb; -LIBRARY=dir -MSGCAT sorts every member's rows into one
*>   dir/msgcat.report, flagging text raised by more than one
*>   program and messages carrying no identifier.
*>
 77  SW-103                  pic x          value "N".
     88 Msgcat-Output                       value "Y".
 77  WS-Msgcat-Flag          pic x          value "N".
 77  Msgcat-FileName         pic x(64)      value spaces.
 01  MG-Table.
     03  MG-Entry            occurs 1000.
         05  MG-Ref          pic 9(6).
         05  MG-Para         pic x(32).
         05  MG-Upon         pic x(10).
         05  MG-Text         pic x(80).
         05  MG-Guard        pic x(70).
         05  MG-Lit-Seen     pic x.
 01  MG-Count                Binary-Long    value zero.
 77  MG-Open                 pic x          value "N".
 77  MG-State                pic x          value space.  *> U = UPON next
 77  MG-Ptr                  Binary-Long    value 1.
 77  MG-Len                  Binary-Long    value zero.
 77  MG-I                    Binary-Long    value zero.
 77  MG-J                    Binary-Long    value zero.
 77  MG-K                    Binary-Long    value zero.
 77  MG-D                    Binary-Long    value zero.
 77  MG-R                    Binary-Long    value zero.
 77  MG-Dup                  Binary-Long    value zero.
 77  MG-Raw-Ref              pic 9(6)       value zero.
 77  MG-Raw-Pos              Binary-Long    value 1.
 77  MG-S                    Binary-Long    value zero.
 77  MG-E                    Binary-Long    value zero.
 77  MG-X                    Binary-Long    value zero.
 77  MG-XL                   Binary-Long    value zero.
 77  MG-A                    Binary-Long    value zero.
 77  MG-B                    Binary-Long    value zero.
 77  MG-Same                 pic x          value "N".
 77  MG-Noid                 Binary-Long    value zero.
 77  MG-Progs                Binary-Long    value zero.
 77  MG-Dbs                  Binary-Long    value zero.
 77  MG-Has-Id               pic x          value "N".
 77  MG-Alpha                pic x          value "N".
 77  MG-Digit                pic x          value "N".
 77  MG-Word                 pic x(80)      value spaces.
 77  MG-Prev-Prog            pic x(32)      value spaces.
 77  MG-Cur-Prog             pic x(32)      value spaces.
 77  MG-RefZ                 pic z(5)9.
 77  MG-CntZ                 pic z(4)9.
 77  MG-CntZ2                pic z(4)9.
 01  LM-Table                               value high-values.
     03  LM-Entry            occurs 5000.
         05  LM-Text         pic x(80).
         05  LM-Prog         pic x(32).
         05  LM-Ref          pic 9(6).
         05  LM-Para         pic x(32).
         05  LM-Upon         pic x(10).
         05  LM-Guard        pic x(70).
 01  LM-Count                Binary-Long    value zero.
 77  LM-Dropped              Binary-Long    value zero.
*>
*> command line input -RCMAP[=name,...]: the return-code catalog.     *> New -RCMAP
*>   Every MOVE / COMPUTE / arithmetic into RETURN-CODE, every STOP
*>   RUN / GOBACK / EXIT PROGRAM with RETURNING or GIVING, and every
*>   CALL of an abend routine (CEE3ABD, ILBOABN0, the switch's names
*>   and the config "abend:" lines) with its value and the IF /
*>   EVALUATE tests leading to it - Prog-BaseName.rcmap and "K" rows
*>   in the .xdb.  With -JOBSTREAM=script[,srcdir] the srcdir .xdb
*>   rows are checked against each step's $? tests in the script -
*>   srcdir/rcmap.report.
*>
 77  SW-104                  pic x          value "N".
     88 Rcmap-Output                        value "Y".
 77  WS-Rcmap-Arg            pic x(116)     value spaces.
 77  Rcmap-FileName          pic x(64)      value spaces.
 01  RC-Table.
     03  RC-Entry            occurs 500.
         05  RC-Ref          pic 9(6).
         05  RC-Para         pic x(32).
         05  RC-Kind         pic x(16).
         05  RC-Value        pic x(32).
         05  RC-Guard        pic x(70).
 01  RC-Count                Binary-Long    value zero.
 77  RC-Open                 pic x          value "N".  *> Y = value next
 77  RC-Operands             Binary-Long    value zero.
 77  RC-Move-Src             pic x(32)      value spaces.
 77  RC-Kind-W               pic x(16)      value spaces.
 01  RC-Abend-Table.
     03  RC-Abend            pic x(32)      occurs 20.
 01  RC-Abend-Cnt            Binary-Long    value zero.
 77  RC-I                    Binary-Long    value zero.
 77  RC-J                    Binary-Long    value zero.
 77  RC-K                    Binary-Long    value zero.
 77  RC-P                    Binary-Long    value zero.
 77  RC-F                    Binary-Long    value zero.
 77  RC-Aborts               Binary-Long    value zero.
 77  RC-Word                 pic x(32)      value spaces.
 77  RC-RefZ                 pic z(5)9.
 77  RC-CntZ                 pic z(4)9.
 77  RC-CntZ2                pic z(4)9.
*> The IF / EVALUATE tests around the current statement, off the
*>   -RULES decision stack.
 77  RU-Guard                pic x(70)      value spaces.
 77  RU-G-Ptr                Binary-Long    value 1.
 77  RU-G-I                  Binary-Long    value zero.
 77  RU-G-J                  Binary-Long    value zero.
 77  RU-G-D                  Binary-Long    value zero.
 77  RU-G-R                  Binary-Long    value zero.
*> The script side - each step's tests of $? (or of A variable set
*>   from it), case patterns, "|| ..." and set -e.
 01  RS-Test-Table.
     03  RS-Test             occurs 300.
         05  RS-Step         Binary-Long.
         05  RS-Op           pic xx.    *> EQ NE GT GE LT LE, NZ = any failure
         05  RS-Val          Binary-Long.
         05  RS-Text         pic x(32).
 01  RS-Test-Cnt             Binary-Long    value zero.
 01  RS-Alias-Table.
     03  RS-Alias            pic x(32)      occurs 10.
 01  RS-Alias-Cnt            Binary-Long    value zero.
 77  RS-Case                 pic x          value "N".
 77  RS-Set-E                pic x          value "N".
 77  RS-Line                 pic x(256)     value spaces.
 77  RS-Clean                pic x(256)     value spaces.
 01  RS-Tok-Table.
     03  RS-Tok              pic x(32)      occurs 40.
 01  RS-Tok-Cnt              Binary-Long    value zero.
 77  RS-Code                 Binary-Long    value zero.
 77  RS-True                 pic x          value "N".
 77  RS-True0                pic x          value "N".
 77  RS-Op-W                 pic xx         value spaces.
 77  RS-Val-W                Binary-Long    value zero.
 77  RS-Text-W               pic x(32)      value spaces.
 77  RS-Subj                 pic x          value "N".
 77  RS-Known                pic x          value "N".
 77  RS-Unknown              pic x          value "N".
 77  RS-Hit                  pic x          value "N".
 77  RS-Flags                Binary-Long    value zero.
 77  RS-Progs                Binary-Long    value zero.
 01  RCK-Table.
     03  RCK-Entry           occurs 2000.
         05  RCK-Prog        pic x(32).
         05  RCK-Row         pic x(156).  *> spaces = the program's header
 01  RCK-Count               Binary-Long    value zero.
 01  RCK-Work.
     03  RCK-Ref             pic 9(6).
     03  RCK-Para            pic x(32).
     03  RCK-Kind            pic x(16).
     03  RCK-Value           pic x(32).
     03  RCK-Guard           pic x(70).
*>
*> command line input -CPMIGRATE: what breaks when A program moves     *> New -CPMIGRATE
*>   from EBCDIC to ASCII - ordering compares and SORT / MERGE keys
*>   on alphanumeric data (EBCDIC sorts letters before digits, ASCII
*>   after), hex literals and byte values (X"..", FUNCTION CHAR /
*>   ORD, SYMBOLIC CHARACTERS), HIGH-VALUES / LOW-VALUES as data,
*>   INSPECT CONVERTING tables, SEARCH ALL on an alphanumeric key,
*>   and REDEFINES laying binary over character data.  Listed to
*>   Prog-BaseName.cpmigrate with A count per kind to size the work;
*>   each hit also goes to -FINDINGS as rule CPMIGRATE.
*>
 77  SW-105                  pic x          value "N".
     88 Cpmigrate-Output                    value "Y".
 77  Cpmigrate-FileName      pic x(64)      value spaces.
 01  CP-Table                               value high-values.
     03  CP-Entry            occurs 1000.
         05  CP-Ref          pic 9(6).
         05  CP-Para         pic x(32).
         05  CP-Kind         pic x(8).
         05  CP-Name         pic x(32).
         05  CP-Other        pic x(32).
         05  CP-Why          pic x(64).
 01  CP-Count                Binary-Long    value zero.
 77  CP-Dropped              Binary-Long    value zero.
 77  CP-Last                 pic x(32)      value spaces.
 77  CP-Cmp-Pend             pic x          value "N".
 77  CP-Cmp-Left             pic x(32)      value spaces.
 77  CP-Hex                  pic x          value "N".  *> Y = the word was X"..."
 77  CP-Skip                 pic x          value "N".  *> Y = OF / IN qualifier next
 77  CP-State                pic x          value space.
*>   s = SORT / MERGE file next, S = its keys, T = the receiver of A
*>   HIGH / LOW-VALUES move next, C = A CONVERTING table next.
 77  CP-Srch-State           pic x          value space.
*>   A = SEARCH ALL table next, a = waiting for its WHEN, W = the key
*>   tested by the WHEN next.
 77  CP-Insp-Name            pic x(32)      value spaces.
 77  CP-Srch-Table           pic x(32)      value spaces.
 77  CP-Kind-W               pic x(8)       value spaces.
 77  CP-Name-W               pic x(32)      value spaces.
 77  CP-Other-W              pic x(32)      value spaces.
 77  CP-Para-W               pic x(32)      value spaces.
 77  CP-Ref-W                pic 9(6)       value zero.
 77  CP-Word                 pic x(32)      value spaces.
 77  CP-Cls                  pic x          value space.  *> A N F ?
 77  CP-Cls2                 pic x          value space.
 77  CP-Mix                  pic x          value "N".
 77  CP-Bin                  pic x          value "N".
 77  CP-Chr                  pic x          value "N".
 77  CP-Bin2                 pic x          value "N".
 77  CP-Chr2                 pic x          value "N".
 77  CP-Alpha                Binary-Long    value zero.
 77  CP-Digit                Binary-Long    value zero.
 77  CP-Why-W                pic x(64)      value spaces.
 77  CP-I                    Binary-Long    value zero.
 77  CP-J                    Binary-Long    value zero.
 77  CP-K                    Binary-Long    value zero.
 77  CP-B                    Binary-Long    value zero.
 77  CP-L                    Binary-Long    value zero.
 77  CP-Lvl                  pic 99         value zero.
 01  CP-Kind-Table.
     03  filler              pic x(8)       value "COMPARE ".
     03  filler              pic x(8)       value "SORTKEY ".
     03  filler              pic x(8)       value "HEX     ".
     03  filler              pic x(8)       value "BYTEVAL ".
     03  filler              pic x(8)       value "HILOW   ".
     03  filler              pic x(8)       value "CONVERT ".
     03  filler              pic x(8)       value "SRCHALL ".
     03  filler              pic x(8)       value "REDEF   ".
 01  filler redefines CP-Kind-Table.
     03  CP-Kind-Name        pic x(8)       occurs 8.
 01  CP-Kind-Counts.
     03  CP-Kind-Cnt         Binary-Long    occurs 8.
 77  CP-RefZ                 pic z(5)9.
 77  CP-CntZ                 pic z(4)9.
*>
*> command line input -BLAME[=years[,days]]: paragraph and 01-group     *> New -BLAME
*>   age and authorship out of git.  The member's git blame is rolled
*>   up over each paragraph's and 01 layout's lines - the RefNos are
*>   translated back through the *>CPY> ranges and copybook lines
*>   left out - giving the last change date, its author and the
*>   distinct commits still holding lines.  Anything untouched for
*>   more than years (10) or changed in the last days (30) is flagged
*>   - Prog-BaseName.blame.  With -LIBRARY=dir -DASHBOARD each row
*>   also gets the member's last change, author and commit count.
*>
 77  SW-106                  pic x          value "N".
     88 Blame-Output                        value "Y".
 77  Blame-FileName          pic x(64)      value spaces.
 77  WS-Blame-Arg            pic x(20)      value spaces.
 77  VC-Years                pic 9(3)       value 10.
 77  VC-Days                 pic 9(5)       value 30.
 77  VC-YearsZ               pic zz9.
 77  VC-DaysZ                pic z(4)9.
 77  VC-Loaded               pic x(64)      value spaces.  *> member held below
 01  VC-Line-Table.
     03  VC-Line             occurs 20000.
         05  VC-Sha          pic x(12).
         05  VC-Date         pic 9(8).
         05  VC-Author       pic x(24).
 01  VC-Line-Cnt             Binary-Long    value zero.
 01  VC-Sha-Table.
     03  VC-Unit-Sha         pic x(12)      occurs 500.
 01  VC-Sha-Cnt              Binary-Long    value zero.
 01  VC-Mem-Sha-Table.
     03  VC-Mem-Sha          pic x(12)      occurs 2000.
 01  VC-Mem-Sha-Cnt          Binary-Long    value zero.
 77  VC-Cmd                  pic x(320)     value spaces.
 77  VC-Dir                  pic x(64)      value spaces.
 77  VC-Leaf                 pic x(64)      value spaces.
 77  VC-Path                 pic x(80)      value spaces.
 77  VC-Today                pic 9(8)       value zero.
 77  VC-Stale-Date           pic 9(8)       value zero.
 77  VC-Today-Int            Binary-Long    value zero.
 77  VC-Start                pic 9(6)       value zero.
 77  VC-End                  pic 9(6)       value zero.
 77  VC-First-Para           pic 9(6)       value zero.
 77  VC-Last-Date            pic 9(8)       value zero.
 77  VC-Last-Author          pic x(24)      value spaces.
 77  VC-Mem-Date             pic 9(8)       value zero.
 77  VC-Mem-Author           pic x(24)      value spaces.
 77  VC-Own-Lines            Binary-Long    value zero.
 77  VC-Kind                 pic x(4)       value spaces.
 77  VC-Name                 pic x(32)      value spaces.
 77  VC-Ref                  pic 9(6)       value zero.
 77  VC-Stale-Cnt            Binary-Long    value zero.
 77  VC-Recent-Cnt           Binary-Long    value zero.
 77  VC-Units                Binary-Long    value zero.
 77  VC-I                    Binary-Long    value zero.
 77  VC-J                    Binary-Long    value zero.
 77  VC-K                    Binary-Long    value zero.
 77  VC-N                    Binary-Long    value zero.
 77  VC-P                    Binary-Long    value zero.
 77  VC-W-Sha                pic x(48)      value spaces.
 77  VC-W-Author             pic x(48)      value spaces.
 77  VC-W-Date               pic x(12)      value spaces.
 77  VC-W-Rest               pic x(24)      value spaces.
 77  VC-W-Num                pic x(8)       value spaces.
 77  VC-Date-W               pic 9(8)       value zero.
 77  VC-DateX                pic x(10)      value spaces.
 77  VC-RefZ                 pic z(5)9.
 77  VC-CntZ                 pic z(4)9.
 77  VC-NumZ                 pic z(4)9.
*>
*> command line input -TRANFLOW[=csdfile]: the online user journey.      *> New -TRANFLOW
*>   In A member run each EXEC CICS command goes into the .xdb as an
*>   "X" row (and -TRANFLOW turns on the -CICSXREF scan).  With
*>   -LIBRARY=dir the rows are chained: each TRANSID to its initial
*>   program (from the DFHCSDUP DEFINE TRANSACTION statements in
*>   csdfile, else assumed to be the program that RETURNs to it),
*>   then on through XCTL, LINK, RETURN TRANSID and START TRANSID
*>   with the maps sent at each hop - dir/tranflow.report as an
*>   indented tree and dir/tranflow.dot.  Transactions nothing
*>   leads to, XCTL targets missing from the library and CICS
*>   programs no transaction reaches are flagged.
*>
 77  SW-107                  pic x          value "N".
     88 Tranflow-Output                     value "Y".
 77  WS-Tranflow-Flag        pic x          value "N".
 77  WS-Tranflow-Csd         pic x(64)      value spaces.
 01  TF-Quote-Table.
     03  TF-Quote            occurs 100.   *> per Cics-Entry, Y = literal
         05  TF-Q-Tran       pic x.
         05  TF-Q-Prog       pic x.
 01  TF-Prog-Table.
     03  TF-Prog             occurs 2000.
         05  TF-P-Name       pic x(32).
         05  TF-P-Reach      pic x.
         05  TF-P-Cics       pic x.
         05  TF-P-First      Binary-Long.
         05  TF-P-Last       Binary-Long.
         05  TF-P-Maps       pic x(96).
 01  TF-Prog-Cnt             Binary-Long    value zero.
 01  TF-Tran-Table                          value high-values.
     03  TF-Tran             occurs 1000.
         05  TF-T-Id         pic x(8).
         05  TF-T-Prog       pic x(32).
         05  TF-T-How        pic x.        *> C = CSD, A = assumed, ? = none
         05  TF-T-In         Binary-Long.
 01  TF-Tran-Cnt             Binary-Long    value zero.
 01  TF-Edge-Table                          value high-values.
     03  TF-Edge             occurs 5000.
         05  TF-E-From       pic x(32).
         05  TF-E-Ref        pic 9(6).
         05  TF-E-Kind       pic x(8).
         05  TF-E-To         pic x(32).
         05  TF-E-Lit        pic x.        *> N = A data name
 01  TF-Edge-Cnt             Binary-Long    value zero.
 01  TF-Stack.
     03  TF-Stk              occurs 12.
         05  TF-S-Prog       Binary-Long.
         05  TF-S-Edge       Binary-Long.
 77  TF-Depth                Binary-Long    value zero.
 77  TF-Dropped              Binary-Long    value zero.
 77  TF-Dbs                  Binary-Long    value zero.
 77  TF-Cur-Prog             pic x(32)      value spaces.
 77  TF-Cmd                  pic x(12)      value spaces.
 77  TF-Res                  pic x(64)      value spaces.
 77  TF-Ref                  pic 9(6)       value zero.
 77  TF-Lit-Tran             pic x          value space.
 77  TF-Lit-Prog             pic x          value space.
 77  TF-Lit                  pic x          value space.
 77  TF-Word                 pic x(80)      value spaces.
 77  TF-Kw                   pic x(16)      value spaces.
 77  TF-Val                  pic x(32)      value spaces.
 77  TF-Tranid               pic x(32)      value spaces.
 77  TF-Program              pic x(32)      value spaces.
 77  TF-Map                  pic x(16)      value spaces.
 77  TF-Mapset               pic x(16)      value spaces.
 77  TF-Def-Tran             pic x(8)       value spaces.
 77  TF-Def-Prog             pic x(32)      value spaces.
 77  TF-Name                 pic x(32)      value spaces.
 77  TF-Found                Binary-Long    value zero.
 77  TF-Changed              pic x          value "N".
 77  TF-Line                 pic x(160)     value spaces.
 77  TF-I                    Binary-Long    value zero.
 77  TF-J                    Binary-Long    value zero.
 77  TF-K                    Binary-Long    value zero.
 77  TF-P                    Binary-Long    value zero.
 77  TF-Q                    Binary-Long    value zero.
 77  TF-Ptr                  Binary-Long    value zero.
 77  TF-Lone-Cnt             Binary-Long    value zero.
 77  TF-Miss-Cnt             Binary-Long    value zero.
 77  TF-Unreach-Cnt          Binary-Long    value zero.
 77  TF-Undef-Cnt            Binary-Long    value zero.
 77  TF-RefZ                 pic z(5)9.
 77  TF-CntZ                 pic z(4)9.
 77  TF-CntZ2                pic z(4)9.
 77  TF-CntZ3                pic z(4)9.
 77  TF-CntZ4                pic z(4)9.
*>
*> command line input -BMS=mapsetfile: the BMS macro source read as      *> New -BMS
*>   the real screen definition.  DFHMSD / DFHMDI / DFHMDF statements
*>   (continued in column 72, resumed in column 16) give each map's
*>   fields with POS, LENGTH, ATTRB and INITIAL; each map is drawn
*>   as A 24x80 mockup in the -SCREENMAP style, checked against its
*>   <map>I / <map>O symbolic groups COPYed here for field order,
*>   lengths and the L / F / A / I / O items, and every named field
*>   no program moves to or tests - this one by its references, the
*>   others beside it by A grep of their sources - is flagged.
*>   Prog-BaseName.bmsmap.
*>
 77  SW-108                  pic x          value "N".
     88 Bms-Output                          value "Y".
 77  WS-Bms-File             pic x(120)     value spaces.
 77  Bms-FileName            pic x(64)      value spaces.
 77  BM-Mapset               pic x(8)       value spaces.
 01  BM-Map-Table.
     03  BM-Map              occurs 50.
         05  BM-M-Name       pic x(8).
         05  BM-M-Rows       pic 9(3).
         05  BM-M-Cols       pic 9(3).
         05  BM-M-First      Binary-Long.
         05  BM-M-Last       Binary-Long.
 01  BM-Map-Cnt              Binary-Long    value zero.
 01  BM-Field-Table.
     03  BM-Field            occurs 500.
         05  BM-F-Name       pic x(8).
         05  BM-F-Row        pic 9(3).
         05  BM-F-Col        pic 9(3).
         05  BM-F-Len        pic 9(4).
         05  BM-F-Attrb      pic x(40).
         05  BM-F-Init       pic x(80).
         05  BM-F-Used       pic x.        *> Y here, O elsewhere, N none
 01  BM-Field-Cnt            Binary-Long    value zero.
 77  BM-Stmt                 pic x(1024)    value spaces.
 77  BM-Cont                 pic x          value "N".
 77  BM-Label                pic x(16)      value spaces.
 77  BM-Op                   pic x(16)      value spaces.
 77  BM-Opnd                 pic x(256)     value spaces.
 77  BM-Key                  pic x(16)      value spaces.
 77  BM-Val                  pic x(240)     value spaces.
 77  BM-Ch                   pic x          value space.
 77  BM-InQ                  pic x          value "N".
 77  BM-Final                pic x          value "N".
 77  BM-Depth                Binary-Long    value zero.
 77  BM-OL                   Binary-Long    value zero.
 77  BM-Ptr                  Binary-Long    value zero.
 77  BM-Lines                Binary-Long    value zero.
 77  BM-Dropped              Binary-Long    value zero.
 77  BM-Grp                  pic x(32)      value spaces.
 77  BM-Item                 pic x(32)      value spaces.
 77  BM-Base                 pic x(32)      value spaces.
 77  BM-Miss                 pic x(60)      value spaces.
 77  BM-MP                   Binary-Long    value zero.
 77  BM-I-First              Binary-Long    value zero.
 77  BM-I-Last               Binary-Long    value zero.
 77  BM-O-First              Binary-Long    value zero.
 77  BM-O-Last               Binary-Long    value zero.
 77  BM-Prev-Pos             Binary-Long    value zero.
 77  BM-Cur                  Binary-Long    value zero.
 77  BM-Sfx                  pic x(5)       value "LFAIO".
 77  BM-Num1                 pic x(16)      value spaces.
 77  BM-Num2                 pic x(16)      value spaces.
 77  BM-Dir                  pic x(64)      value spaces.
 77  BM-Pat-File             pic x(80)      value spaces.
 77  BM-Cmd                  pic x(512)     value spaces.
 77  BM-Mism                 Binary-Long    value zero.
 77  BM-Unused               Binary-Long    value zero.
 77  BM-Named                Binary-Long    value zero.
 77  BM-M                    Binary-Long    value zero.
 77  BM-I                    Binary-Long    value zero.
 77  BM-J                    Binary-Long    value zero.
 77  BM-K                    Binary-Long    value zero.
 77  BM-L                    Binary-Long    value zero.
 77  BM-P                    Binary-Long    value zero.
 77  BM-Q                    Binary-Long    value zero.
 77  BM-NumZ                 pic zzz9.
 77  BM-NumZ2                pic zzz9.
 77  BM-NumZ3                pic zzz9.
 77  BM-NumZ4                pic zzz9.
*>
*> command line input -IDCAMS=cardfile[,catalogdir]: the IDCAMS         *> New -IDCAMS
*>   DEFINE CLUSTER / ALTERNATEINDEX cards (NAME, KEYS(len off),
*>   RECORDSIZE(avg max), UNIQUEKEY / NONUNIQUEKEY, RELATE) checked
*>   against this program's FDs.  Each SELECT's dataset comes from
*>   the -FILECAT ASSIGN catalog of catalogdir (default: the source's
*>   own directory) and is matched to A cluster by its full name, its
*>   last qualifier or the ASSIGN's base name; the card values are
*>   compared with the FD records' length and the RECORD KEY /
*>   ALTERNATE RECORD KEY offsets and lengths from the Layout-Table.
*>   Any mismatch sets return code 8 - the status 39 at OPEN found
*>   before the job runs.  Report to Prog-BaseName.idcams.
*>
 77  SW-109                  pic x          value "N".
     88 Idcams-Output                       value "Y".
 77  Idcams-FileName         pic x(64)      value spaces.
 77  WS-Idcams-Arg           pic x(120)     value spaces.
 77  WS-Idcams-Cards         pic x(120)     value spaces.
 77  WS-Idcams-Catdir        pic x(64)      value spaces.
 77  IC-Gate-Fail            pic x          value "N".
 01  IC-Clu-Table.
     03  IC-Clu              occurs 200.
         05  IC-C-Name       pic x(44).
         05  IC-C-Kind       pic x.         *> C cluster, A alternate index
         05  IC-C-Relate     pic x(44).
         05  IC-C-Key-Len    pic 9(5).
         05  IC-C-Key-Off    pic 9(5).
         05  IC-C-Rec-Avg    pic 9(7).
         05  IC-C-Rec-Max    pic 9(7).
         05  IC-C-Unique     pic x.         *> Y UNIQUEKEY, N NONUNIQUEKEY
         05  IC-C-Hit        pic x.
 01  IC-Clu-Cnt              Binary-Long    value zero.
 01  IC-Sel-Table.
     03  IC-Sel-Entry        occurs 100.
         05  IC-S-Name       pic x(32).
         05  IC-S-Assign     pic x(44).
 01  IC-Sel-Cnt              Binary-Long    value zero.
 77  IC-Assign-Wait          pic x          value "N".
 77  IC-Prog                 pic x(64)      value spaces.
 01  IC-Tok-Table.
     03  IC-Tok              pic x(44)      occurs 300.
 01  IC-Tok-Cnt              Binary-Long    value zero.
 77  IC-Stmt                 pic x(2048)    value spaces.
 77  IC-Line                 pic x(256)     value spaces.
 77  IC-Cont                 pic x          value "N".
 77  IC-In-Comment           pic x          value "N".
 77  IC-Word                 pic x(44)      value spaces.
 77  IC-Kw                   pic x(44)      value spaces.
 77  IC-Ch                   pic x          value space.
 77  IC-Ptr                  Binary-Long    value zero.
 77  IC-Dropped              Binary-Long    value zero.
 77  IC-Sel                  pic x(32)      value spaces.
 77  IC-Phys                 pic x(44)      value spaces.
 77  IC-Base                 pic x(44)      value spaces.
 77  IC-Last-Q               pic x(44)      value spaces.
 77  IC-Key-Name             pic x(32)      value spaces.
 77  IC-Prog-Max             Binary-Long    value zero.
 77  IC-Prog-Min             Binary-Long    value zero.
 77  IC-Fld-Len              Binary-Long    value zero.
 77  IC-Fld-Off              Binary-Long    value zero.
 77  IC-Others               pic x(120)     value spaces.
 77  IC-Cur                  Binary-Long    value zero.
 77  IC-Mism                 Binary-Long    value zero.
 77  IC-Matched              Binary-Long    value zero.
 77  IC-Files                Binary-Long    value zero.
 77  IC-Unmatched            Binary-Long    value zero.
 77  IC-I                    Binary-Long    value zero.
 77  IC-J                    Binary-Long    value zero.
 77  IC-K                    Binary-Long    value zero.
 77  IC-L                    Binary-Long    value zero.
 77  IC-P                    Binary-Long    value zero.
 77  IC-Q                    Binary-Long    value zero.
 77  IC-NumZ                 pic z(6)9.
 77  IC-NumZ2                pic z(6)9.
 77  IC-NumZ3                pic z(6)9.
 77  IC-NumZ4                pic z(6)9.
*>
*> command line input -PRINTCHART: A picture of each print file       *> New -PRINTCHART
*>   the way the report comes off the printer.  Every WRITE of A
*>   file that is written AFTER / BEFORE ADVANCING is one print
*>   line, in statement order - the 01 written FROM (or last MOVEd
*>   into the record, or the record itself) laid out on A 132
*>   column chart from the Layout-Table offsets: VALUE literals as
*>   coded, other items as their PIC mask (ZZZ,ZZ9.99-, XXX..).
*>   The margin carries each line's advancing, the notes under the
*>   chart its statement and the condition that breaks the page
*>   (the -RULES guard of the PAGE / channel skip, AT END-OF-PAGE).
*>   Prog-BaseName.prtchart.
*>
 77  SW-110                  pic x          value "N".
     88 Printchart-Output                   value "Y".
 77  Printchart-FileName     pic x(64)      value spaces.
 01  PT-Write-Table.
     03  PT-Write            occurs 300.
         05  PT-W-Ref        pic 9(6).
         05  PT-W-Rec        pic x(32).
         05  PT-W-From       pic x(32).
         05  PT-W-Src        pic x(32).    *> last MOVE into the record
         05  PT-W-File       pic x(32).
         05  PT-W-Adv        pic x.        *> A after, B before
         05  PT-W-Adv-By     pic x(32).    *> PAGE, lines, mnemonic
         05  PT-W-Eop        pic x.        *> Y = AT END-OF-PAGE
         05  PT-W-Para       pic x(32).
         05  PT-W-Guard      pic x(72).
 01  PT-Write-Cnt            Binary-Long    value zero.
 01  PT-Move-Table.
     03  PT-Move             occurs 100.
         05  PT-M-Tgt        pic x(32).
         05  PT-M-Src        pic x(32).
 01  PT-Move-Cnt             Binary-Long    value zero.
 77  PT-State                pic x          value space.
*>                                      R record, r taken, F FROM,
*>                                      V ADVANCING, X done
 77  PT-Move-Src             pic x(32)      value spaces.
 77  PT-Word                 pic x(32)      value spaces.
 77  PT-File                 pic x(32)      value spaces.
 77  PT-Grp                  pic x(32)      value spaces.
 77  PT-Line                 pic x(132)     value spaces.
 77  PT-Text                 pic x(132)     value spaces.
 77  PT-Pic                  pic x(30)      value spaces.
 77  PT-Val                  pic x(60)      value spaces.
 77  PT-Ch                   pic x          value space.
 77  PT-Adv-Txt              pic x(8)       value spaces.
 77  PT-Ruler1               pic x(132)     value spaces.
 77  PT-Ruler2               pic x(132)     value spaces.
 77  PT-G                    Binary-Long    value zero.
 77  PT-Base                 Binary-Long    value zero.
 77  PT-Skip-Lvl             pic 99         value zero.
 77  PT-Occ-Lvl              pic 99         value zero.
 77  PT-Occ-Off              Binary-Long    value zero.
 77  PT-Occ-Len              Binary-Long    value zero.
 77  PT-Occ-N                Binary-Long    value zero.
 77  PT-Len                  Binary-Long    value zero.
 77  PT-Pos                  Binary-Long    value zero.
 77  PT-Rep                  Binary-Long    value zero.
 77  PT-Rows                 Binary-Long    value zero.
 77  PT-Files                Binary-Long    value zero.
 77  PT-Breaks               Binary-Long    value zero.
 77  PT-I                    Binary-Long    value zero.
 77  PT-J                    Binary-Long    value zero.
 77  PT-K                    Binary-Long    value zero.
 77  PT-L                    Binary-Long    value zero.
 77  PT-M                    Binary-Long    value zero.
 77  PT-N                    Binary-Long    value zero.
 77  PT-P                    Binary-Long    value zero.
 77  PT-R                    Binary-Long    value zero.
 77  PT-F                    Binary-Long    value zero.
 77  PT-W                    Binary-Long    value zero.
 77  PT-Row                  Binary-Long    value zero.
 77  PT-NumZ                 pic zz9.
 77  PT-NumZ2                pic z(5)9.
 77  PT-NumZ3                pic z(5)9.
*>
*> command line input -TESTPLAN: A basis-path test plan for each      *> New -TESTPLAN
*>   paragraph or section.  The -RULES tables give every IF and
*>   EVALUATE with its branches, each PERFORM UNTIL adds A loop
*>   performed or skipped, and every decision is tied to the branch
*>   it sits in.  The first case takes the first branch of every
*>   decision, then one more case for each other branch of each
*>   decision (with the branches around it forced to reach it) -
*>   each case listed as the conditions to make true or false, 88s
*>   opened out to their VALUEs, with A blank expected result for
*>   the tester.  Prog-BaseName.testplan and .testplan.csv.
*>
 77  SW-111                  pic x          value "N".
     88 Testplan-Output                     value "Y".
 77  Testplan-FileName       pic x(64)      value spaces.
 77  Testplan-Csv-FileName   pic x(64)      value spaces.
 01  TP-Dec-Table.
     03  TP-Dec              occurs 400.
         05  TP-D-Kind       pic x.        *> I IF, E EVALUATE, U UNTIL
         05  TP-D-Ru         Binary-Long.  *> its -RULES decision
         05  TP-D-Ref        pic 9(6).
         05  TP-D-Para       Binary-Long.
         05  TP-D-Par        Binary-Long.  *> enclosing decision,
         05  TP-D-PRow       Binary-Long.  *>  its -RULES row and
         05  TP-D-POut       Binary-Long.  *>  that row's branch no.
         05  TP-D-Rows       Binary-Long.
         05  TP-D-Outs       Binary-Long.
         05  TP-D-Other      pic x.        *> WHEN OTHER coded
         05  TP-D-After      pic x.        *> WITH TEST AFTER
         05  TP-D-Cond       pic x(120).   *> the UNTIL condition
         05  TP-D-Ch         Binary-Long.  *> branch taken this case
         05  TP-D-Reach      pic x.
 01  TP-Dec-Cnt              Binary-Long    value zero.
 01  TP-Ru-Map.
     03  TP-Ru-Tp            Binary-Long    occurs 300.
 01  TP-Para-Table.
     03  TP-Para             occurs 500.
         05  TP-P-Name       pic x(32).
         05  TP-P-Ref        pic 9(6).
 01  TP-Para-Cnt             Binary-Long    value zero.
 77  TP-State                pic x          value space.  *> U UNTIL
 77  TP-Test                 pic x          value space.  *> T TEST,
*>                                                A TEST AFTER
 77  TP-Loop                 Binary-Long    value zero.
 77  TP-Cond-Ptr             Binary-Long    value zero.
 77  TP-Word                 pic x(48)      value spaces.
 77  TP-Cond                 pic x(240)     value spaces.
 77  TP-Test-Txt             pic x(80)      value spaces.
 77  TP-Kind-Txt             pic x(14)      value spaces.
 77  TP-Out-Txt              pic x(12)      value spaces.
 77  TP-First                Binary-Long    value zero.
 77  TP-Last                 Binary-Long    value zero.
 77  TP-Decs                 Binary-Long    value zero.
 77  TP-Cases                Binary-Long    value zero.
 77  TP-Case                 Binary-Long    value zero.
 77  TP-Tot-Decs             Binary-Long    value zero.
 77  TP-Tot-Cases            Binary-Long    value zero.
 77  TP-Pg                   Binary-Long    value zero.
 77  TP-D                    Binary-Long    value zero.
 77  TP-O                    Binary-Long    value zero.
 77  TP-S                    Binary-Long    value zero.
 77  TP-A                    Binary-Long    value zero.
 77  TP-U                    Binary-Long    value zero.
 77  TP-R                    Binary-Long    value zero.
 77  TP-C                    Binary-Long    value zero.
 77  TP-N                    Binary-Long    value zero.
 77  TP-I                    Binary-Long    value zero.
 77  TP-J                    Binary-Long    value zero.
 77  TP-K                    Binary-Long    value zero.
 77  TP-P                    Binary-Long    value zero.
 77  TP-Q                    Binary-Long    value zero.
 77  TP-NumZ                 pic z(5)9.
 77  TP-NumZ2                pic z(5)9.
 77  TP-RefZ                 pic z(5)9.
*>
*> -REGRESS=suite[,RECORD] support: A golden-master regression       *> New -REGRESS
*>   suite.  Each case names A program (or A -JOBSTREAM script
*>   step), its input datasets, parms and environment values and
*>   the output datasets to check.  The case is run in its own
*>   scratch directory, the outputs compared with the kept golden
*>   copies field by field through the programs' .layout sidecars,
*>   return code and elapsed time taken.  Standard input is the
*>   case's sysin: file, or /dev/null.  RECORD blesses the outputs
*>   of A run as the new golden copies.  Pass / fail per case goes
*>   to suite.report, and A line per case to the audit history
*>   (cobxref.regress alongside the Metrics-Log, COBXREF_REGRESS
*>   overrides).
*>
 77  WS-Regress-Arg          pic x(128)     value spaces.
 77  WS-Regress-Suite        pic x(64)      value spaces.
 77  WS-Regress-Mode         pic x(8)       value spaces.
 77  WS-Regress-Dir          pic x(64)      value spaces.
 77  WS-Regress-Layouts      pic x(64)      value spaces.
 77  WS-Regress-Golden       pic x(64)      value spaces.
 77  WS-Regress-History      pic x(64)      value spaces.
 01  RG-Case-Table.
     03  RG-Case             occurs 100.
         05  RG-C-Name       pic x(32).
         05  RG-C-Cmd        pic x(256).
         05  RG-C-Step       pic x(80).    *> script,N to resolve
         05  RG-C-Parm       pic x(128).
         05  RG-C-Env        pic x(240).
         05  RG-C-Sysin      pic x(128).   *> stdin, else /dev/null
         05  RG-C-Rc         pic 9(4).     *> the RC expected
         05  RG-C-In-First   Binary-Long.
         05  RG-C-In-Last    Binary-Long.
         05  RG-C-Out-First  Binary-Long.
         05  RG-C-Out-Last   Binary-Long.
 01  RG-In-Table.
     03  RG-In               occurs 400.
         05  RG-I-Dsn        pic x(64).
         05  RG-I-Src        pic x(128).
 01  RG-Out-Table.
     03  RG-Out              occurs 400.
         05  RG-O-Dsn        pic x(64).
         05  RG-O-Rec        pic x(32).    *> the layout 01 to use
         05  RG-O-Fmt        pic x.        *> L line, F fixed
 01  RG-Field-Diffs.
     03  RG-F-Diff           Binary-Long    occurs 3000.
 77  RG-Case-Cnt             Binary-Long    value zero.
 77  RG-In-Cnt               Binary-Long    value zero.
 77  RG-Out-Cnt              Binary-Long    value zero.
 77  RG-Cur                  Binary-Long    value zero.
 77  RG-O                    Binary-Long    value zero.
 77  RG-I                    Binary-Long    value zero.
 77  RG-J                    Binary-Long    value zero.
 77  RG-K                    Binary-Long    value zero.
 77  RG-P                    Binary-Long    value zero.
 77  RG-N                    Binary-Long    value zero.
 77  RG-Grp                  Binary-Long    value zero.
 77  RG-Rec-Len              Binary-Long    value zero.
 77  RG-Rc                   Binary-Long    value zero.
 77  RG-Recs                 Binary-Long    value zero.
 77  RG-Rec-Diffs            Binary-Long    value zero.
 77  RG-Other-Diffs          Binary-Long    value zero.
 77  RG-Shown                Binary-Long    value zero.
 77  RG-Old-Cnt              Binary-Long    value zero.
 77  RG-New-Cnt              Binary-Long    value zero.
 77  RG-Passed               Binary-Long    value zero.
 77  RG-Failed               Binary-Long    value zero.
 77  RG-Old-Eof              pic x          value "N".
 77  RG-New-Eof              pic x          value "N".
 77  RG-Hit                  pic x          value "N".
 77  RG-Out-Ok               pic x          value "Y".
 77  RG-Status               pic x(8)       value spaces.
 77  RG-Key                  pic x(16)      value spaces.
 77  RG-Value                pic x(240)     value spaces.
 77  RG-Word                 pic x(240)     value spaces.
 77  RG-Word2                pic x(128)     value spaces.
 77  RG-Word3                pic x(16)      value spaces.
 77  RG-Prog                 pic x(64)      value spaces.
 77  RG-Base                 pic x(64)      value spaces.
 77  RG-Path                 pic x(128)     value spaces.
 77  RG-Path2                pic x(128)     value spaces.
 77  RG-Work-Dir             pic x(128)     value spaces.
 77  RG-Reason               pic x(80)      value spaces.
 77  RG-Old-Text             pic x(48)      value spaces.
 77  RG-New-Text             pic x(48)      value spaces.
 77  RG-Hex-Digits           pic x(16)      value "0123456789ABCDEF".
 77  RG-Byte                 Binary-Long    value zero.
 77  RG-Side                 pic x          value space.
 01  RG-Command              pic x(1024)    value spaces.
 01  RG-History-Rec          pic x(200)     value spaces.
 01  RG-Time.
     03  RG-T-HH             pic 99.
     03  RG-T-MM             pic 99.
     03  RG-T-SS             pic 99.
     03  RG-T-CC             pic 99.
 77  RG-Start                Binary-Long    value zero.
 77  RG-Stamp                pic x(21)      value spaces.
 77  RG-Hsecs                Binary-Long    value zero.
 77  RG-Secs                 pic 9(6)v99    value zero.
 77  RG-SecsZ                pic z(5)9.99.
 77  RG-NumZ                 pic z(5)9.
 77  RG-NumZ2                pic z(5)9.
 77  RG-NumZ3                pic z(5)9.
 77  RG-RcZ                  pic z(3)9.
 77  RG-RcZ2                 pic z(3)9.
 77  JS-W                    Binary-Long     value zero.
 77  JS-Serial               pic 9(8)        value zero.
 77  JS-CPMax                pic 9(7)        value zero.
         05  JS-D-Step       pic 9(3).
         05  JS-D-Name       pic x(44).
         05  JS-D-Dir        pic x.       *> R / W / B / A(rg only)
         05  JS-D-Mode       pic x(4).    *> OPEN modes I O U(I-O) E     *> New -CONTENTION
 01  JS-DS-Count             Binary-Long     value zero.
 77  JS-Idx                  Binary-Long     value zero.
 77  JS-J                    Binary-Long     value zero.
 77  JS-CntZ                 pic z(5)9.
 77  JS-Line-Ptr             Binary-Long     value 1.
*>
*> -JOBSTREAM dataset contention: every pair of steps with no         *> New -CONTENTION
*>   dependency chain between them - steps the scheduler may run
*>   side by side - that share A dataset one of them opens OUTPUT,
*>   I-O or EXTEND: the programs, the dataset, both sides' OPEN
*>   modes from the catalog and, with -WINDOW, the overlap the
*>   simulator predicts.  Two steps that only open A dataset I-O
*>   are not ordered by it - they are the contention, not A
*>   producer and its consumer.
*>
 01  JC-Dep-Table.
     03  JC-Dep-Row          occurs 100.
         05  JC-Dep          pic x          occurs 100.   *> Y = T waits on S
 77  JC-S                    Binary-Long     value zero.
 77  JC-T                    Binary-Long     value zero.
 77  JC-R                    Binary-Long     value zero.
 77  JC-J                    Binary-Long     value zero.
 77  JC-K                    Binary-Long     value zero.
 77  JC-Pairs                Binary-Long     value zero.
 77  JC-Start-S              Binary-Long     value zero.
 77  JC-Start-T              Binary-Long     value zero.
 77  JC-Over                 Binary-Long     value zero.
 77  JC-Hit                  pic x           value "N".
 77  JC-Modes                pic x(4)        value spaces.
 77  JC-Modes-S              pic x(4)        value spaces.
 77  JC-Modes-T              pic x(4)        value spaces.
 77  JC-Mode-Text            pic x(26)       value spaces.
 77  JC-Mode-Text2           pic x(26)       value spaces.
 77  JC-Ptr                  Binary-Long     value 1.
 77  JC-StepZ                pic zz9.
 77  JC-StepZ2               pic zz9.
 77  JC-OverZ                pic z(6)9.
 77  JC-CntZ                 pic z(5)9.
*>
*> -RECOVER=stepno support (with -JOBSTREAM): A printable recovery    *> New -RECOVER
*>   sheet for A failed step.  Each step is classed from its
*>   catalog OPEN modes - RERUNNABLE (it only reads, and creates
*>   its outputs OUTPUT), RESTORE FIRST (it updates A dataset in
*>   place, I-O or EXTEND, or rewrites one it reads) or NOT
*>   RESTARTABLE (its program is not in the catalog so its modes
*>   are not known).  Datasets the failed step updates come back
*>   from the pre-batch backup - which undoes every earlier update
*>   to them too, so those steps rerun as well - unless an earlier
*>   step creates them OUTPUT, when that step reruns instead.  The
*>   sheet lists the restores, the reruns in order and which later
*>   steps wait on them: srcdir/recovery.sheet.
*>
 77  WS-Recover-Step         pic 9(3)        value zero.
 01  RV-Step-Table.
     03  RV-Step-Entry       occurs 100.
         05  RV-Class        pic x.       *> R rerun, S restore, N not
         05  RV-Run          pic x.       *> Y = in the rerun set
         05  RV-Done         pic x.       *> Y = its updates followed
         05  RV-Why          pic x(60).
 01  RV-Rest-Table.
     03  RV-Rest-Entry       occurs 100.
         05  RV-R-Name       pic x(44).
         05  RV-R-Step       pic 9(3).
         05  RV-R-Mode       pic x(26).
 77  RV-Rest-Cnt             Binary-Long     value zero.
 77  RV-S                    Binary-Long     value zero.
 77  RV-T                    Binary-Long     value zero.
 77  RV-C                    Binary-Long     value zero.
 77  RV-J                    Binary-Long     value zero.
 77  RV-D                    Binary-Long     value zero.
 77  RV-K                    Binary-Long     value zero.
 77  RV-Cnt                  Binary-Long     value zero.
 77  RV-More                 pic x           value "N".
 77  RV-Hit                  pic x           value "N".
 77  RV-Name                 pic x(44)       value spaces.
 77  RV-Class-Text           pic x(16)       value spaces.
 77  RV-Stamp                pic x(21)       value spaces.
 77  RV-StepZ                pic zz9.
 77  RV-StepZ2               pic zz9.
*>
*> command line input -FPCOUNT: an unadjusted function-point estimate  *> New -FPCOUNT
*>   built from what the other reports already collect.  Internal
*>   logical files are the FDs the program updates (OPEN OUTPUT /
*>   I-O / EXTEND, WRITE, REWRITE, DELETE), external interface files
*>   the FDs it only reads - A print file (one written AFTER / BEFORE
*>   ADVANCING) counts as an external output instead.  External
*>   inputs are the screens with input fields (USING / TO), the maps
*>   RECEIVEd and each item taken in by ACCEPT; external outputs the
*>   print files and the maps SENT; external inquiries the screens
*>   with no input field.  IFPUG average weights unless the site
*>   config has fpcount.ilf: / .eif: / .ei: / .eo: / .eq: entries.
*>   Each component is listed with the line it was taken from in
*>   Prog-BaseName.fpcount; -LIBRARY=dir -FPCOUNT totals the members'
*>   files by member and overall in dir/library.fpcount.
*>
 77  SW-112                  pic x          value "N".
     88 Fpcount-Output                      value "Y".
 77  WS-Fpcount-Flag         pic x          value "N".
 77  Fpcount-FileName        pic x(64)      value spaces.
 01  FPT-Type-Table.
     03  filler pic x(30) value "ILF Internal logical files    ".
     03  filler pic x(30) value "EIF External interface files  ".
     03  filler pic x(30) value "EI  External inputs           ".
     03  filler pic x(30) value "EO  External outputs          ".
     03  filler pic x(30) value "EQ  External inquiries        ".
 01  filler   redefines FPT-Type-Table.
     03  FPT-Type-Entry      occurs 5.
         05  FPT-Type        pic x(4).
         05  FPT-Type-Name   pic x(26).
 01  FPT-Weights.
     03  FPT-Wt              pic 9(3)       occurs 5.
 01  FPT-Tally.
     03  FPT-Cnt             Binary-Long    occurs 5.
 01  FPT-Lib-Tally.
     03  FPT-Lib-Cnt         Binary-Long    occurs 5.
 01  FPT-Scr-Table.
     03  FPT-Scr-Entry       occurs 100.
         05  FPT-S-Name      pic x(32).
         05  FPT-S-Ref       pic 9(6).
         05  FPT-S-In        Binary-Long.
         05  FPT-S-Out       Binary-Long.
 77  FPT-Scr-Cnt             Binary-Long    value zero.
 01  FPT-Prt-Table.
     03  FPT-Prt-Entry       occurs 50.
         05  FPT-P-File      pic x(32).
         05  FPT-P-Ref       pic 9(6).
 77  FPT-Prt-Cnt             Binary-Long    value zero.
 01  FPT-Acc-Table.
     03  FPT-Acc-Entry       occurs 100.
         05  FPT-A-Name      pic x(32).
         05  FPT-A-Ref       pic 9(6).
 77  FPT-Acc-Cnt             Binary-Long    value zero.
 77  FPT-State               pic x          value space.
*>                           W WRITE, R its record named, A ACCEPT,
*>                           T its target named, F FROM, X done
 77  FPT-Word                pic x(32)      value spaces.
 77  FPT-Rec                 pic x(32)      value spaces.
 77  FPT-Rec-Ref             pic 9(6)       value zero.
 77  FPT-Acc-Name            pic x(32)      value spaces.
 77  FPT-Acc-Ref             pic 9(6)       value zero.
 77  FPT-Name                pic x(32)      value spaces.
 77  FPT-Map                 pic x(16)      value spaces.
 77  FPT-Map2                pic x(16)      value spaces.
 77  FPT-Src                 pic x(80)      value spaces.
 77  FPT-Ref                 pic 9(6)       value zero.
 77  FPT-Upd-Verb            pic x(12)      value spaces.
 77  FPT-Upd-Ref             pic 9(6)       value zero.
 77  FPT-Rd-Verb             pic x(12)      value spaces.
 77  FPT-Rd-Ref              pic 9(6)       value zero.
 77  FPT-Class               Binary-Long    value zero.
 77  FPT-T                   Binary-Long    value zero.
 77  FPT-I                   Binary-Long    value zero.
 77  FPT-J                   Binary-Long    value zero.
 77  FPT-K                   Binary-Long    value zero.
 77  FPT-X                   Binary-Long    value zero.
 77  FPT-P                   Binary-Long    value zero.
 77  FPT-Ufp                 Binary-Long    value zero.
 77  FPT-Progs               Binary-Long    value zero.
 77  FPT-Files               Binary-Long    value zero.
 77  FPT-Member              pic x(32)      value spaces.
 77  FPT-Wt-Text             pic x(8)       value spaces.
 77  FPT-NumZ                pic z(5)9.
 77  FPT-NumZ2               pic zz9.
 77  FPT-NumZ3               pic z(6)9.
*>
*> command line input -FLOWCHART=para[,thru-para] or -FLOWCHART=ALL:  *> New -FLOWCHART
*>   A statement-level DOT flowchart of one paragraph, section or
*>   PERFORM THRU range - or of every paragraph.  The words of the
*>   paragraphs wanted are kept as the Procedure Division is read
*>   (FW-Tok, the statement words with their source text) and laid
*>   out when the paragraph closes: IF / EVALUATE WHEN / SEARCH WHEN
*>   and the AT END, INVALID KEY, SIZE ERROR, EXCEPTION phrases as
*>   decision diamonds, each run of straight-line statements as one
*>   process box, an inline PERFORM as A test diamond with its loop
*>   back, and GO TO / EXIT PARAGRAPH / GOBACK / STOP RUN as exits.
*>   Every node carries its RefNo range so the chart matches the
*>   listing.  Prog-BaseName.flowchart, one digraph per chart.
*>
 77  SW-113                  pic x          value "N".
     88 Flowchart-Output                    value "Y".
 77  WS-Flowchart-Arg        pic x(128)     value spaces.
 77  Flowchart-FileName      pic x(64)      value spaces.
 77  FW-Sel-First            pic x(32)      value spaces.
 77  FW-Sel-Last             pic x(32)      value spaces.
 77  FW-Sel-All              pic x          value "N".
 77  FW-Sel-Section          pic x          value "N".  *> Y = runs to next section
 77  FW-Active               pic x          value "N".  *> Y = words being kept
 77  FW-Done                 pic x          value "N".
 77  FW-Full                 pic x          value "N".
 77  FW-Cur-Para             pic x(32)      value spaces.
 77  FW-Charts               Binary-Long    value zero.
 01  FW-Tok-Table.
     03  FW-Tok              occurs 6000.
         05  FW-T-Word       pic x(32).
         05  FW-T-Kind       pic x.       *> V verb, W word, . period,
*>                                           P paragraph or section
         05  FW-T-Ref        pic 9(6).
         05  FW-T-Col        pic 9(3).    *> where the word starts
         05  FW-T-Text       pic x(40).   *> the source from the word on
 77  FW-Tok-Cnt              Binary-Long    value zero.
 01  FW-Stack.
     03  FW-Stk              occurs 40.
         05  FW-S-Kind       pic x.       *> I IF, E EVALUATE, S SEARCH,
*>                                           L inline PERFORM, C phrase
         05  FW-S-Node       Binary-Long. *> its diamond
         05  FW-S-Last       Binary-Long. *> the last WHEN diamond
         05  FW-S-Else       pic x.       *> ELSE / NOT phrase / OTHER met
         05  FW-S-Pos        pic x.       *> phrase / first WHEN met
         05  FW-S-Body       pic x.       *> the open WHEN has statements
         05  FW-S-Verb       pic x(12).   *> C: the statement's verb
         05  FW-S-Phrase     pic x(12).   *> C: AT END, INVALID KEY ...
         05  FW-S-Inner      Binary-Long. *> C: same verb nested inside
 77  FW-Depth                Binary-Long    value zero.
 01  FW-Tail-Table.
     03  FW-Tail             occurs 200.
         05  FW-L-Node       Binary-Long.
         05  FW-L-Label      pic x(12).
 77  FW-Tail-Cnt             Binary-Long    value zero.
 01  FW-Hold-Table.
     03  FW-Hold             occurs 200.
         05  FW-H-Node       Binary-Long.
         05  FW-H-Label      pic x(12).
 77  FW-Hold-Cnt             Binary-Long    value zero.
 01  FW-Exit-Table.
     03  FW-Exit             occurs 400.
         05  FW-X-Node       Binary-Long.
         05  FW-X-Label      pic x(12).
         05  FW-X-Level      Binary-Long.
 77  FW-Exit-Cnt             Binary-Long    value zero.
 01  FW-To-End-Table.
     03  FW-To-End           Binary-Long    occurs 100.
 77  FW-To-End-Cnt           Binary-Long    value zero.
 01  FW-Px-Table.                        *> EXIT PARAGRAPH nodes
     03  FW-Px               Binary-Long    occurs 50.
 77  FW-Px-Cnt               Binary-Long    value zero.
 01  FW-Ns-Table.
     03  FW-Ns               Binary-Long    occurs 50.
 77  FW-Ns-Cnt               Binary-Long    value zero.
 77  FW-Node                 Binary-Long    value zero.
 77  FW-New                  Binary-Long    value zero.
 77  FW-Box-Open             pic x          value "N".
 77  FW-Box-First            pic 9(6)       value zero.
 77  FW-Box-Last             pic 9(6)       value zero.
 77  FW-Box-Stmts            Binary-Long    value zero.
 77  FW-Box-Text             pic x(300)     value spaces.
 77  FW-Box-Ptr              Binary-Long    value 1.
 77  FW-Pend-Verb            pic x(12)      value spaces.
 77  FW-Pend-Ref             pic 9(6)       value zero.
 77  FW-Pend-Inc             pic x          value "N".
 77  FW-Neg                  pic x          value "N".
 77  FW-Phrase               pic x(12)      value spaces.
 77  FW-Shape                pic x(14)      value spaces.
 77  FW-Label                pic x(400)     value spaces.
 77  FW-Lab-Ptr              Binary-Long    value 1.
 77  FW-Edge-Label           pic x(12)      value spaces.
 77  FW-Word                 pic x(32)      value spaces.
 77  FW-Next                 pic x(32)      value spaces.
 77  FW-Text                 pic x(40)      value spaces.
 77  FW-Title                pic x(70)      value spaces.
 77  FW-End-Name             pic x(32)      value spaces.
 77  FW-Stmt-Cnt             Binary-Long    value zero.
 77  FW-I                    Binary-Long    value zero.
 77  FW-J                    Binary-Long    value zero.
 77  FW-K                    Binary-Long    value zero.
 77  FW-P                    Binary-Long    value zero.
 77  FW-E                    Binary-Long    value zero.
 77  FW-Lvl                  Binary-Long    value zero.
 77  FW-Kind                 pic x          value space.
 77  FW-From                 Binary-Long    value zero.
 77  FW-To                   Binary-Long    value zero.
 77  FW-Hit                  pic x          value "N".
 77  FW-NumZ                 pic z(5)9.
 77  FW-NumZ2                pic z(5)9.
*>
*> command line input -EXTRACT=para[:thru-para]:                       *> New -EXTRACT
*>   what A paragraph range would need passed to it if it were cut
*>   out as A called subprogram.  Every Procedure Division reference
*>   is kept with its read / modify stamp and whether it fell inside
*>   the range; at the end the data items the range uses are rolled
*>   up to their 01 records and marked input, output or in-out, the
*>   files it does I/O on, the paragraphs outside it that it PERFORMs
*>   or GOes TO and the jumps into it from outside are listed, and A
*>   LINKAGE SECTION with its USING list is proposed.  What stops A
*>   clean cut - A GO TO out, an entry part-way in, A file also used
*>   outside, GOBACK - is flagged.  Prog-BaseName.extract.
*>
 77  SW-114                  pic x          value "N".
     88 Extract-Output                      value "Y".
 77  Extract-FileName        pic x(64)      value spaces.
 77  XT-First                pic x(32)      value spaces.
 77  XT-Last                 pic x(32)      value spaces.
 77  XT-State                pic x          value "B".  *> B before, I in, A after
 77  XT-Section              pic x          value "N".  *> Y = runs to next section
 77  XT-Cur-Para             pic x(32)      value spaces.
 77  XT-Start-Ref            pic 9(6)       value zero.
 77  XT-End-Ref              pic 9(6)       value zero.
 77  XT-Full                 pic x          value "N".
 77  XT-Next-Type            pic x          value space.  *> the next
*>                                      name is M A WRITE / REWRITE
*>                                      record, T A PERFORM's THRU
 01  XT-Ref-Table.
     03  XT-Ref              occurs 30000.
         05  XT-R-Name       pic x(32).
         05  XT-R-Ref        pic 9(6).
         05  XT-R-Type       pic x.       *> M modifies, R reads, B both
*>                                           T PERFORM ... THRU it
         05  XT-R-Verb       pic x(8).
         05  XT-R-In         pic x.       *> Y = inside the range
 77  XT-Ref-Cnt              Binary-Long    value zero.
 01  XT-Para-Table.
     03  XT-Para             occurs 5000.
         05  XT-P-Name       pic x(32).
         05  XT-P-Ref        pic 9(6).
         05  XT-P-In         pic x.
 77  XT-Para-Cnt             Binary-Long    value zero.
 01  XT-Item-Table.
     03  XT-Item             occurs 1000.
         05  XT-I-Name       pic x(32).
         05  XT-I-Reads      Binary-Long.
         05  XT-I-Mods       Binary-Long.
         05  XT-I-Rec        Binary-Long. *> its XT-Rec, zero = none
         05  XT-I-Cond       pic x(32).   *> an 88: the item it tests
         05  XT-I-Lines      pic x(48).
         05  XT-I-Ptr        Binary-Long.
 77  XT-Item-Cnt             Binary-Long    value zero.
 01  XT-Rec-Table.
     03  XT-Rec              occurs 300.
         05  XT-C-Name       pic x(32).
         05  XT-C-Level      pic 99.
         05  XT-C-Section    pic 99.
         05  XT-C-Ref        pic 9(6).
         05  XT-C-Lt         Binary-Long. *> its Layout-Table row
         05  XT-C-Reads      pic x.
         05  XT-C-Mods       pic x.
         05  XT-C-Outside    pic x.       *> Y = used outside as well
         05  XT-C-File       pic x(32).   *> an FD record: its file
         05  XT-C-How        pic x.       *> P passed, L local,
*>                                           F goes with its file
 77  XT-Rec-Cnt              Binary-Long    value zero.
 01  XT-Mem-Table.
     03  XT-Mem              occurs 5000.
         05  XT-M-Name       pic x(32).
         05  XT-M-Rec        Binary-Long.
 77  XT-Mem-Cnt              Binary-Long    value zero.
 01  XT-File-Table.
     03  XT-File             occurs 100.
         05  XT-F-Name       pic x(32).
         05  XT-F-In         Binary-Long.
         05  XT-F-Out        Binary-Long.
         05  XT-F-Verbs      pic x(60).
         05  XT-F-Out-Ref    pic 9(6).
 77  XT-File-Cnt             Binary-Long    value zero.
 77  XT-Blockers             Binary-Long    value zero.
 77  XT-Warnings             Binary-Long    value zero.
 77  XT-Passed               Binary-Long    value zero.
 77  XT-Locals               Binary-Long    value zero.
 77  XT-Name                 pic x(32)      value spaces.
 77  XT-Thru                 pic x(32)      value spaces.
 77  XT-Use                  pic x(7)       value spaces.
 77  XT-Sect                 pic x(16)      value spaces.
 77  XT-Line                 pic x(160)     value spaces.
 77  XT-Using                pic x(40)      value spaces.
 77  XT-I                    Binary-Long    value zero.
 77  XT-J                    Binary-Long    value zero.
 77  XT-K                    Binary-Long    value zero.
 77  XT-P                    Binary-Long    value zero.
 77  XT-Q                    Binary-Long    value zero.
 77  XT-Hit                  pic x          value "N".
 77  XT-NumZ                 pic z(5)9.
 77  XT-NumZ2                pic z(5)9.
*>
*> command line input -NAMING: the site naming standard, from the      *> New -NAMING
*>   config files - "naming.working-storage: WS-*" and likewise
*>   naming.file / .local-storage / .linkage / .report / .screen /
*>   .condition (the 88s) / .paragraph / .section, each A list of
*>   patterns any one of which A name must match; A pattern led by !
*>   is one it must not match.  In A pattern * is any run of
*>   characters, ? any one, # A digit and @ A letter, and & stands
*>   for the owner - the FD name up to its first hyphen for A FILE
*>   SECTION item, the parent for an 88 ("naming.condition: !&*").
*>   Numbered paragraphs / sections must not go backwards.
*>   naming.severity: n grades the -FINDINGS rows (default 2).
*>   Prog-BaseName.naming.
*>
 77  SW-115                  pic x          value "N".
     88 Naming-Output                       value "Y".
 77  Naming-FileName         pic x(64)      value spaces.
 01  NM-Rule-Table.
     03  NM-Rule             occurs 9.
         05  NM-R-Key        pic x(24).
         05  NM-R-Pats       pic x(200).
 01  NM-Def-Table.
     03  NM-Def              occurs 5000.
         05  NM-D-Name       pic x(32).
         05  NM-D-Ref        pic 9(6).
         05  NM-D-Kind       pic x.       *> P paragraph, S section
 77  NM-Def-Cnt              Binary-Long    value zero.
 01  NM-Cond-Table.
     03  NM-Cond             occurs 2000.
         05  NM-C-Name       pic x(32).
         05  NM-C-Parent     pic x(32).
         05  NM-C-Ref        pic 9(6).
 77  NM-Cond-Cnt             Binary-Long    value zero.
 77  NM-Sev                  pic 9          value 2.
 77  NM-Violations           Binary-Long    value zero.
 77  NM-Checked              Binary-Long    value zero.
 77  NM-R                    Binary-Long    value zero.
 77  NM-Name                 pic x(44)      value spaces.
 77  NM-Amp                  pic x(32)      value spaces.
 77  NM-Pat                  pic x(32)      value spaces.
 77  NM-Exp                  pic x(64)      value spaces.
 77  NM-Ok                   pic x          value "Y".
 77  NM-Pos                  pic x          value "N".
 77  NM-Pos-Hit              pic x          value "N".
 77  NM-Match                pic x          value "N".
 77  NM-Why                  pic x(64)      value spaces.
 77  NM-Rec-File             pic x(32)      value spaces.
 77  NM-Line                 pic x(160)     value spaces.
 77  NM-Last-No              pic 9(9)       value zero.
 77  NM-Last-Name            pic x(32)      value spaces.
 77  NM-No                   pic 9(9)       value zero.
 77  NM-I                    Binary-Long    value zero.
 77  NM-J                    Binary-Long    value zero.
 77  NM-K                    Binary-Long    value zero.
 77  NM-P                    Binary-Long    value zero.
 77  NM-PL                   Binary-Long    value zero.
 77  NM-NL                   Binary-Long    value zero.
 77  NM-Star                 Binary-Long    value zero.
 77  NM-Mark                 Binary-Long    value zero.
 77  NM-E                    Binary-Long    value zero.
 77  NM-Ref                  pic 9(6)       value zero.
 77  NM-RefZ                 pic z(5)9.
 77  NM-NumZ                 pic z(5)9.
*>
*> command line input -PARMCARD: the control cards A program ACCEPTs    *> New -PARMCARD
*>   from SYSIN (no FROM, or FROM SYSIN) published as A card
*>   specification - the columns, PIC and class of each field of the
*>   receiving item, the 88 values allowed on it and the IF /
*>   EVALUATE / WHEN / UNTIL tests the program makes on the card -
*>   in Prog-BaseName.parmcard, whose C / F / V / T rows are fixed
*>   columns so -JOBSTREAM can read them back.  With -JOBSTREAM the
*>   cards each step feeds its program (A here-document or A < card
*>   file) are checked against the srcdir .parmcard: too long, too
*>   short, not numeric in A numeric field, outside the 88 values.
*>   The n-th card goes to the n-th ACCEPT, any more to the last.
*>
 77  SW-116                  pic x          value "N".
     88 Parmcard-Output                     value "Y".
 77  Parmcard-FileName       pic x(64)      value spaces.
 01  PM-Acc-Table.
     03  PM-Acc              occurs 50.
         05  PM-A-Name       pic x(32).
         05  PM-A-Ref        pic 9(6).
 77  PM-Acc-Cnt              Binary-Long    value zero.
 01  PM-Test-Table.
     03  PM-Test             occurs 2000.
         05  PM-T-Name       pic x(32).
         05  PM-T-Ref        pic 9(6).
         05  PM-T-Text       pic x(96).
 77  PM-Test-Cnt             Binary-Long    value zero.
 77  PM-State                pic x          value space.  *> A after
*>                                            ACCEPT, T after its target (Q
*>                                            after its OF / IN),
*>                                            F after FROM
 77  PM-Pend-Name            pic x(32)      value spaces.
 77  PM-Pend-Ref             pic 9(6)       value zero.
 77  PM-Word                 pic x(32)      value spaces.
*> the job-stream side: the cards fed to each step, and the specs.
 01  PM-Card-Table.
     03  PM-Card             occurs 500.
         05  PM-C-Step       pic 9(3).
         05  PM-C-Text       pic x(256).
 77  PM-Card-Cnt             Binary-Long    value zero.
 01  PM-Feed-Table.
     03  PM-Feed             occurs 100.
         05  PM-E-Step       pic 9(3).
         05  PM-E-Src        pic x(64).   *> card file, or spaces for
*>                                           A here-document
 77  PM-Feed-Cnt             Binary-Long    value zero.
 77  PM-Here-End             pic x(32)      value spaces.
 77  PM-Here-Step            pic 9(3)       value zero.
 77  PM-Steps-Before         Binary-Long    value zero.
 01  PM-Spec-Table.
     03  PM-Spec             occurs 200.
         05  PM-S-Prog       pic x(32).
         05  PM-S-Name       pic x(32).
         05  PM-S-Len        pic 9(4).
         05  PM-S-Needs      pic 9(4).
         05  PM-S-First      Binary-Long.
         05  PM-S-Last       Binary-Long.
 77  PM-Spec-Cnt             Binary-Long    value zero.
 01  PM-Fld-Table.
     03  PM-Fld              occurs 3000.
         05  PM-F-Name       pic x(32).
         05  PM-F-Col        pic 9(4).
         05  PM-F-Len        pic 9(4).
         05  PM-F-Class      pic x.       *> 9 numeric DISPLAY, X other
         05  PM-F-First      Binary-Long.
         05  PM-F-Last       Binary-Long.
 77  PM-Fld-Cnt              Binary-Long    value zero.
 01  PM-Val-Table.
     03  PM-Val              occurs 3000.
         05  PM-V-Lo         pic x(8).
         05  PM-V-Hi         pic x(8).
 77  PM-Val-Cnt              Binary-Long    value zero.
 77  PM-Mis                  Binary-Long    value zero.
 77  PM-Checked              Binary-Long    value zero.
 77  PM-Prog                 pic x(32)      value spaces.
 77  PM-Line                 pic x(160)     value spaces.
 77  PM-Text                 pic x(256)     value spaces.
 77  PM-Value                pic x(8)       value spaces.
 77  PM-Ok                   pic x          value "Y".
 77  PM-Hit                  pic x          value "N".
 77  PM-Lvl                  pic 99         value zero.
 77  PM-Sect                 pic 99         value zero.
 77  PM-Base                 Binary-Long    value zero.
 77  PM-Needs                Binary-Long    value zero.
 77  PM-Len                  Binary-Long    value zero.
 77  PM-Nth                  Binary-Long    value zero.
 77  PM-I                    Binary-Long    value zero.
 77  PM-J                    Binary-Long    value zero.
 77  PM-K                    Binary-Long    value zero.
 77  PM-L                    Binary-Long    value zero.
 77  PM-P                    Binary-Long    value zero.
 77  PM-Q                    Binary-Long    value zero.
 77  PM-S                    Binary-Long    value zero.
 77  PM-V                    Binary-Long    value zero.
 77  PM-W                    Binary-Long    value zero.
 77  PM-NumZ                 pic z(5)9.
 77  PM-NumZ2                pic z(5)9.
 77  PM-NumZ3                pic z(5)9.
*>
*> command line input -CATALOG[=file]: maintenance of the program     *> New -CATALOG
*>   catalog - the business facts no source holds: owner team,
*>   business function, criticality tier (1 most critical to 4), batch
*>   SLA time, on-call contact and who last changed the entry when.
*>   One indexed record per PROGRAM-ID, in the file named on the
*>   switch, else COBXREF_CATALOG, else cobxref.catalog beside the
*>   Metrics-Log.  -DASHBOARD, -RUNBOOK, -RISK and -RETEST show the
*>   entry next to each program, and -LIBRARY lists the members that
*>   have none in dir/catalog.missing.
*>
 77  WS-Catalog-Arg          pic x(64)      value spaces.
 77  WS-Catalog-File         pic x(64)      value spaces.
 77  CG-State                pic x          value "N".  *> N not tried,
*>                                            Y open for reading,
*>                                            X no catalog to read
 77  CG-Want                 pic x(32)      value spaces.
 77  CG-Hit                  pic x          value "N".
 77  CG-Cmd                  pic x          value space.
 77  CG-Input                pic x(80)      value spaces.
 77  CG-Ok                   pic x          value "N".
 77  CG-Line                 pic x(160)     value spaces.
 77  CG-Date                 pic x(10)      value spaces.
 77  CG-Shown                Binary-Long    value zero.
 77  CG-Count                Binary-Long    value zero.
 77  CG-Miss                 Binary-Long    value zero.
 77  CG-I                    Binary-Long    value zero.
 77  CG-J                    Binary-Long    value zero.
 77  CG-P                    Binary-Long    value zero.
 77  CG-NumZ                 pic z(5)9.
*>
*> Business glossary: glossary.file: in the config names A file of      *> New -GLOSSARY
*>   pattern|term|definition lines (pattern takes * ? # @ as in
*>   -NAMING) or COPYBOOK.ITEM|term|definition for one copybook's
*>   item.  The copybook item wins, then an exact name, then the
*>   first pattern in file order.  The data xref, the HTML listing
*>   and the .dict rows carry the term; -GLOSSARY=dir ranks the
*>   library's unmapped names and shows the names sharing A term.
*>
 77  WS-Glossary-Dir         pic x(64)      value spaces.
 01  GL-Table.
     03  GL-Entry            occurs 2000.
         05  GL-Key          pic x(32).
         05  GL-Copy         pic x(32).     *> spaces = any copybook
         05  GL-Wild         pic x.         *> Y = key is A pattern
         05  GL-Term         pic x(48).
         05  GL-Def          pic x(100).
 77  GL-Count                Binary-Long    value zero.
 77  GL-Have-Copy            pic x          value "N".
 77  GL-Name                 pic x(32)      value spaces.
 77  GL-Line                 pic 9(6)       value zero.
 77  GL-Found                pic x          value "N".
 77  GL-Term-Out             pic x(48)      value spaces.
 77  GL-Def-Out              pic x(100)     value spaces.
 77  GL-Cur-Copy             pic x(64)      value spaces.
 77  GL-Pend                 pic x(48)      value spaces.
 77  GL-Pend-Def             pic x(100)     value spaces.
 77  GL-W1                   pic x(64)      value spaces.
 77  GL-W2                   pic x(64)      value spaces.
 77  GL-W3                   pic x(128)     value spaces.
 77  GL-I                    Binary-Long    value zero.
 77  GL-J                    Binary-Long    value zero.
 77  GL-P                    Binary-Long    value zero.
 77  GL-Best                 Binary-Long    value zero.
 01  GY-Table.
     03  GY-Entry            occurs 5000.
         05  GY-Name         pic x(32).
         05  GY-Progs        pic 9(5).
         05  GY-Term         pic x(48).
 77  GY-Count                Binary-Long    value zero.
 01  GY-Seen-Table.
     03  GY-Seen             pic x(30)      occurs 200.
 77  GY-Seen-Cnt             Binary-Long    value zero.
 77  GY-Cur-Name             pic x(32)      value spaces.
 77  GY-Cur-Term             pic x(48)      value spaces.
 77  GY-Full                 pic x          value "N".
 77  GY-First                Binary-Long    value zero.
 77  GY-With                 Binary-Long    value zero.
 77  GY-Without              Binary-Long    value zero.
 77  GY-Groups               Binary-Long    value zero.
 77  GY-NumZ                 pic z(4)9.
*>
*> command line input -FEATURES: which language features the member    *> New -FEATURES
*>   uses, to scope A compiler or platform migration.  Taken from
*>   what the scan already sees - reserved-word hits classed by the
*>   get-reserved-lists tables (intrinsic functions by the function
*>   table), the REPORT and SCREEN sections, the EXEC spans, an
*>   IDENTIFICATION DIVISION met inside another program, and the
*>   directive lines.  Prog-BaseName.features has one line per
*>   feature - its name in columns 3-22, hits in 23-28 and first
*>   line in 31-36; -LIBRARY=dir -FEATURES rolls the members' files
*>   into A member by feature matrix in dir/library.features.
*>
 77  SW-117                  pic x          value "N".
     88 Features-Output                     value "Y".
 77  WS-Features-Flag        pic x          value "N".
 77  Features-FileName       pic x(64)      value spaces.
 01  FE-Feature-Table.
     03  filler pic x(24) value "RW  REPORT-WRITER       ".
     03  filler pic x(24) value "SCR SCREEN-SECTION      ".
     03  filler pic x(24) value "PTR POINTERS            ".
     03  filler pic x(24) value "NESTNESTED-PROGRAMS     ".
     03  filler pic x(24) value "ENT ENTRY               ".
     03  filler pic x(24) value "ALT ALTER               ".
     03  filler pic x(24) value "SQL EXEC-SQL            ".
     03  filler pic x(24) value "CICSEXEC-CICS           ".
     03  filler pic x(24) value "EXECEXEC-OTHER          ".
     03  filler pic x(24) value "OO  OBJECT-ORIENTED     ".
     03  filler pic x(24) value "FUNCINTRINSIC-FUNCTIONS ".
     03  filler pic x(24) value "C5  COMP-5              ".
     03  filler pic x(24) value "DIR DIRECTIVES          ".
 01  filler   redefines FE-Feature-Table.
     03  FE-Feature          occurs 13.
         05  FE-Code         pic x(4).
         05  FE-Key          pic x(20).
 01  FE-Hits-Table           value zeros.
     03  FE-Hit-Entry        occurs 13.
         05  FE-Hits         pic 9(6).
         05  FE-First        pic 9(6).
 01  FE-Lib-Totals           value zeros.
     03  FE-Tot              pic 9(5)       occurs 13.
 77  FE-K                    Binary-Long    value zero.
 77  FE-I                    Binary-Long    value zero.
 77  FE-P                    Binary-Long    value zero.
 77  FE-Adj                  Binary-Long    value zero.
 77  FE-Used                 Binary-Long    value zero.
 77  FE-Members              Binary-Long    value zero.
 77  FE-Sect-Ref             pic 9(6)       value zero.
 77  FE-Buf                  pic x(80)      value spaces.
 77  FE-Word                 pic x(32)      value spaces.
 77  FE-Cur                  pic x(32)      value spaces.
 77  FE-Prev                 pic x(32)      value spaces.
 77  FE-Member               pic x(64)      value spaces.
 77  FE-Row                  pic x(160)     value spaces.
 77  FE-NumZ                 pic z(5)9.
*>
*> command line input -PTRCHECK: pointer and ADDRESS OF audit.  USAGE    *> New -PTRCHECK
*>   POINTER / PROCEDURE-POINTER / FUNCTION-POINTER items, BASED items
*>   and the LINKAGE 01 / 77 items come off the data clause scan; the
*>   SET, ALLOCATE and FREE statements off the Procedure Division
*>   words, and every reference to A BASED or LINKAGE record (or A
*>   field under one) off the sort records, each with its paragraph.
*>   An item whose storage is not there on entry - BASED, or LINKAGE
*>   and not in the PROCEDURE DIVISION USING list, which is every
*>   LINKAGE item of A main program - is followed through the -PGRAPH
*>   paragraph graph: A reference that some path reaches with no
*>   ALLOCATE or SET ADDRESS OF before it, or with A FREE (or A SET
*>   ADDRESS OF ... TO NULL) the last thing done to it, is flagged,
*>   as is pointer arithmetic.  Inside A paragraph source order
*>   decides, A PERFORMed paragraph counts for the last thing it does
*>   to the item, and conditional code is taken as run - A documented
*>   approximation.  Prog-BaseName.ptrcheck.
*>
 77  SW-118                  pic x          value "N".
     88 Ptrcheck-Output                     value "Y".
 77  Ptrcheck-FileName       pic x(64)      value spaces.
 01  PK-Item-Table.
     03  PK-Item             occurs 500.
         05  PK-I-Name       pic x(32).
         05  PK-I-Ref        pic 9(6).
         05  PK-I-Ptr        pic x(17).     *> the pointer USAGE if any
         05  PK-I-Based      pic x.
         05  PK-I-Link       pic 9(3).      *> LINKAGE 01 / 77 ordinal
         05  PK-I-Passed     pic x.         *> Y = in the USING list
 01  PK-Item-Count           Binary-Long    value zero.
 01  PK-Child-Table.
     03  PK-Child            occurs 3000.
         05  PK-C-Name       pic x(32).
         05  PK-C-Owner      Binary-Long.
 01  PK-Child-Count          Binary-Long    value zero.
*>
*> PK-E-Kind: E = storage established (ALLOCATE / SET ADDRESS OF),
*>   F = FREE, N = SET ADDRESS OF ... TO NULL, S = pointer set,
*>   U = pointer arithmetic.  PK-E-Item is the BASED / LINKAGE item
*>   for E, F and N, the pointer item for S and U - zero when the
*>   name is not one of ours.
*>
 01  PK-Event-Table.
     03  PK-Event            occurs 1000.
         05  PK-E-Kind       pic x.
         05  PK-E-Item       Binary-Long.
         05  PK-E-Para       pic x(32).
         05  PK-E-PIdx       Binary-Long.
         05  PK-E-Ref        pic 9(6).
         05  PK-E-Text       pic x(80).
 01  PK-Event-Count          Binary-Long    value zero.
 01  PK-Ref-Table.
     03  PK-Ref              occurs 3000.
         05  PK-R-Item       Binary-Long.
         05  PK-R-Name       pic x(32).
         05  PK-R-Para       pic x(32).
         05  PK-R-Ref        pic 9(6).
 01  PK-Ref-Count            Binary-Long    value zero.
*>
*> Per paragraph for the item in hand (PG-Para-Count + 1 is the code
*>   ahead of the first paragraph): the storage states it can be
*>   entered in - U unestablished, F freed, E established - and the
*>   last thing it does to the item, PERFORMs included.
*>
 01  PK-Para-Table.
     03  PK-Para             occurs 2001.
         05  PK-P-In-U       pic x.
         05  PK-P-In-F       pic x.
         05  PK-P-In-E       pic x.
         05  PK-P-Net        pic x.
         05  PK-P-Net-Ref    pic 9(6).      *> line that did it
         05  PK-P-Tmp        pic x.
         05  PK-P-Tmp-Pos    pic 9(6).
         05  PK-P-Tmp-Org    pic 9(6).
 01  PK-Edge-Table.
     03  PK-Edge             occurs 4000.
         05  PK-G-From       Binary-Long.
         05  PK-G-To         Binary-Long.
         05  PK-G-St         pic x.         *> state where it leaves
 01  PK-Eff-Table.
     03  PK-Eff              Binary-Long    occurs 4000.
 01  PK-Eff-Count            Binary-Long    value zero.
 01  PK-Targets.
     03  PK-Tgt              occurs 8.
         05  PK-T-Name       pic x(32).
         05  PK-T-Addr       pic x.
 77  PK-Tgt-Count            Binary-Long    value zero.
 77  PK-State                pic x          value space.
 77  PK-Addr-Pend            pic x          value space.
 77  PK-Word                 pic x(32)      value spaces.
 77  PK-Src                  pic x(44)      value spaces.
 77  PK-Dir                  pic x(4)       value spaces.
 77  PK-Alloc-Name           pic x(32)      value spaces.
 77  PK-Alloc-Ptr            pic x(32)      value spaces.
 77  PK-Alloc-Chars          pic x          value "N".
 77  PK-Stmt-Ref             pic 9(6)       value zero.
 77  PK-Cur-Name             pic x(32)      value spaces.
 77  PK-Cur-Ref              pic 9(6)       value zero.
 77  PK-Cur-01               Binary-Long    value zero.
 77  PK-Link-Cnt             Binary-Long    value zero.
 77  PK-Using-Cnt            Binary-Long    value zero.
 77  PK-Main                 pic x          value "N".
 77  PK-Find                 pic x(32)      value spaces.
 77  PK-Found                Binary-Long    value zero.
 77  PK-Kind                 pic x          value space.
 77  PK-Text                 pic x(80)      value spaces.
 77  PK-Item-Idx             Binary-Long    value zero.
 77  PK-X                    Binary-Long    value zero.
 77  PK-Q                    Binary-Long    value zero.
 77  PK-N                    Binary-Long    value zero.
 77  PK-At-Ref               pic 9(6)       value zero.
 77  PK-St                   pic x          value space.
 77  PK-St-Ref               pic 9(6)       value zero.
 77  PK-Best-Ref             pic 9(6)       value zero.
 77  PK-Changed              Binary-Long    value zero.
 77  PK-Passes               Binary-Long    value zero.
 77  PK-I                    Binary-Long    value zero.
 77  PK-J                    Binary-Long    value zero.
 77  PK-K                    Binary-Long    value zero.
 77  PK-P                    Binary-Long    value zero.
 77  PK-Skip                 pic x          value "N".
 77  PK-Entry-Edges          Binary-Long    value zero.
 77  PK-Cnt-E                Binary-Long    value zero.
 77  PK-Cnt-F                Binary-Long    value zero.
 77  PK-Cnt-S                Binary-Long    value zero.
 77  PK-Cnt-R                Binary-Long    value zero.
 77  PK-F-Para               pic x(32)      value spaces.
 77  PK-F-Ref                pic 9(6)       value zero.
 77  PK-F-Name               pic x(32)      value spaces.
 77  PK-F-Sev                pic 9          value zero.
 77  PK-Why                  pic x(64)      value spaces.
 77  PK-Flags                Binary-Long    value zero.
 77  PK-Arith-Cnt            Binary-Long    value zero.
 77  PK-Line                 pic x(160)     value spaces.
 77  PK-RefZ                 pic z(5)9.
 77  PK-NumZ                 pic z(4)9.
*>
*> command line input -XMLJSON: XML / JSON GENERATE and PARSE cross     *> New -XMLJSON
*>   reference.  Each XML GENERATE, XML PARSE, JSON GENERATE and JSON
*>   PARSE statement is taken off the Procedure Division words with its
*>   paragraph, document item, FROM / INTO group, COUNT IN item,
*>   PROCESSING PROCEDURE, NAME OF and SUPPRESS phrases and options.
*>   The group's element / key names come off the -LAYOUT table with
*>   the phrases applied - FILLER, REDEFINES and pointer / index items
*>   left out as the generate and parse do.  Prog-BaseName.xmljson is
*>   the statement list, Prog-BaseName.payload the same names as one
*>   XML or JSON skeleton per record - the interface document.
*>
 77  SW-119                  pic x          value "N".
     88 Xmljson-Output                      value "Y".
 77  Xmljson-FileName        pic x(64)      value spaces.
 77  Payload-FileName        pic x(64)      value spaces.
 01  XJ-Stmt-Table.
     03  XJ-Stmt             occurs 200.
         05  XJ-S-Fmt        pic x(4).      *> XML / JSON
         05  XJ-S-Verb       pic x(8).      *> GENERATE / PARSE
         05  XJ-S-Ref        pic 9(6).
         05  XJ-S-Para       pic x(32).
         05  XJ-S-Doc        pic x(32).     *> identifier-1
         05  XJ-S-Group      pic x(32).     *> FROM / INTO group
         05  XJ-S-Count      pic x(32).     *> COUNT IN item
         05  XJ-S-Proc       pic x(32).
         05  XJ-S-Thru       pic x(32).
         05  XJ-S-Opts       pic x(80).     *> WITH / TYPE / ENCODING ..
         05  XJ-S-Attr       pic x.         *> Y = WITH ATTRIBUTES
         05  XJ-S-Nm-Lo      Binary-Long.   *> its XJ-Name rows
         05  XJ-S-Nm-Hi      Binary-Long.
         05  XJ-S-Sp-Lo      Binary-Long.   *> its XJ-Sup rows
         05  XJ-S-Sp-Hi      Binary-Long.
 01  XJ-Stmt-Count           Binary-Long    value zero.
 01  XJ-Name-Table.
     03  XJ-Name             occurs 500.
         05  XJ-N-Item       pic x(32).
         05  XJ-N-Lit        pic x(40).     *> the name, or OMITTED
 01  XJ-Name-Count           Binary-Long    value zero.
*>
*> XJ-P-Item spaces is A generic SUPPRESS (EVERY .. / WHEN ..) - its
*>   words in XJ-P-When; otherwise XJ-P-When holds any WHEN phrase.
*>
 01  XJ-Sup-Table.
     03  XJ-Sup              occurs 500.
         05  XJ-P-Item       pic x(32).
         05  XJ-P-When       pic x(40).
 01  XJ-Sup-Count            Binary-Long    value zero.
*>
*> The groups open above the row being written, innermost last.
*>
 01  XJ-Stack-Table.
     03  XJ-Stack            occurs 50.
         05  XJ-K-Lvl        pic 99.
         05  XJ-K-Name       pic x(40).
         05  XJ-K-Occ        pic 9(8).
         05  XJ-K-Omit       pic x.
 77  XJ-Depth                Binary-Long    value zero.
 77  XJ-State                pic x          value space.
 77  XJ-Cur                  Binary-Long    value zero.
 77  XJ-Word                 pic x(32)      value spaces.
     88 XJ-Cond-Word          values "WHEN" "OR" "ZERO" "ZEROS" "ZEROES"
                                     "SPACE" "SPACES" "LOW-VALUE"
                                     "LOW-VALUES" "HIGH-VALUE"
                                     "HIGH-VALUES".
     88 XJ-Every-Word         values "EVERY" "NUMERIC" "NONNUMERIC"
                                     "ELEMENT" "ATTRIBUTE" "CONTENT".
 77  XJ-Fmt                  pic x(4)       value spaces.
 77  XJ-Fmt-Ref              pic 9(6)       value zero.
 77  XJ-Pend                 pic x(32)      value spaces.
 77  XJ-Lit                  pic x(40)      value spaces.
 77  XJ-Opt-Ptr              Binary-Long    value zero.
 77  XJ-End                  pic x          value "N".
 77  XJ-I                    Binary-Long    value zero.
 77  XJ-J                    Binary-Long    value zero.
 77  XJ-R                    Binary-Long    value zero.
 77  XJ-Root                 Binary-Long    value zero.
 77  XJ-Root-Lvl             pic 99         value zero.
 77  XJ-Lvl                  pic 99         value zero.
 77  XJ-Skip-Lvl             pic 99         value zero.
 77  XJ-Tree-Fmt             pic x          value space.   *> X / J
 77  XJ-Wrap                 pic x          value "N".   *> Y = JSON { }
 77  XJ-Base                 Binary-Long    value zero.
 77  XJ-Ind                  Binary-Long    value zero.
 77  XJ-Nm-Out               pic x(40)      value spaces.
 77  XJ-Omit                 pic x          value "N".
 77  XJ-Sup-Flag             pic x          value "N".
 77  XJ-Sup-When             pic x(40)      value spaces.
 77  XJ-Content              pic x(48)      value spaces.
 77  XJ-Note                 pic x(60)      value spaces.
 77  XJ-Elem-Cnt             Binary-Long    value zero.
 77  XJ-Doc-Cnt              Binary-Long    value zero.
 77  XJ-Dup                  Binary-Long    value zero.
 77  XJ-P                    Binary-Long    value zero.
 77  XJ-Text                 pic x(120)     value spaces.
 77  XJ-Line                 pic x(160)     value spaces.
 77  XJ-NumZ                 pic z(4)9.
*>
*> command line input -OOXREF: object-oriented cross reference.  Each    *> New -OOXREF
*>   CLASS-ID with its INHERITS list and its FACTORY / OBJECT
*>   sections, each METHOD-ID with the section it sits in and its
*>   PROCEDURE DIVISION USING / RETURNING items, and each INVOKE with
*>   its target (class, object reference, SELF or SUPER), method -
*>   literal, or an identifier holding the name - and USING /
*>   RETURNING items, taken A source line at A time so the class
*>   headers outside any Procedure Division are seen too.  Kept for
*>   the whole source and written at the end to Prog-BaseName.ooxref;
*>   with -CALLGRAPH the methods and INVOKEs also go to the .calls
*>   file as METHOD / INVOKE records, which -LIBRARY stitches into the
*>   call tree next to the CALLs, flagging INVOKEs of A method no
*>   class in the library defines.
*>
 77  SW-120                  pic x          value "N".
     88 Ooxref-Output                       value "Y".
 77  Ooxref-FileName         pic x(64)      value spaces.
 01  OO-Class-Table.
     03  OO-Class            occurs 50.
         05  OO-C-Name       pic x(32).
         05  OO-C-Ref        pic 9(6).
         05  OO-C-Inherits   pic x(64).
         05  OO-C-Factory    pic x.
         05  OO-C-Object     pic x.
 01  OO-Class-Count          Binary-Long    value zero.
 01  OO-Method-Table.
     03  OO-Method           occurs 500.
         05  OO-M-Class      Binary-Long.   *> zero = outside A class
         05  OO-M-Sect       pic x.         *> F = FACTORY, O = OBJECT
         05  OO-M-Name       pic x(32).
         05  OO-M-Ref        pic 9(6).
         05  OO-M-Using      pic x(64).
         05  OO-M-Using-Cnt  Binary-Long.
         05  OO-M-Returning  pic x(32).
 01  OO-Method-Count         Binary-Long    value zero.
 01  OO-Invoke-Table.
     03  OO-Invoke           occurs 1000.
         05  OO-I-Class      Binary-Long.   *> invoked from, if in A
         05  OO-I-Meth       Binary-Long.   *>   class / method
         05  OO-I-Prog       pic x(32).     *>   else this program
         05  OO-I-Ref        pic 9(6).
         05  OO-I-Target     pic x(32).
         05  OO-I-Name       pic x(32).
         05  OO-I-Lit        pic x.         *> Y = method named by A literal
         05  OO-I-Using      pic x(64).
         05  OO-I-Returning  pic x(32).
 01  OO-Invoke-Count         Binary-Long    value zero.
*>
*> The methods every class in the library defines, off the METHOD
*>   records of the .calls files - for the -LIBRARY INVOKE check.
*>
 01  OO-Lib-Table.
     03  OO-L-Name           pic x(32)      occurs 2000.
 01  OO-Lib-Count            Binary-Long    value zero.
 77  OO-State                pic x          value space.
 77  OO-Cur-Class            Binary-Long    value zero.
 77  OO-Cur-Sect             pic x          value space.
 77  OO-Cur-Meth             Binary-Long    value zero.
 77  OO-Ptr                  Binary-Long    value zero.
 77  OO-Quote                pic x          value space.
 77  OO-Tok-No               Binary-Long    value zero.
 77  OO-Tok                  pic x(64)      value spaces.
     88 OO-Verb               values "ACCEPT" "ADD" "ALLOCATE" "CALL"
                                     "CANCEL" "CLOSE" "COMPUTE"
                                     "CONTINUE" "DELETE" "DISPLAY"
                                     "DIVIDE" "ELSE" "END-IF"
                                     "END-PERFORM" "EVALUATE" "EXIT"
                                     "FREE" "GO" "GOBACK" "IF"
                                     "INITIALIZE" "INSPECT" "INVOKE"
                                     "MOVE" "MULTIPLY" "OPEN" "PERFORM"
                                     "READ" "RELEASE" "RETURN" "REWRITE"
                                     "SEARCH" "SET" "SORT" "START"
                                     "STOP" "STRING" "SUBTRACT"
                                     "UNSTRING" "WHEN" "WRITE".
     88 OO-By-Word            values "BY" "REFERENCE" "VALUE" "CONTENT"
                                     "OPTIONAL".
 77  OO-Tok-Len              Binary-Long    value zero.
 77  OO-Period               pic x          value "N".
 77  OO-Redo                 pic x          value "N".
 77  OO-Lit                  pic x(32)      value spaces.
 77  OO-I                    Binary-Long    value zero.
 77  OO-J                    Binary-Long    value zero.
 77  OO-P                    Binary-Long    value zero.
 77  OO-Hit                  Binary-Long    value zero.
 77  OO-Undef                Binary-Long    value zero.
 77  OO-Line                 pic x(160)     value spaces.
 77  OO-From                 pic x(64)      value spaces.
 77  OO-NumZ                 pic z(4)9.
*>
*> command line input -PARMDIR: parameter-direction contract.  Every    *> New -PARMDIR
*>   item of A PROCEDURE DIVISION USING (and of each ENTRY USING) is
*>   classed input, output, in-out or unused from the read / modify
*>   stamps of the references to it and its subordinates, and every
*>   CALL ... USING argument is kept with its BY mode, whether it is
*>   A literal and whether the caller reads it again after the CALL.
*>   The USING lists are taken A source line at A time, as -OOXREF
*>   does, since literal arguments never reach the word scanner.
*>   Prog-BaseName.parmdir per source; the contract and the calls go
*>   to the .xdb as "D" and "U" rows, from which -LIBRARY=dir checks
*>   every caller against its callee's contract in dir/library.parmdir.
*>
 77  SW-121                  pic x          value "N".
     88 Parmdir-Output                      value "Y".
 77  WS-Parmdir-Flag         pic x          value "N".
 77  Parmdir-FileName        pic x(64)      value spaces.
 77  PR-Started              pic x          value "N".
 01  PR-Parm-Table.
     03  PR-Parm             occurs 200.
         05  PR-P-Entry      pic x(32).     *> the program or ENTRY name
         05  PR-P-Pos        pic 9(3).
         05  PR-P-Name       pic x(32).
         05  PR-P-By         pic x(9).      *> REFERENCE or VALUE
         05  PR-P-Dir        pic x(8).      *> INPUT OUTPUT IN-OUT UNUSED
         05  PR-P-Reads      pic 9(5).
         05  PR-P-Mods       pic 9(5).
         05  PR-P-First-M    pic 9(6).
         05  PR-P-First-R    pic 9(6).
         05  PR-P-Ref        pic 9(6).
 77  PR-Parm-Cnt             Binary-Long    value zero.
 01  PR-Arg-Table.
     03  PR-Arg              occurs 2000.
         05  PR-A-Target     pic x(32).
         05  PR-A-Dyn        pic x.         *> Y = CALL identifier
         05  PR-A-Ref        pic 9(6).
         05  PR-A-Para       pic x(32).
         05  PR-A-Pos        pic 9(3).
         05  PR-A-Name       pic x(32).
         05  PR-A-By         pic x(9).      *> REFERENCE CONTENT VALUE
         05  PR-A-Lit        pic x.         *> L literal, E expression
         05  PR-A-Read       pic x.         *> Y = read after the CALL
         05  PR-A-Read-Ref   pic 9(6).
         05  PR-A-End        pic 9(6).      *> last line of the CALL
 77  PR-Arg-Cnt              Binary-Long    value zero.
 01  PR-Ref-Table.
     03  PR-Ref              occurs 20000.
         05  PR-R-Name       pic x(32).
         05  PR-R-Ref        pic 9(6).
         05  PR-R-Type       pic x.         *> M modifies, R reads, B both
         05  PR-R-Para       pic x(32).
 77  PR-Ref-Cnt              Binary-Long    value zero.
 01  PR-Hdr-Table.                          *> the USING header lines,
     03  PR-Hdr              occurs 50.     *>   not uses of the items
         05  PR-H-From       pic 9(6).
         05  PR-H-To         pic 9(6).
 77  PR-Hdr-Cnt              Binary-Long    value zero.
 01  PR-Mem-Table.                          *> A parameter or argument
     03  PR-Mem              pic x(32)      occurs 1000.  *> and its parts
 77  PR-Mem-Cnt              Binary-Long    value zero.
 77  PR-Full                 pic x          value "N".
*>
*> -LIBRARY=dir -PARMDIR: every member's contracts and calls, off the
*>   "D" and "U" rows of the .xdb files.
*>
 01  PR-Lib-D-Table.
     03  PR-LD               occurs 3000.
         05  PR-LD-Prog      pic x(32).
         05  PR-LD-Row       pic x(112).
 77  PR-LD-Cnt               Binary-Long    value zero.
 01  PR-Lib-U-Table.
     03  PR-LU               occurs 6000.
         05  PR-LU-Prog      pic x(32).
         05  PR-LU-Row       pic x(129).
 77  PR-LU-Cnt               Binary-Long    value zero.
 01  PR-WD.                                 *> one contract row
     03  PR-WD-Entry         pic x(32).
     03  PR-WD-Pos           pic 9(3).
     03  PR-WD-Name          pic x(32).
     03  PR-WD-By            pic x(9).
     03  PR-WD-Dir           pic x(8).
     03  filler              pic x(28).
 01  PR-WU.                                 *> one argument row
     03  PR-WU-Target        pic x(32).
     03  PR-WU-Dyn           pic x.
     03  PR-WU-Ref           pic 9(6).
     03  PR-WU-Para          pic x(32).
     03  PR-WU-Pos           pic 9(3).
     03  PR-WU-Name          pic x(32).
     03  PR-WU-By            pic x(9).
     03  PR-WU-Lit           pic x.
     03  PR-WU-Read          pic x.
     03  PR-WU-Read-Ref      pic 9(6).
     03  PR-WU-End           pic 9(6).
 77  PR-Dbs                  Binary-Long    value zero.
 77  PR-Cur-Prog             pic x(32)      value spaces.
 77  PR-Flag-Lit             Binary-Long    value zero.
 77  PR-Flag-Unread          Binary-Long    value zero.
 77  PR-Flag-Pos             Binary-Long    value zero.
 77  PR-Unchecked            Binary-Long    value zero.
 77  PR-Checked              Binary-Long    value zero.
*>
 77  PR-State                pic x          value space.
 77  PR-Entry                pic x(32)      value spaces.
 77  PR-By                   pic x(9)       value spaces.
 77  PR-Pos                  pic 9(3)       value zero.
 77  PR-Call-Target          pic x(32)      value spaces.
 77  PR-Call-Dyn             pic x          value "N".
 77  PR-Call-First           Binary-Long    value zero.
 77  PR-Call-Ref             pic 9(6)       value zero.
 77  PR-Ptr                  Binary-Long    value zero.
 77  PR-Quote                pic x          value space.
 77  PR-Tok                  pic x(64)      value spaces.
     88 PR-Verb               values "ACCEPT" "ADD" "ALLOCATE" "CALL"
                                     "CANCEL" "CLOSE" "COMPUTE"
                                     "CONTINUE" "DELETE" "DISPLAY"
                                     "DIVIDE" "ELSE" "END-IF"
                                     "END-PERFORM" "ENTRY" "EVALUATE"
                                     "EXIT" "FREE" "GO" "GOBACK" "IF"
                                     "INITIALIZE" "INSPECT" "INVOKE"
                                     "MOVE" "MULTIPLY" "OPEN" "PERFORM"
                                     "READ" "RELEASE" "RETURN" "REWRITE"
                                     "SEARCH" "SET" "SORT" "START"
                                     "STOP" "STRING" "SUBTRACT"
                                     "UNSTRING" "WHEN" "WRITE".
     88 PR-Figurative         values "ZERO" "ZEROS" "ZEROES" "SPACE"
                                     "SPACES" "HIGH-VALUE" "HIGH-VALUES"
                                     "LOW-VALUE" "LOW-VALUES" "QUOTE"
                                     "QUOTES" "NULL" "NULLS" "OMITTED".
 77  PR-Tok-Len              Binary-Long    value zero.
 77  PR-Period               pic x          value "N".
 77  PR-Name                 pic x(32)      value spaces.
 77  PR-I                    Binary-Long    value zero.
 77  PR-J                    Binary-Long    value zero.
 77  PR-K                    Binary-Long    value zero.
 77  PR-L                    Binary-Long    value zero.
 77  PR-P                    Binary-Long    value zero.
 77  PR-Lvl                  pic 99         value zero.
 77  PR-Hit                  pic x          value "N".
 77  PR-Note                 pic x(72)      value spaces.
 77  PR-Line                 pic x(160)     value spaces.
 77  PR-NumZ                 pic z(4)9.
 77  PR-NumZ2                pic z(4)9.
*>
*> command line input -GENBRIDGE: A compilable JSON bridge for A       *> New -GENBRIDGE
*>   called program.  For the program's PROCEDURE DIVISION USING
*>   list (taken by the -PARMDIR line scan) its LINKAGE records are
*>   copied from the captured layout into A free format program
*>   that reads A JSON request from BRIDGEIN, fills the records
*>   field by field - numeric fields checked with TEST-NUMVAL and
*>   ON SIZE ERROR - CALLs the program and writes the JSON response
*>   to BRIDGEOUT.  With -PARMDIR the parameter directions decide
*>   which fields are taken from the request (INPUT, IN-OUT, UNUSED)
*>   and which are returned (OUTPUT, IN-OUT); without it every field
*>   goes both ways.  Fields under an OCCURS or A REDEFINES, and
*>   names used twice, are left for hand coding and listed in the
*>   generated header.  Prog-BaseName.bridge.cbl, with the JSON
*>   schema of the request and response for the gateway in
*>   Prog-BaseName.schema.json - the first program of the source
*>   with A USING list only.
*>
 77  SW-122                  pic x          value "N".
     88 Genbridge-Output                    value "Y".
 77  Genbridge-FileName      pic x(64)      value spaces.
 77  Gbschema-FileName       pic x(64)      value spaces.
 77  GB-Done                 pic x(32)      value spaces.
 01  GB-Fld-Table.
     03  GB-Fld              occurs 1000.
         05  GB-F-Lt         Binary-Long.   *> its Layout-Table row
         05  GB-F-Parm       Binary-Long.   *> its PR-Parm row
         05  GB-F-Kind       pic x.         *> G group  N numeric
*>                                             X text  H by hand
         05  GB-F-Why        pic x(24).
         05  GB-F-Key        pic x(32).     *> JSON name, lower case
         05  GB-F-Rec        pic x(32).     *> the 01 it sits in
         05  GB-F-In         pic x.         *> Y = from the request
         05  GB-F-Out        pic x.         *> Y = in the response
         05  GB-F-Scale      pic 99.
 77  GB-Cnt                  Binary-Long    value zero.
 77  GB-Prog                 pic x(31)      value spaces.
 77  GB-Target               pic x(32)      value spaces.
 77  GB-Date                 pic x(21)      value spaces.
 77  GB-I                    Binary-Long    value zero.
 77  GB-J                    Binary-Long    value zero.
 77  GB-K                    Binary-Long    value zero.
 77  GB-L                    Binary-Long    value zero.
 77  GB-P                    Binary-Long    value zero.
 77  GB-T                    Binary-Long    value zero.
 77  GB-Lvl                  pic 99         value zero.
 77  GB-Occ-Lvl              pic 99         value zero.
 77  GB-Red-Lvl              pic 99         value zero.
 77  GB-LvlZ                 pic 99.
 77  GB-SawV                 pic x          value "N".
 77  GB-NumStr               pic x(8)       value spaces.
 77  GB-Hand                 Binary-Long    value zero.
 77  GB-Ins                  Binary-Long    value zero.
 77  GB-Outs                 Binary-Long    value zero.
 77  GB-Held                 pic x(160)     value spaces.
 77  GB-Max                  pic x(40)      value spaces.
 77  GB-Name                 pic x(32)      value spaces.
 77  GB-Qual                 pic x(80)      value spaces.
 77  GB-NumZ                 pic z(7)9.
 77  GB-NumZ2                pic z(7)9.
*>
*> command line input -ARCHRULES[=rulesfile]: architecture conformance.   *> New -ARCHRULES
*>   A member run keeps what the rules are checked against - each
*>   CALL (and CICS LINK / XCTL) with its target, each OPEN with its
*>   mode and the dataset its ASSIGN names, each EXEC SQL and EXEC
*>   CICS - as .xdb "B" rows (implies -SAVEDB, -FILEIO, -SQLXREF and
*>   -CICSXREF, as -CRUD does).  -LIBRARY=dir -ARCHRULES=rulesfile
*>   puts the members into layers and checks every row against the
*>   allow / deny rules, first match deciding:
*>     layer NAME  pattern ... class:ONLINE|BATCH|SUBPROGRAM|SQL
*>     allow|deny  LAYER|*  CALLS  LAYER|pattern|*
*>     allow|deny  LAYER|*  USES   SQL [table] | CICS [command]
*>                                 | dataset [INPUT|OUTPUT|I-O|EXTEND|UPDATE]
*>   Patterns use the -NAMING wildcards.  dir/archrules.report, and
*>   with -FINDINGS each violation as rule ARCHRULES in
*>   dir/library.findings, -BASELINE applying as in A member run.
*>
 77  SW-123                  pic x          value "N".
     88 Archrules-Output                    value "Y".
 77  WS-Archrules-File       pic x(64)      value spaces.
 01  AR-Call-Table.                         *> this program's CALLs
     03  AR-Call             occurs 500.
         05  AR-C-Ref        pic 9(6).
         05  AR-C-Name       pic x(32).
         05  AR-C-Type       pic x(7).      *> USER SYSTEM DYNAMIC
 77  AR-Call-Cnt             Binary-Long    value zero.
 01  AR-Row.                                *> one "B" row
     03  AR-W-Kind           pic x.         *> M program C call O open
*>                                             S sql  X cics
     03  AR-W-Ref            pic 9(6).
     03  AR-W-Name           pic x(44).
     03  AR-W-Info           pic x(12).
     03  AR-W-Phys           pic x(44).
*>
*> -LIBRARY=dir -ARCHRULES=rulesfile: the rules, the layers and every
*>   member's rows.
*>
 01  AR-Layer-Table.
     03  AR-Layer            occurs 50.
         05  AR-L-Name       pic x(16).
         05  AR-L-Pats       pic x(200).
         05  AR-L-Cnt        Binary-Long.
 77  AR-Layer-Cnt            Binary-Long    value zero.
 01  AR-Rule-Table.
     03  AR-Rule             occurs 200.
         05  AR-R-Line       pic 9(4).
         05  AR-R-Act        pic x.         *> A allow  D deny
         05  AR-R-Subj       pic x(16).
         05  AR-R-Verb       pic x.         *> C calls  U uses
         05  AR-R-Obj        pic x(44).
         05  AR-R-Qual       pic x(44).     *> table, command or mode
         05  AR-R-Sl         Binary-Long.   *> subject layer, 0 = *
         05  AR-R-Ol         Binary-Long.   *> object layer of A CALLS
         05  AR-R-Hits       Binary-Long.
 77  AR-Rule-Cnt             Binary-Long    value zero.
 01  AR-Mem-Table.
     03  AR-Mem              occurs 2000.
         05  AR-M-Prog       pic x(32).
         05  AR-M-Class      pic x(10).
         05  AR-M-Sql        pic x.
         05  AR-M-Layers     pic x(50).     *> Y per AR-Layer it is in
 77  AR-Mem-Cnt              Binary-Long    value zero.
 01  AR-Fact-Table.
     03  AR-Fact             occurs 20000.
         05  AR-F-Mem        Binary-Long.
         05  AR-F-Row        pic x(107).
 77  AR-Fact-Cnt             Binary-Long    value zero.
 77  AR-Full                 pic x          value "N".
 77  AR-Dbs                  Binary-Long    value zero.
 77  AR-Errors               Binary-Long    value zero.
 77  AR-Violations           Binary-Long    value zero.
 77  AR-Checked              Binary-Long    value zero.
 77  AR-Unchecked            Binary-Long    value zero.
 77  AR-Sev                  pic 9          value 3.
 77  AR-RC                   Binary-Long    value zero.
 77  AR-Line-No              pic 9(4)       value zero.
 01  AR-Tok-Table.
     03  AR-Tok              pic x(44)      occurs 12.
 77  AR-Tok-Cnt              Binary-Long    value zero.
 77  AR-Cur-Mem              Binary-Long    value zero.
 77  AR-Subj-Layers          pic x(50)      value spaces.
 77  AR-Obj-Layers           pic x(50)      value spaces.
 77  AR-Decision             pic x          value space.
 77  AR-Rule-Hit             Binary-Long    value zero.
 77  AR-Match                pic x          value "N".
 77  AR-Name                 pic x(44)      value spaces.
 77  AR-Class-W              pic x(10)      value spaces.
 77  AR-Sql-W                pic x          value "N".
 77  AR-Edge                 pic x(64)      value spaces.
 77  AR-Rule-Text            pic x(64)      value spaces.
 77  AR-I                    Binary-Long    value zero.
 77  AR-J                    Binary-Long    value zero.
 77  AR-K                    Binary-Long    value zero.
 77  AR-L                    Binary-Long    value zero.
 77  AR-P                    Binary-Long    value zero.
 77  AR-Line                 pic x(160)     value spaces.
 77  AR-NumZ                 pic z(5)9.
 77  AR-NumZ2                pic z(5)9.
*>
*> command line input -RELDELTA / -RELDELTA=old,new: the structural      *> New -RELDELTA
*>   change between two library snapshots - directories holding the
*>   members' .xdb (and, where -CALLGRAPH was on, .calls) as they
*>   stood at each release.  A member run with -RELDELTA keeps what
*>   the comparison needs: the -ARCHRULES rows (CALLs, OPENs with
*>   their datasets, EXEC SQL, EXEC CICS) and an "N" row naming the
*>   copybook each 01 record came from (the copy markers are asked
*>   of printcbl).  -RELDELTA=olddir,newdir then lists the programs,
*>   CALL edges, dataset readers and writers, copybook layouts, SQL
*>   tables and CICS resources that came or went, and the findings
*>   by severity before and after, as newdir/reldelta.report and
*>   newdir/reldelta.html for the change board.
*>
 77  SW-124                  pic x          value "N".
     88 Reldelta-Output                     value "Y".
 77  WS-Reldelta-Arg         pic x(128)     value spaces.
 01  DT-Dir-Table.
     03  DT-Dir              pic x(64)      occurs 2.  *> 1 old, 2 new
 01  DT-Fact-Table.
     03  DT-Fact             occurs 30000.
         05  DT-F-Kind       pic x.         *> 1 program 2 call
*>                                             3 dataset 4 copybook
*>                                             5 copybook item 6 sql
*>                                             7 cics resource
         05  DT-F-Key        pic x(170).
         05  DT-F-Side       pic 9.
 77  DT-Fact-Cnt             Binary-Long    value zero.
 01  DT-Cb-Table.                           *> copybooks loaded, and
     03  DT-Cb               occurs 1000.   *>  from which program
         05  DT-Cb-Side      pic 9.
         05  DT-Cb-Name      pic x(32).
         05  DT-Cb-Prog      pic x(32).
 77  DT-Cb-Cnt               Binary-Long    value zero.
 01  DT-L-Table.                            *> the current program's
     03  DT-L-Row            pic x(175)     occurs 5000.  *> "L" rows
 77  DT-L-Cnt                Binary-Long    value zero.
 01  DT-LT.                                 *> one of them, as LT-Entry
     03  DT-LT-Level         pic 99.
     03  DT-LT-Name          pic x(32).
     03  DT-LT-Section       pic 99.
     03  DT-LT-RefNo         pic 9(6).
     03  DT-LT-Pic           pic x(30).
     03  DT-LT-Usage         pic x(10).
     03  DT-LT-Occurs        pic 9(8).
     03  DT-LT-Redefines     pic x(32).
     03  DT-LT-Length        pic 9(8).
     03  DT-LT-Offset        pic 9(8).
     03  filler              pic x(37).
 01  DT-Item-Key.                           *> A copybook item fact
     03  DT-IK-Copybook      pic x(32).
     03  DT-IK-Record        pic x(32).
     03  DT-IK-Offset        pic 9(8).
     03  DT-IK-Level         pic 99.
     03  DT-IK-Name          pic x(32).
     03  DT-IK-Length        pic 9(8).
     03  DT-IK-Pic           pic x(30).
     03  DT-IK-Usage         pic x(10).
     03  DT-IK-Occurs        pic 9(8).
     03  filler              pic x(8).
 01  DT-Side-Totals.
     03  DT-Side-Tot         occurs 2.
         05  DT-Dbs          Binary-Long.
         05  DT-Progs        Binary-Long.
         05  DT-No-Rows      Binary-Long.   *> programs with no "B" rows
         05  DT-Sev          Binary-Long    occurs 3.
 01  DT-Kind-Totals.
     03  DT-Kind-Tot         occurs 7.
         05  DT-Added        Binary-Long.
         05  DT-Removed      Binary-Long.
 77  DT-Cb-Changed           Binary-Long    value zero.
 77  DT-Side                 pic 9          value zero.
 77  DT-Cur-Prog             pic x(32)      value spaces.
 77  DT-Has-B                pic x          value "N".
 77  DT-W-Kind               pic x          value space.
 77  DT-W-Key                pic x(170)     value spaces.
 77  DT-Want                 pic x          value space.   *> + added - removed
 77  DT-K                    pic 9          value zero.
 77  DT-Kn                   Binary-Long    value zero.
 77  DT-In-Old               pic x          value "N".
 77  DT-In-New               pic x          value "N".
 77  DT-In-Both              pic x          value "N".
 77  DT-Last-Cb              pic x(64)      value spaces.
 77  DT-Cb-Want              pic x(32)      value spaces.
 77  DT-Html                 pic x          value "N".
 77  DT-Pre-Open             pic x          value "N".
 77  DT-Full                 pic x          value "N".
 77  DT-Tok                  pic x(64)      value spaces.
 77  DT-Kw                   pic x(12)      value spaces.
 77  DT-I                    Binary-Long    value zero.
 77  DT-J                    Binary-Long    value zero.
 77  DT-L                    Binary-Long    value zero.
 77  DT-P                    Binary-Long    value zero.
 77  DT-Q                    Binary-Long    value zero.
 77  DT-Start                Binary-Long    value zero.
 77  DT-End                  Binary-Long    value zero.
 77  DT-Best                 Binary-Long    value zero.
 77  DT-Num5                 pic 9(5)       value zero.
 77  DT-Line                 pic x(160)     value spaces.
 77  DT-Html-Line            pic x(160)     value spaces.
 77  DT-NumZ                 pic z(7)9.
 77  DT-NumZ2                pic z(7)9.
 77  DT-NumZ3                pic z(7)9.
*>
*> command line input -RESIZE=item:newpic: the work list for widening    *> New -RESIZE
*>   (or narrowing) one elementary item.  The item's new length and
*>   digits come from the same PIC / USAGE parse the layout uses, and
*>   the change is followed through the flow pairs (MOVE / COMPUTE
*>   targets that would now truncate, sources that no longer fit),
*>   the 01 record whose offsets shift - with the datasets on it from
*>   the -FILECAT sweep and every program OPENing them - the
*>   REDEFINES whose base and redefinition no longer move together,
*>   the SQL host variables (column widths from -SQLSCHEMA=file when
*>   given) and the PROCEDURE DIVISION lines that hard-code positions
*>   or the old length: reference modification with literal offsets,
*>   STRING / UNSTRING operands, the old length as A literal.
*>   Prog-BaseName.resize per source; the .xdb carries the rows, and
*>   -LIBRARY=dir follows the field through every member, each
*>   truncated receiver joining the work list, in dir/resize.report.
*>
 77  SW-125                  pic x          value "N".
     88 Resize-Output                       value "Y".
 77  WS-Resize-Arg           pic x(64)      value spaces.
 77  Resize-FileName         pic x(64)      value spaces.
 77  RZ-Item                 pic x(32)      value spaces.
 77  RZ-New-Pic              pic x(30)      value spaces.
 01  RZ-Set-Table.                          *> the work list
     03  RZ-Set              occurs 100.
         05  RZ-S-Name       pic x(32).
         05  RZ-S-Why        pic x(100).
 77  RZ-Set-Cnt              Binary-Long    value zero.
 01  RZ-Watch-Table.                        *> names looked for in
     03  RZ-Watch            occurs 300.    *>   the source lines
         05  RZ-W-Name       pic x(32).
         05  RZ-W-Kind       pic x.         *> S work list, A its groups
         05  RZ-W-Len        pic x(8).      *> its old length and digits
         05  RZ-W-Dig        pic x(8).      *>   as literals would read
 77  RZ-Watch-Cnt            Binary-Long    value zero.
 01  RZ-Anc-Table.                          *> the item's groups, up
     03  RZ-Anc              occurs 50.     *>   to its 01
         05  RZ-A-Idx        Binary-Long.
         05  RZ-A-Delta      Binary-Long.   *> bytes it grows by
 77  RZ-Anc-Cnt              Binary-Long    value zero.
 77  RZ-Save-Entry           pic x(175)     value spaces.
 77  RZ-Cur-Name             pic x(32)      value spaces.
 77  RZ-Prog                 pic x(32)      value spaces.
 77  RZ-Src-Prog             pic x(64)      value spaces.
 77  RZ-Dir                  pic x(64)      value spaces.
 77  RZ-Idx                  Binary-Long    value zero.
 77  RZ-Rec-Idx              Binary-Long    value zero.
 77  RZ-Rec-End              Binary-Long    value zero.
 77  RZ-Old-Len              Binary-Long    value zero.
 77  RZ-New-Len              Binary-Long    value zero.
 77  RZ-Old-Dig              Binary-Long    value zero.
 77  RZ-New-Dig              Binary-Long    value zero.
 77  RZ-Old-Num              pic x          value "N".
 77  RZ-New-Num              pic x          value "N".
 77  RZ-Delta                Binary-Long    value zero.
 77  RZ-Occ                  Binary-Long    value zero.
 77  RZ-Src-Len              Binary-Long    value zero.
 77  RZ-Src-Dig              Binary-Long    value zero.
 77  RZ-Was-Len              Binary-Long    value zero.
 77  RZ-Was-Dig              Binary-Long    value zero.
 77  RZ-Tgt-Len              Binary-Long    value zero.
 77  RZ-Tgt-Dig              Binary-Long    value zero.
 77  RZ-Side-Idx             Binary-Long    value zero.
 77  RZ-Other-Idx            Binary-Long    value zero.
 77  RZ-Side-Delta           Binary-Long    value zero.
 77  RZ-Trunc                pic x          value "N".
 77  RZ-Dir-Flag             pic x          value space.  *> F from, T to
 77  RZ-Started              pic x          value "N".
 77  RZ-Src-Done             pic x          value "N".
 77  RZ-Open-Swept           pic x          value "N".
 77  RZ-Sch-Loaded           pic x          value "N".
 77  RZ-Library              pic x          value "N".
 77  RZ-Follow               pic x          value "N".
 77  RZ-Shown                pic x          value "N".
 77  RZ-Hit                  pic x          value "N".
 77  RZ-Dbs                  Binary-Long    value zero.
 77  RZ-Progs                Binary-Long    value zero.
 77  RZ-Pass                 Binary-Long    value zero.
 77  RZ-Added                Binary-Long    value zero.
 77  RZ-Trunc-Cnt            Binary-Long    value zero.
 77  RZ-Rec-Cnt              Binary-Long    value zero.
 77  RZ-Redef-Cnt            Binary-Long    value zero.
 77  RZ-Sql-Cnt              Binary-Long    value zero.
 77  RZ-Src-Cnt              Binary-Long    value zero.
 77  RZ-Sect-Cnt             Binary-Long    value zero.
 77  RZ-I                    Binary-Long    value zero.
 77  RZ-J                    Binary-Long    value zero.
 77  RZ-K                    Binary-Long    value zero.
 77  RZ-L                    Binary-Long    value zero.
 77  RZ-M                    Binary-Long    value zero.
 77  RZ-P                    Binary-Long    value zero.
 77  RZ-Q                    Binary-Long    value zero.
 77  RZ-T                    Binary-Long    value zero.
 77  RZ-S                    Binary-Long    value zero.
 77  RZ-N                    Binary-Long    value zero.
 77  RZ-Text                 pic x(256)     value spaces.
 77  RZ-In-Proc              pic x          value "N".
 77  RZ-In-String            pic x          value "N".
 77  RZ-First                pic x(32)      value spaces.
     88 RZ-Verb               values "ACCEPT" "ADD" "ALLOCATE" "CALL"
                                     "CANCEL" "CLOSE" "COMPUTE"
                                     "CONTINUE" "DELETE" "DISPLAY"
                                     "DIVIDE" "ELSE" "ENTRY" "EVALUATE"
                                     "EXIT" "FREE" "GO" "GOBACK" "IF"
                                     "INITIALIZE" "INSPECT" "INVOKE"
                                     "MOVE" "MULTIPLY" "OPEN" "PERFORM"
                                     "READ" "RELEASE" "RETURN" "REWRITE"
                                     "SEARCH" "SET" "SORT" "START"
                                     "STOP" "SUBTRACT" "WHEN" "WRITE".
 77  RZ-File                 pic x(64)      value spaces.
 77  RZ-LineNo               Binary-Long    value zero.
 77  RZ-Want                 pic x(32)      value spaces.
 77  RZ-Want-Len             Binary-Long    value zero.
 77  RZ-From                 Binary-Long    value zero.
 77  RZ-At                   Binary-Long    value zero.
 77  RZ-Ch                   pic x          value space.
 77  RZ-Kind                 pic x(56)      value spaces.
 77  RZ-Lit                  pic x(8)       value spaces.
 77  RZ-Lit2                 pic x(8)       value spaces.
 77  RZ-Tok                  pic x(64)      value spaces.
 77  RZ-Col                  pic x(32)      value spaces.
 77  RZ-Col-Part             pic x(32)      value spaces.
 77  RZ-Bind-Host            pic x(32)      value spaces.
 77  RZ-Last-Host            pic x(40)      value spaces.
 77  RZ-Line                 pic x(160)     value spaces.
 77  RZ-NumZ                 pic z(7)9.
 77  RZ-NumZ2                pic z(7)9.
 77  RZ-NumZ3                pic z(7)9.
 77  RZ-NumZ4                pic z(7)9.
 77  RZ-SignZ                pic +(7)9.
 77  RZ-RefZ                 pic z(5)9.
*>
*> command line input -SQLCHECK: SQL coding-quality audit.  The          *> New -SQLCHECK
*>   PROCEDURE DIVISION is read A source line at A time, as -PARMDIR
*>   does, keeping every EXEC SQL statement with its paragraph, what
*>   WHENEVER was in force, and whether SQLCODE / SQLSTATE (or A name
*>   of the site config sqlcheck.status-names:) was tested before the
*>   next SQL or I/O statement - A PERFORM in between counts when its
*>   paragraph tests it, A test after the PERFORMs of A paragraph the
*>   statement ends.  Findings, each with its paragraph and RefNo:
*>     SQLNOCHECK   result never tested and no WHENEVER SQLERROR
*>     SQLSELSTAR   SELECT *
*>     SQLNOTFOUND  singleton SELECT ... INTO with no NOT FOUND (100 /
*>                  02000) handling and no WHENEVER NOT FOUND
*>     SQLCURSOR    cursor OPENed but never CLOSEd, FETCHed but never
*>                  OPENed, or FETCHed outside any loop
*>     SQLCOMMIT    COMMIT inside A PERFORM loop with no restart key
*>                  (RESTART / CHECKPOINT / CHKP name) saved in its
*>                  paragraph
*>     SQLDYNAMIC   PREPARE / EXECUTE IMMEDIATE text STRINGed from A
*>                  FILE, LINKAGE or SCREEN item or an ACCEPT / READ
*>                  INTO target
*>     SQLNULLIND   INTO host of A nullable column (-SQLSCHEMA=file)
*>                  with no indicator variable
*>   A loop is an inline PERFORM UNTIL / VARYING / TIMES, or A
*>   paragraph PERFORMed by one or from inside one.  Severities 3 2 2
*>   2 2 3 2 by default, sqlcheck.nocheck: / .selstar: / .notfound: /
*>   .cursor: / .commit: / .dynamic: / .nullind: n to regrade, 0 to
*>   drop A rule.  Prog-BaseName.sqlcheck, the rows also to -FINDINGS.
*>
 77  SW-126                  pic x          value "N".
     88 Sqlcheck-Output                     value "Y".
 77  Sqlcheck-FileName       pic x(64)      value spaces.
 01  QC-Stmt-Table.
     03  QC-Stmt             occurs 300.
         05  QC-S-Ref        pic 9(6).
         05  QC-S-Verb       pic x(12).
         05  QC-S-Name       pic x(32).     *> cursor / statement name
         05  QC-S-Host       pic x(32).     *> PREPARE / IMMEDIATE text
         05  QC-S-Para       Binary-Long.   *> QC-Para index, 0 = none
         05  QC-S-Star       pic x.
         05  QC-S-Into       pic x.         *> Y = INTO list seen
         05  QC-S-Cursor     pic x.         *> Y = DECLARE ... CURSOR
         05  QC-S-Whenever   pic x.         *> Y = WHENEVER SQLERROR on
         05  QC-S-When-NF    pic x.         *> Y = WHENEVER NOT FOUND on
         05  QC-S-Tested     pic x.         *> Y tested, Z paragraph
*>                                             ended first, N not
         05  QC-S-NF         pic x.         *> Y = 100 / 02000 handled
         05  QC-S-Perf       pic x(32).     *> first PERFORM after it
         05  QC-S-Loop       pic x.         *> Y = in an inline loop
         05  QC-S-Kind       pic x.         *> S SQL, C CICS, D   *> -CICSCHECK
*>                                             DL/I CALL        *> & -DLIXREF
*>                                             M MQ CALL        *> & -MQXREF
         05  QC-S-Resp       pic x(32).     *> RESP field, or EIBRESP
         05  QC-S-Nohandle   pic x.
         05  QC-S-Commarea   pic x(32).
         05  QC-S-Length     pic x(32).     *> LENGTH value as written
         05  QC-S-Transid    pic x.         *> Y = TRANSID given
         05  QC-S-Covered    pic x.         *> Y RESP / HANDLE, N not,
*>                                             X raises nothing checked
         05  QC-S-Conds      pic x(32).     *> what it can raise
         05  QC-S-Cc         pic x.         *> Y = MQ completion *> -MQXREF
         05  QC-S-Rc         pic x.         *>  / reason code tested
 77  QC-Stmt-Cnt             Binary-Long    value zero.
 01  QC-Col-Table.                          *> select-list columns and
     03  QC-Col              occurs 1500.   *>   INTO hosts, by position
         05  QC-C-Stmt       Binary-Long.
         05  QC-C-Kind       pic x.         *> C column, H host
         05  QC-C-Pos        pic 9(3).
         05  QC-C-Name       pic x(32).
         05  QC-C-Ind        pic x.         *> Y = host has an indicator
 77  QC-Col-Cnt              Binary-Long    value zero.
 01  QC-Para-Table.
     03  QC-Para             occurs 1000.
         05  QC-P-Name       pic x(32).
         05  QC-P-Ref        pic 9(6).
         05  QC-P-Tests      pic x.         *> Y = tests SQLCODE / STATE
         05  QC-P-NF         pic x.         *> Y = tests NOT FOUND
         05  QC-P-Restart    pic x.         *> Y = names A restart key
         05  QC-P-Loop       pic x.         *> Y = run inside A loop
         05  QC-P-CTests     pic x.         *> Y = tests A RESP  *> -CICSCHECK
         05  QC-P-DTests     pic x.         *> Y = tests A PCB   *> -DLIXREF
*>                                             status
         05  QC-P-MCc        pic x.         *> Y = tests an MQ   *> -MQXREF
         05  QC-P-MRc        pic x.         *>  completion / reason code
 77  QC-Para-Cnt             Binary-Long    value zero.
 01  QC-Perf-Table.                         *> out-of-line PERFORMs
     03  QC-Perf             occurs 2000.
         05  QC-F-Ref        pic 9(6).
         05  QC-F-Para       Binary-Long.   *> where it sits
         05  QC-F-Target     pic x(32).
         05  QC-F-Thru       pic x(32).
         05  QC-F-Loop       pic x.         *> Y = UNTIL / VARYING / TIMES
*>                                             or inside an inline loop
         05  QC-F-Tested     pic x.         *> Y = SQLCODE tested after
         05  QC-F-NF         pic x.
         05  QC-F-CTested    pic x.         *> Y = RESP tested   *> -CICSCHECK
         05  QC-F-DTested    pic x.         *> Y = PCB status    *> -DLIXREF
*>                                             tested
         05  QC-F-MCc        pic x.         *> Y = MQ completion *> -MQXREF
         05  QC-F-MRc        pic x.         *>  / reason code tested
 77  QC-Perf-Cnt             Binary-Long    value zero.
 01  QC-String-Table.
     03  QC-String           occurs 300.
         05  QC-G-Ref        pic 9(6).
         05  QC-G-Target     pic x(32).
         05  QC-G-Sources    pic x(160).
 77  QC-String-Cnt           Binary-Long    value zero.
 01  QC-Input-Table.                        *> ACCEPT / READ INTO targets
     03  QC-Input            pic x(32)      occurs 200.
 77  QC-Input-Cnt            Binary-Long    value zero.
 01  QC-Sev-Table.                          *> 1-7 -SQLCHECK, 8-13
     03  QC-Sev              pic 9          occurs 15.  *>  -CICSCHECK,
*>                                                         14 -DLIXREF,
*>                                                         15 -MQXREF
 01  QC-Rule-Names.
     03  filler              pic x(34)      value "SQLNOCHECK  sqlcheck.nocheck".
     03  filler              pic x(34)      value "SQLSELSTAR  sqlcheck.selstar".
     03  filler              pic x(34)      value "SQLNOTFOUND sqlcheck.notfound".
     03  filler              pic x(34)      value "SQLCURSOR   sqlcheck.cursor".
     03  filler              pic x(34)      value "SQLCOMMIT   sqlcheck.commit".
     03  filler              pic x(34)      value "SQLDYNAMIC  sqlcheck.dynamic".
     03  filler              pic x(34)      value "SQLNULLIND  sqlcheck.nullind".
     03  filler              pic x(34)      value "CICSNORESP  cicscheck.noresp".
     03  filler              pic x(34)      value "CICSRESPTESTcicscheck.resptest".
     03  filler              pic x(34)      value "CICSEIBCALENcicscheck.eibcalen".
     03  filler              pic x(34)      value "CICSCALEN   cicscheck.calen".
     03  filler              pic x(34)      value "CICSRETURN  cicscheck.return".
     03  filler              pic x(34)      value "CICSSYNC    cicscheck.sync".
     03  filler              pic x(34)      value "DLINOSTATUS dlixref.status".
     03  filler              pic x(34)      value "MQNOCHECK   mqxref.nocheck".
 01  filler                  redefines QC-Rule-Names.
     03  QC-Rule-Entry       occurs 15.
         05  QC-Rule         pic x(12).
         05  QC-Rule-Key     pic x(22).
 01  QC-Rule-Cnts.
     03  QC-Rule-Cnt         Binary-Long    occurs 15.
 77  QC-Cfg-Loaded           pic x          value "N".
 77  QC-Status-Names         pic x(200)     value spaces.
 77  QC-Last-File            pic x(64)      value spaces.
 77  QC-Last-CFile           pic x(64)      value spaces.  *> -CICSCHECK
*>
*> the line scan's state.  QC-Mode: space outside A statement of
*>   interest, Q inside EXEC SQL, P PERFORM, S STRING, A ACCEPT,
*>   R READ.  QC-Q is where A SQL statement's parse has got to.
*>
 77  QC-In-Proc              pic x          value "N".
 77  QC-Mode                 pic x          value space.
 77  QC-Q                    pic x          value space.
 77  QC-Quote                pic x          value space.
 77  QC-Exec-Next            pic x          value "N".
 77  QC-Whenever             pic x          value "N".
 77  QC-When-NF              pic x          value "N".
 77  QC-When-Kind            pic x          value space.
 77  QC-Cur-Para             Binary-Long    value zero.
 77  QC-Pend                 Binary-Long    value zero.  *> statement
 77  QC-Perf-Pend            Binary-Long    value zero.  *> PERFORM
 77  QC-Cur                  Binary-Long    value zero.
 77  QC-Pos                  Binary-Long    value zero.
 77  QC-Depth                Binary-Long    value zero.  *> parentheses
 77  QC-Item-Start           pic x          value "Y".
 77  QC-Comma                pic x          value "Y".
 77  QC-Loops                pic x(40)      value spaces. *> inline
 77  QC-Loop-Lvl             Binary-Long    value zero.  *>  PERFORMs
 77  QC-P-State              pic x          value space.
 77  QC-Perf-Loop            pic x          value "N".  *> loop phrase
 77  QC-Tok1                 pic x(32)      value spaces.
 77  QC-Ptr                  Binary-Long    value zero.
 77  QC-Tok                  pic x(64)      value spaces.
     88 QC-Verb               values "ACCEPT" "ADD" "ALLOCATE" "CALL"
                                     "CANCEL" "CLOSE" "COMPUTE"
                                     "CONTINUE" "DELETE" "DISPLAY"
                                     "DIVIDE" "ELSE" "END-IF"
                                     "END-PERFORM" "ENTRY" "EVALUATE"
                                     "EXEC" "EXIT" "FREE" "GO" "GOBACK"
                                     "IF" "INITIALIZE" "INSPECT"
                                     "INVOKE" "MOVE" "MULTIPLY" "OPEN"
                                     "PERFORM" "READ" "RELEASE"
                                     "RETURN" "REWRITE" "SEARCH" "SET"
                                     "SORT" "START" "STOP" "STRING"
                                     "SUBTRACT" "UNSTRING" "WHEN"
                                     "WRITE" "END-STRING" "END-READ"
                                     "END-EVALUATE" "NOT" "AT".
     88 QC-IO-Verb            values "READ" "WRITE" "REWRITE" "DELETE"
                                     "START" "OPEN" "CLOSE".
     88 QC-Figurative         values "ZERO" "ZEROS" "ZEROES" "SPACE"
                                     "SPACES" "HIGH-VALUE" "HIGH-VALUES"
                                     "LOW-VALUE" "LOW-VALUES" "QUOTE"
                                     "QUOTES" "NULL" "NULLS" "ALL".
 77  QC-Tok-Len              Binary-Long    value zero.
 77  QC-Period               pic x          value "N".
 77  QC-Open                 pic x          value "N".  *> sentence
 77  QC-First                pic x          value "Y".
 77  QC-Name                 pic x(32)      value spaces.
 77  QC-Sql-Line             pic x(384)     value spaces.
 77  QC-Raw-Line             pic x(256)     value spaces.
 77  QC-Raw-Start            Binary-Long    value 1.
 77  QC-Raw-Len              Binary-Long    value 256.
 77  QC-I                    Binary-Long    value zero.
 77  QC-J                    Binary-Long    value zero.
 77  QC-K                    Binary-Long    value zero.
 77  QC-L                    Binary-Long    value zero.
 77  QC-P                    Binary-Long    value zero.
 77  QC-T                    Binary-Long    value zero.
 77  QC-Pass                 Binary-Long    value zero.
 77  QC-Changed              pic x          value "N".
 77  QC-Hit                  pic x          value "N".
 77  QC-Full                 pic x          value "N".
 77  QC-R                    Binary-Long    value zero.  *> rule
 77  QC-F-Ref-W              pic 9(6)       value zero.
 77  QC-F-Para-W             Binary-Long    value zero.
 77  QC-Why                  pic x(64)      value spaces.
 77  QC-Flags                Binary-Long    value zero.
 77  QC-Col-Name             pic x(32)      value spaces.
 77  QC-Line                 pic x(160)     value spaces.
 77  QC-RefZ                 pic z(5)9.
 77  QC-NumZ                 pic z(4)9.
 77  QC-NumZ2                pic z(4)9.
*>
*> command line input -CICSCHECK: CICS coding-quality audit.  The        *> New -CICSCHECK
*>   -SQLCHECK line scan also keeps each EXEC CICS command - its RESP
*>   (or NOHANDLE, read as EIBRESP), COMMAREA, LENGTH and TRANSID -
*>   with the HANDLE / IGNORE CONDITION list in force where it is
*>   written, and A RESP field counts as tested the same way SQLCODE
*>   does.  Findings, each with its paragraph and RefNo:
*>     CICSNORESP   no RESP / NOHANDLE and no HANDLE or IGNORE
*>                  CONDITION (nor ERROR) for A condition the command
*>                  can raise - the ASRA / AEIx abend waiting to happen
*>     CICSRESPTEST RESP field set but not tested
*>     CICSEIBCALEN DFHCOMMAREA, or an item in it, used before any
*>                  EIBCALEN test
*>     CICSCALEN    COMMAREA LENGTH (A literal or LENGTH OF) not the
*>                  computed length of the COMMAREA item, or A RETURN
*>                  TRANSID passing other than this program's own
*>                  DFHCOMMAREA length
*>     CICSRETURN   RETURN TRANSID with no COMMAREA in A program that
*>                  reads one
*>     CICSSYNC     file WRITE / REWRITE / DELETE and no SYNCPOINT in
*>                  A LINKed program - one with A DFHCOMMAREA that has
*>                  no RETURN TRANSID and no terminal I/O
*>   Severities 3 2 3 2 2 2 by default, cicscheck.noresp: / .resptest:
*>   / .eibcalen: / .calen: / .return: / .sync: n to regrade, 0 to
*>   drop A rule.  Prog-BaseName.cicscheck, the rows also to
*>   -FINDINGS.
*>
 77  SW-127                  pic x          value "N".
     88 Cicscheck-Output                    value "Y".
 77  Cicscheck-FileName      pic x(64)      value spaces.
 01  QC-Hnd-Table.                          *> HANDLE / IGNORE CONDITION
     03  QC-Hnd              pic x(12)      occurs 40.   *> in force
 77  QC-Hnd-Cnt              Binary-Long    value zero.
 77  QC-Resp-Names           pic x(400)     value spaces.
 77  QC-Kw                   pic x(32)      value spaces.
 77  QC-Kw-Open              pic x          value "N".  *> ( value next
 77  QC-Len-Of               pic x          value "N".
 77  QC-Value                pic x(32)      value spaces.
 77  QC-Word                 pic x(32)      value spaces.
 77  QC-Hdr-Line             pic x          value "N".
 77  QC-Terminal             pic x          value "N".  *> SEND / RECEIVE
 77  QC-Ca-Idx               Binary-Long    value zero. *> DFHCOMMAREA and
 77  QC-Ca-End               Binary-Long    value zero. *>  its last item
 77  QC-Ca-Ref               pic 9(6)       value zero. *> first use
 77  QC-Ca-Para              Binary-Long    value zero.
 77  QC-Ca-Name              pic x(32)      value spaces.
 77  QC-Ca-Guard             pic x          value "N".  *> EIBCALEN before
 77  QC-Eib-Ref              pic 9(6)       value zero. *> first EIBCALEN
 77  QC-Sql-Cnt              Binary-Long    value zero.
 77  QC-Cics-Cnt             Binary-Long    value zero.
 77  QC-Hit-C                pic x          value "N".
 77  QC-Linked               pic x          value "N".
 77  QC-Sync                 pic x          value "N".
 77  QC-Item-Len             pic 9(8)       value zero.
 77  QC-Given-Len            pic 9(8)       value zero.
 77  QC-LenZ                 pic z(7)9.
 77  QC-LenZ2                pic z(7)9.
*>
*> command line input -DLIXREF: IMS DL/I call cross-reference.  The     *> New -DLIXREF
*>   -SQLCHECK line scan also keeps each CALL "CBLTDLI" (AIBTDLI,
*>   CEETDLI) with its arguments: the function code, from the
*>   literal or the VALUE of the item passed, the PCB mask and where
*>   it stands in the PROCEDURE DIVISION (or ENTRY) USING list, the
*>   I/O area, and each SSA decoded from its layout's VALUEs - the
*>   segment name, any command codes, and the key field, operator
*>   and value of the qualification, A <NAME> for the part moved in
*>   at run time.  The PCB's status code (the item named STATUS in
*>   it, else its third field) or an 88 on it counts as tested the
*>   way SQLCODE does, and A call whose status goes untested is
*>   flagged DLINOSTATUS (sev 2, dlixref.status: n to regrade, 0 to
*>   drop).  Prog-BaseName.dlixref, with A per-segment summary of
*>   the functions that read and update each segment; the calls are
*>   saved as "I" rows in the .xdb, and -LIBRARY=dir -DLIXREF sorts
*>   every member's rows into dir/dlixref.report - which programs
*>   read, and which update, each segment.
*>
 77  SW-128                  pic x          value "N".
     88 Dlixref-Output                      value "Y".
 77  WS-Dlixref-Flag         pic x          value "N".
 77  Dlixref-FileName        pic x(64)      value spaces.
 01  IM-Call-Table.
     03  IM-Call             occurs 200.
         05  IM-C-Stmt       Binary-Long.   *> its QC-Stmt row
         05  IM-C-Target     pic x(8).      *> CBLTDLI / AIBTDLI / CEETDLI
         05  IM-C-Func       pic x(8).      *> resolved, spaces = not
         05  IM-C-Base       Binary-Long.   *> argument holding it
         05  IM-C-Arg-Cnt    Binary-Long.
         05  IM-C-Args       occurs 10.
             07  IM-C-Arg    pic x(32).
             07  IM-C-Lit    pic x.         *> Y = A literal
         05  IM-C-Pcb        pic x(32).
         05  IM-C-Pcb-Pos    Binary-Long.   *> in the USING list, 0 = not
         05  IM-C-Io         pic x(32).
         05  IM-C-Seg        pic x(14).     *> the segment it is for
         05  IM-C-Kind       pic x.         *> R read, U update
 77  IM-Call-Cnt             Binary-Long    value zero.
 01  IM-Using-Table.                        *> PROCEDURE DIVISION / ENTRY
     03  IM-Using            pic x(32)      occurs 20.  *> USING list
 77  IM-Using-Cnt            Binary-Long    value zero.
 77  IM-Using-Src            pic x(24)      value spaces.
 77  IM-Status-Names         pic x(400)     value spaces.
 01  IM-Seg-Table.                          *> per-segment summary
     03  IM-Seg              occurs 100.
         05  IM-G-Seg        pic x(14).
         05  IM-G-Reads      pic x(40).
         05  IM-G-Upds       pic x(40).
 77  IM-Seg-Cnt              Binary-Long    value zero.
 01  IM-Funcs.                              *> the DL/I function codes
     03  filler              pic x(48)      value
         " GU GHU GN GHN GNP GHNP ISRT REPL DLET CHKP XRST".
     03  filler              pic x(48)      value
         " ROLB ROLL ROLS SETS SETU SYNC PCB TERM LOG STAT".
     03  filler              pic x(48)      value
         " INIT INQY GSCD DEQ GMSG ICMD RCMD CMD CHNG PURG".
     03  filler              pic x(8)       value " AUTH ".
 77  IM-Cur                  Binary-Long    value zero.
 77  IM-Arg                  Binary-Long    value zero.
 77  IM-Lit                  pic x          value "N".
 77  IM-Idx                  Binary-Long    value zero.
 77  IM-Lv                   Binary-Long    value zero.
 77  IM-I                    Binary-Long    value zero.
 77  IM-J                    Binary-Long    value zero.
 77  IM-K                    Binary-Long    value zero.
 77  IM-N                    Binary-Long    value zero.
 77  IM-P                    Binary-Long    value zero.
 77  IM-Q                    Binary-Long    value zero.
 77  IM-Ptr                  Binary-Long    value zero.
 77  IM-Name                 pic x(32)      value spaces.
 77  IM-Status               pic x(32)      value spaces.
 77  IM-Value                pic x(60)      value spaces.
 77  IM-Word                 pic x(34)      value spaces.
 77  IM-Text                 pic x(132)     value spaces.  *> an SSA
 01  IM-Var-Table.                          *> its parts with no VALUE
     03  IM-Var              occurs 20.
         05  IM-V-Pos        Binary-Long.
         05  IM-V-Name       pic x(32).
 77  IM-Var-Cnt              Binary-Long    value zero.
 77  IM-Seg-Name             pic x(14)      value spaces.
 77  IM-Fld                  pic x(8)       value spaces.
 77  IM-Op                   pic x(2)       value spaces.
 77  IM-Cmd                  pic x(8)       value spaces.
 77  IM-Qual                 pic x(100)     value spaces.
 77  IM-Last-File            pic x(64)      value spaces.
 77  IM-Full                 pic x          value "N".
 77  IM-NumZ                 pic z(4)9.
 77  IM-NumZ2                pic z(4)9.
 77  IM-NumZ3                pic z(4)9.
 77  IM-PosZ                 pic z9.
 01  IM-Xdb-Row.                            *> an .xdb "I" row
     03  IM-X-Seg            pic x(14).
     03  IM-X-Func           pic x(8).
     03  IM-X-Kind           pic x.
     03  IM-X-Ref            pic 9(6).
     03  IM-X-Para           pic x(32).
     03  IM-X-Pcb            pic x(32).
 01  IM-Lib-Table.                          *> -LIBRARY roll-up
     03  IM-Lib              occurs 5000.
         05  IM-L-Seg        pic x(14).
         05  IM-L-Prog       pic x(32).
         05  IM-L-Kind       pic x.
         05  IM-L-Func       pic x(8).
 77  IM-Lib-Cnt              Binary-Long    value zero.
 77  IM-Lib-Dropped          Binary-Long    value zero.
 77  IM-Dbs                  Binary-Long    value zero.
 77  IM-Progs                Binary-Long    value zero.
 77  IM-Cur-Prog             pic x(32)      value spaces.
 77  IM-Prev-Prog            pic x(32)      value spaces.
 77  IM-Reads                pic x(60)      value spaces.
 77  IM-Upds                 pic x(60)      value spaces.
 77  IM-Read-Segs            Binary-Long    value zero.
 77  IM-Upd-Segs             Binary-Long    value zero.
 77  IM-Seg-Upd              pic x          value "N".
*>
*> command line input -MQXREF: MQ interface cross-reference.  The      *> New -MQXREF
*>   -SQLCHECK line scan also keeps each CALL "MQOPEN" / "MQPUT" /
*>   "MQGET" / "MQPUT1" with its arguments, and the literal or MQ
*>   constant last MOVEd (or COMPUTEd, or ADDed) to A queue-name or
*>   options item - so the object descriptor's OBJECTNAME resolves
*>   to the queue from those MOVEs or its VALUE, the open / put /
*>   get options to the MQOO- / MQPMO- / MQGMO- names, and an MQPUT
*>   or MQGET to its queue through the object handle MQOPEN set.
*>   The message buffer is listed with its layout.  The completion
*>   and reason codes (the last two arguments, an 88 on them, or an
*>   MQCC- / MQRC- name) count as tested the way SQLCODE does; A
*>   call testing neither is flagged MQNOCHECK (sev 2,
*>   mqxref.nocheck: n to regrade, 0 to drop).  Prog-BaseName.mqxref;
*>   the calls are saved as "Q" rows in the .xdb, and -LIBRARY=dir
*>   -MQXREF maps every queue to its putting and getting programs
*>   in dir/mqxref.report - -LINEAGE style, chains followed end to
*>   end - flagging queues put to and never got from, and the
*>   reverse.
*>
 77  SW-129                  pic x          value "N".
     88 Mqxref-Output                       value "Y".
 77  WS-Mqxref-Flag          pic x          value "N".
 77  Mqxref-FileName         pic x(64)      value spaces.
 01  MQ-Call-Table.
     03  MQ-Call             occurs 200.
         05  MQ-C-Stmt       Binary-Long.   *> its QC-Stmt row
         05  MQ-C-Verb       pic x(8).
         05  MQ-C-Arg-Cnt    Binary-Long.
         05  MQ-C-Args       occurs 10.
             07  MQ-C-Arg    pic x(32).
             07  MQ-C-Lit    pic x.
         05  MQ-C-Od         pic x(32).     *> object descriptor
         05  MQ-C-Hobj       pic x(32).     *> object handle
         05  MQ-C-Opts-Arg   pic x(32).
         05  MQ-C-Opts       pic x(100).    *> as resolved
         05  MQ-C-Buffer     pic x(32).
         05  MQ-C-Queue      pic x(48).
         05  MQ-C-Role       pic x.         *> P put, G get, space
 77  MQ-Call-Cnt             Binary-Long    value zero.
 01  MQ-Set-Table.                          *> last value MOVEd, COMPUTEd
     03  MQ-Set              occurs 300.    *>  or ADDed to an item
         05  MQ-S-Target     pic x(32).
         05  MQ-S-Qual       pic x(32).     *> OF / IN group
         05  MQ-S-Value      pic x(100).
 77  MQ-Set-Cnt              Binary-Long    value zero.
 77  MQ-Set-Idx              Binary-Long    value zero.
 77  MQ-Src                  pic x(100)     value spaces.  *> MOVE source
 77  MQ-Src-Ok               pic x          value "N".
 77  MQ-Cc-Names             pic x(200)     value spaces.
 77  MQ-Rc-Names             pic x(200)     value spaces.
 77  MQ-Want                 pic x          value space.   *> C / R
 77  MQ-Cur                  Binary-Long    value zero.
 77  MQ-I                    Binary-Long    value zero.
 77  MQ-J                    Binary-Long    value zero.
 77  MQ-K                    Binary-Long    value zero.
 77  MQ-N                    Binary-Long    value zero.
 77  MQ-Ptr                  Binary-Long    value zero.
 77  MQ-Name                 pic x(32)      value spaces.
 77  MQ-Qual                 pic x(32)      value spaces.
 77  MQ-Field                pic x(32)      value spaces.
 77  MQ-Value                pic x(100)     value spaces.
 77  MQ-Text                 pic x(200)     value spaces.
 77  MQ-Key                  pic x(12)      value spaces.
 77  MQ-Hit                  pic x          value "N".
 77  MQ-Cc-Hit               pic x          value "N".
 77  MQ-Rc-Hit               pic x          value "N".
 77  MQ-Last-File            pic x(64)      value spaces.
 77  MQ-Full                 pic x          value "N".
 77  MQ-NumZ                 pic z(4)9.
 77  MQ-NumZ2                pic z(4)9.
 77  MQ-NumZ3                pic z(4)9.
 77  MQ-LenZ                 pic z(7)9.
 77  MQ-PosZ                 pic z(7)9.
 01  MQ-Buf-Table.                          *> buffers listed so far
     03  MQ-Buf              pic x(32)      occurs 50.
 77  MQ-Buf-Cnt              Binary-Long    value zero.
 01  MQ-Xdb-Row.                            *> an .xdb "Q" row
     03  MQ-X-Queue          pic x(48).
     03  MQ-X-Role           pic x.
     03  MQ-X-Verb           pic x(8).
     03  MQ-X-Ref            pic 9(6).
     03  MQ-X-Para           pic x(32).
 01  MQ-Lib-Table.                          *> -LIBRARY roll-up
     03  MQ-Lib              occurs 5000.
         05  MQ-L-Queue      pic x(48).
         05  MQ-L-Role       pic x.
         05  MQ-L-Prog       pic x(32).
         05  MQ-L-Verb       pic x(8).
 77  MQ-Lib-Cnt              Binary-Long    value zero.
 77  MQ-Lib-Dropped          Binary-Long    value zero.
 77  MQ-Dbs                  Binary-Long    value zero.
 77  MQ-Progs                Binary-Long    value zero.
 77  MQ-Cur-Prog             pic x(32)      value spaces.
 01  MQ-Q-Table.                            *> queues in the library
     03  MQ-Q                occurs 500.
         05  MQ-Q-Name       pic x(48).
         05  MQ-Q-Put        pic x.
         05  MQ-Q-Get        pic x.
         05  MQ-Q-Root       pic x.
 77  MQ-Q-Cnt                Binary-Long    value zero.
 01  MQ-Edge-Table.                         *> gets A, puts B
     03  MQ-Edge             occurs 400.
         05  MQ-E-From       pic x(48).
         05  MQ-E-Prog       pic x(32).
         05  MQ-E-To         pic x(48).
 77  MQ-Edge-Cnt             Binary-Long    value zero.
 01  MQ-Stk-Table.
     03  MQ-Stk-Edge         Binary-Long    occurs 16.
 77  MQ-Depth                Binary-Long    value zero.
 77  MQ-Cur-Q                pic x(48)      value spaces.
 77  MQ-Word                 pic x(48)      value spaces.
 77  MQ-Chain-Cnt            Binary-Long    value zero.
 77  MQ-Orphan-Cnt           Binary-Long    value zero.
 77  MQ-Idx                  Binary-Long    value zero.
 77  MQ-P                    Binary-Long    value zero.
 77  MQ-R                    Binary-Long    value zero.
*>
*> command line input -TESTMAP: unit-test traceability.  A member run    *> New -TESTMAP
*>   keeps each CALL - its target, its arguments, paragraph and line -
*>   and the program's ENTRY points as "J" rows in the .xdb (the
*>   -SQLCHECK line scan takes the CALLs).  -LIBRARY=dir -TESTMAP then
*>   sorts the members into test drivers - those CALLing an assertion
*>   entry point: GUnit's AssertEquals-Numeric, AssertNotEquals-
*>   Numeric, AssertEquals-String and AssertNotEquals-String, or the
*>   site's own testmap.asserts list - the assertion library that
*>   holds those ENTRYs, and production programs, and writes
*>   dir/testmap.report: each driver with its assertion count and the
*>   programs it CALLs with what, each production program with the
*>   drivers covering it, the programs no test calls, and drivers'
*>   CALLs to programs the library no longer holds.  COB_SET_TRACE
*>   files - -COVERAGE=trace[,trace], else dir/*.trace - are joined
*>   in as the paragraphs each program executed.
*>
 77  SW-130                  pic x          value "N".
     88 Testmap-Output                      value "Y".
 77  WS-Testmap-Flag         pic x          value "N".
 01  TM-Call-Table.
     03  TM-Call             occurs 300.
         05  TM-C-Target     pic x(32).
         05  TM-C-Ref        pic 9(6).
         05  TM-C-Para       pic x(32).
         05  TM-C-Args       pic x(120).
 77  TM-Call-Cnt             Binary-Long    value zero.
 77  TM-Cur                  Binary-Long    value zero.
 77  TM-Ptr                  Binary-Long    value zero.
 77  TM-Full                 pic x          value "N".
 01  TM-Xdb-Row.                            *> an .xdb "J" row
     03  TM-X-Kind           pic x.         *> C CALL, E ENTRY
     03  TM-X-Target         pic x(32).
     03  TM-X-Ref            pic 9(6).
     03  TM-X-Para           pic x(32).
     03  TM-X-Args           pic x(120).
 01  TM-Prog-Table.                         *> -LIBRARY: the members
     03  TM-Prog             occurs 1000.
         05  TM-P-Name       pic x(32).
         05  TM-P-Kind       pic x.         *> T test, A asserts, P prod
         05  TM-P-Asserts    Binary-Long.
         05  TM-P-Calls      Binary-Long.
         05  TM-P-Tests      Binary-Long.   *> drivers covering it
         05  TM-P-Paras      Binary-Long.
         05  TM-P-Exec       Binary-Long.   *> paragraphs traced
 77  TM-Prog-Cnt             Binary-Long    value zero.
 01  TM-Lib-Table.                          *> -LIBRARY: the "J" rows
     03  TM-Lib              occurs 5000.
         05  TM-L-Prog       Binary-Long.   *> its TM-Prog
         05  TM-L-Kind       pic x.
         05  TM-L-Target     pic x(32).
         05  TM-L-Ref        pic 9(6).
         05  TM-L-Args       pic x(120).
         05  TM-L-Res        pic x.         *> Y member, A assertion,
*>                                             S system, D dynamic,
*>                                             M missing
         05  TM-L-Owner      Binary-Long.   *> the member it reaches
 77  TM-Lib-Cnt              Binary-Long    value zero.
 01  TM-Para-Table.                         *> -LIBRARY: "P" rows
     03  TM-Para             occurs 10000.
         05  TM-A-Prog       Binary-Long.
         05  TM-A-Name       pic x(32).
         05  TM-A-Hit        pic x.
 77  TM-Para-Cnt             Binary-Long    value zero.
 77  TM-Asserts              pic x(400)     value spaces.
 77  TM-Name                 pic x(32)      value spaces.
 77  TM-Word                 pic x(34)      value spaces.
 77  TM-I                    Binary-Long    value zero.
 77  TM-J                    Binary-Long    value zero.
 77  TM-K                    Binary-Long    value zero.
 77  TM-N                    Binary-Long    value zero.
 77  TM-Cur-Prog             Binary-Long    value zero.
 77  TM-Dbs                  Binary-Long    value zero.
 77  TM-Traces               Binary-Long    value zero.
 77  TM-Dropped              Binary-Long    value zero.
 77  TM-Hit                  pic x          value "N".
 77  TM-Drivers              Binary-Long    value zero.
 77  TM-Prods                Binary-Long    value zero.
 77  TM-Untested             Binary-Long    value zero.
 77  TM-Missing              Binary-Long    value zero.
 77  TM-NumZ                 pic z(4)9.
 77  TM-NumZ2                pic z(4)9.
 77  TM-NumZ3                pic z(4)9.
 77  TM-Last-Prog            pic x(33)      value spaces.
 77  TM-Last-Word            pic x(33)      value spaces.
*>
*> command line input -BALANCE: record-count and control-total         *> New -BALANCE
*>   balancing audit.  From the -FILEIO events and the -FLOW pairs:
*>   each ADD (or COMPUTE x = x ...) next to A READ or WRITE - same
*>   paragraph, nearest statement, else within 10 lines - is that
*>   file's counter (A count when A literal is added, A control
*>   total otherwise); it is reconciled when it is compared (IF /
*>   EVALUATE / UNTIL), DISPLAYed, or carried - itself or through A
*>   MOVE / COMPUTE - into A record that is written: an output file
*>   record, A trailer or control record written FROM.  Items named
*>   HEADER / HDR / TRAILER / TRLR / TRL on an input file (its FD or
*>   the READ INTO area) are its header and trailer, checked when
*>   any of them is compared.  Prog-BaseName.balance flags files
*>   whose volume is never counted or never reconciled; the result
*>   goes in the .xdb as "Y" rows and -LIBRARY=dir -BALANCE rolls it
*>   up in dir/balance.report per job stream - each dir/*.sh, *.ksh,
*>   *.job and *.jcl script read the way -JOBSTREAM reads one -
*>   showing which steps balance and which do not.
*>
 77  SW-131                  pic x          value "N".
     88 Balance-Output                      value "Y".
 77  WS-Balance-Flag         pic x          value "N".
 77  Balance-FileName        pic x(64)      value spaces.
 01  BA-Fld-Table.                          *> data items, owning 01
     03  BA-Fld              occurs 5000.
         05  BA-F-Name       pic x(32).
         05  BA-F-Owner      pic x(32).
         05  BA-F-File       pic x(32).     *> FD items only
         05  BA-F-Kind       pic x.         *> H header, T trailer
 77  BA-Fld-Cnt              Binary-Long    value zero.
 77  BA-Cur-01               pic x(32)      value spaces.
 01  BA-Para-Table.
     03  BA-Para             occurs 2000.
         05  BA-P-Name       pic x(32).
         05  BA-P-Ref        pic 9(6).
 77  BA-Para-Cnt             Binary-Long    value zero.
 01  BA-Inc-Table.                          *> ADD / COMPUTE counters
     03  BA-Inc              occurs 500.
         05  BA-I-Name       pic x(32).
         05  BA-I-Ref        pic 9(6).
         05  BA-I-Kind       pic x.         *> C count, T total
         05  BA-I-File       Binary-Long.   *> its BA-File row
         05  BA-I-Rej        pic x.         *> Y = A reject counter
 77  BA-Inc-Cnt              Binary-Long    value zero.
 01  BA-Use-Table.                          *> compared / displayed
     03  BA-Use              occurs 4000.
         05  BA-U-Name       pic x(32).
         05  BA-U-Kind       pic x.         *> C compared, D displayed
         05  BA-U-Ref        pic 9(6).
 77  BA-Use-Cnt              Binary-Long    value zero.
 01  BA-Into-Table.                         *> READ file INTO area
     03  BA-Into             occurs 50.
         05  BA-N-File       pic x(32).
         05  BA-N-Area       pic x(32).
 77  BA-Into-Cnt             Binary-Long    value zero.
 01  BA-File-Table.                         *> files read or written
     03  BA-File             occurs 100.
         05  BA-L-Name       pic x(32).
         05  BA-L-Mode       pic x(6).
         05  BA-L-Reads      Binary-Long.
         05  BA-L-Writes     Binary-Long.
         05  BA-L-Counted    pic x.
         05  BA-L-Recon      pic x.
         05  BA-L-Hdr        pic x.         *> space none, Y tested, N not
         05  BA-L-Trl        pic x.
         05  BA-L-Status     pic x(12).
         05  BA-L-Counter    pic x(32).     *> its first count
         05  BA-L-Print      pic x.         *> Y written with ADVANCING
 77  BA-File-Cnt             Binary-Long    value zero.
 01  BA-Ev-Para-Table.                      *> each -FILEIO event's
     03  BA-E-Para           Binary-Long    occurs 1000.  *> paragraph
 01  BA-Xdb-Row.                            *> an .xdb "Y" row
     03  BA-X-Kind           pic x.         *> S summary, F file
     03  BA-X-Name           pic x(32).
     03  BA-X-Mode           pic x(6).
     03  BA-X-Status         pic x(12).
     03  BA-X-Counter        pic x(32).
 01  BA-Prog-Table.                         *> -LIBRARY roll-up
     03  BA-Prog             occurs 1000.
         05  BA-G-Name       pic x(32).
         05  BA-G-Status     pic x(12).
         05  BA-G-Files      pic x(100).    *> the files flagged
         05  BA-G-Used       pic x.
 77  BA-Prog-Cnt             Binary-Long    value zero.
 77  BA-Cur-Prog             Binary-Long    value zero.
 77  BA-Pair-Base            Binary-Long    value zero.
 77  BA-Comp-Name            pic x(32)      value spaces.
 77  BA-Name                 pic x(32)      value spaces.
 77  BA-Up                   pic x(34)      value spaces.
 77  BA-Rec                  pic x(32)      value spaces.
 77  BA-Owner                pic x(32)      value spaces.
 77  BA-Owner-File           pic x(32)      value spaces.
 77  BA-Para-Name            pic x(32)      value spaces.
 77  BA-R-Cmp                pic x(32)      value spaces.
 77  BA-R-Dsp                pic x(32)      value spaces.
 77  BA-R-Wrt                pic x(32)      value spaces.
 77  BA-Ref                  pic 9(6)       value zero.
 77  BA-Best                 Binary-Long    value zero.
 77  BA-Dist                 Binary-Long    value zero.
 77  BA-Gap                  Binary-Long    value zero.
 77  BA-I                    Binary-Long    value zero.
 77  BA-J                    Binary-Long    value zero.
 77  BA-K                    Binary-Long    value zero.
 77  BA-N                    Binary-Long    value zero.
 77  BA-Ptr                  Binary-Long    value zero.
 77  BA-M                    Binary-Long    value zero.
 77  BA-O                    Binary-Long    value zero.
 77  BA-P                    Binary-Long    value zero.
 77  BA-Q                    Binary-Long    value zero.
 77  BA-X                    Binary-Long    value zero.
 77  BA-Y                    Binary-Long    value zero.
 77  BA-First-Pair           Binary-Long    value zero.
 77  BA-Para-Idx             Binary-Long    value zero.
 77  BA-Inc-Para             Binary-Long    value zero.
 77  BA-Fname                pic x(32)      value spaces.
 77  BA-Hdr-Name             pic x(32)      value spaces.
 77  BA-Trl-Name             pic x(32)      value spaces.
 77  BA-Kind                 pic x          value space.
 77  BA-Grp-Kind             pic x          value space.
 77  BA-Text                 pic x(200)     value spaces.
 77  BA-Steps-Oth            Binary-Long    value zero.
 77  BA-Hit                  pic x          value "N".
 77  BA-Any-Cmp              pic x          value "N".
 77  BA-Io-Files             Binary-Long    value zero.
 77  BA-Prt-Files            Binary-Long    value zero.
 77  BA-Uncounted            Binary-Long    value zero.
 77  BA-Unrecon              Binary-Long    value zero.
 77  BA-Unchecked            Binary-Long    value zero.
 77  BA-Status               pic x(12)      value spaces.
 77  BA-Full                 pic x          value "N".
 77  BA-Last-File            pic x(64)      value spaces.
 77  BA-Dbs                  Binary-Long    value zero.
 77  BA-Dropped              Binary-Long    value zero.
 77  BA-Streams              Binary-Long    value zero.
 77  BA-Steps-Ok             Binary-Long    value zero.
 77  BA-Steps-Not            Binary-Long    value zero.
 77  BA-Save-Filecat         Binary-Long    value zero.
 77  BA-Script               pic x(256)     value spaces.
 77  BA-NumZ                 pic z(4)9.
 77  BA-NumZ2                pic z(4)9.
 77  BA-NumZ3                pic z(4)9.
 77  BA-RefZ                 pic z(5)9.
 77  BA-StepZ                pic zz9.
*>
*> -JOBSTREAM sort steps: A SORT / GCSORT / DFSORT / SYNCSORT / ICEMAN    *> New -SORTCARDS
*>   line is also A sort step - its input (USE, SORTIN=, <) and output
*>   (GIVE, SORTOUT=, >) datasets and its control cards, inline or
*>   from A TAKE / SYSIN= file.  Every SORT / MERGE / SUM FIELDS and
*>   INCLUDE / OMIT COND position is checked against the FD record
*>   of the program that wrote the input - earlier step first, the
*>   catalog's writers after - from its .layout sidecar: start and
*>   length on A real field, format code against the USAGE.
*>
 01  SO-Step-Table.
     03  SO-Step-Entry       occurs 50.
         05  SO-Step         pic 9(3).
         05  SO-In           pic x(44).
         05  SO-Out          pic x(44).
         05  SO-Take         pic x(64).
         05  SO-Inline       pic x(256).
 01  SO-Step-Cnt             Binary-Long     value zero.
 01  SO-Tok-Table.
     03  SO-Tok              pic x(32)       occurs 400.
 01  SO-Tok-Cnt              Binary-Long     value zero.
 77  SO-Cards                pic x(2048)     value spaces.
 77  SO-Ptr                  Binary-Long     value zero.
 77  SO-Word                 pic x(64)       value spaces.
 77  SO-Up                   pic x(64)       value spaces.
 77  SO-Next                 pic x           value space.  *> I in, O out, T take
 77  SO-Ch                   pic x           value space.
 77  SO-InQ                  pic x           value "N".
 77  SO-L                    Binary-Long     value zero.
 77  SO-Stmt                 pic x(8)        value spaces.
 77  SO-Mode                 pic x           value space.  *> K keys, C cond
 77  SO-Deflt                pic x(4)        value spaces.
 77  SO-Fmt                  pic x(4)        value spaces.
 77  SO-Pos                  Binary-Long     value zero.
 77  SO-Len                  Binary-Long     value zero.
 77  SO-Writer               pic x(64)       value spaces.
 77  SO-Wstep                Binary-Long     value zero.
 77  SO-Dsn                  pic x(44)       value spaces.
 77  SO-Grp                  Binary-Long     value zero.
 77  SO-Grps                 Binary-Long     value zero.
 77  SO-Fld                  Binary-Long     value zero.
 77  SO-Cat-F                pic x           value space.  *> X 9 P B F
 77  SO-Cat-L                pic x           value space.
 77  SO-Mis                  Binary-Long     value zero.
 77  SO-Refs                 Binary-Long     value zero.
 77  SO-Hops                 Binary-Long     value zero.
 77  SO-I                    Binary-Long     value zero.
 77  SO-J                    Binary-Long     value zero.
 77  SO-K                    Binary-Long     value zero.
 77  SO-M                    Binary-Long     value zero.
 77  SO-NumZ                 pic z(7)9.
 77  SO-NumZ2                pic z(7)9.
 77  SO-NumZ3                pic z(7)9.
*>
*> -INCREMENTAL support (with -LIBRARY=dir): before stitching,        *> New -INCREMENTAL
*>   re-analyse only the members whose source is newer than their
*>   .calls file, whose .calls is missing, or whose .prostamp says A
         05  FC-Note         pic x(40).
         05  FC-Select       pic x(32).   *> the SELECT's file-name      *> New -LINEAGE
         05  FC-IO           pic x.       *> R / W / B from OPEN modes   *> New -LINEAGE
         05  FC-Modes        pic x(4).    *> I O U(I-O) E as OPENed      *> New -CONTENTION
 01  Filecat-Count           Binary-Long     value zero.
 77  Hold-Phys-Name          pic x(44)       value spaces.
 77  Copyuse-Raw-FileName    pic x(80)       value spaces.
         05  FK-File-Name    pic x(32).
         05  FK-Key-Type     pic x(11).
         05  FK-Key-Field    pic x(32).
         05  FK-Key-Dups     pic x.         *> Y = WITH DUPLICATES  *> New -IDCAMS
 01  FK-Table-Size         Binary-Long value 10.
 01  FK-Table-Count        Binary-Long value zero.
 77  WS-FileKeys-CurFile   pic x(32)   value spaces.
*>
     if       wsFoundWord2 not = "PROGRAM-ID"
         and               not = "FUNCTION-ID"
         and  (not Ooxref-Output                                  *>   & -OOXREF
          or    (wsFoundWord2 not = "CLASS-ID"                    *>   & -OOXREF
           and                not = "METHOD-ID"))                 *>   & -OOXREF
              go to AA030-ReadLoop1.
     if       wsFoundWord2 = "FUNCTION-ID"                        *> New USERFUNC
              move "Y" to UF-Id-Flag
     if       wsFoundWord2 (1:9) = "CURRENCY "
              perform AA046-Get-Currency
              go to AA042-Getword.
     if       Cpmigrate-Output                                     *> New -CPMIGRATE
         and  wsFoundWord2 (1:9) = "SYMBOLIC "
              perform bd450-Cp-Symbolic thru bd450-Exit.
     if       wsFoundWord2 (1:3) not = "IS "
              go to AA042-Getword.
*>
     if       wsFoundWord2 (1:9) = "CURRENCY "
              perform AA046-Get-Currency
              go to AA044-Getword3.
     if       Cpmigrate-Output                                     *> New -CPMIGRATE
         and  wsFoundWord2 (1:9) = "SYMBOLIC "
              perform bd450-Cp-Symbolic thru bd450-Exit.
     if       wsFoundWord2 (1:2) not = "ON"
          and wsFoundWord2 (1:3) not = "OFF"
              go to AA044-Getword3.
*>
     if       wsFoundWord2 (1:7) not = "ASSIGN "
              go to AA047-Getword2.
     move     "N" to TN-Assign-Wait.                            *> New -TAINT
     if       Taint-Output
              move "Y" to TN-Assign-Wait.
     if       Idcams-Output                                      *> New -IDCAMS
           or Archrules-Output                                   *>   & -ARCHRULES
              move "Y" to IC-Assign-Wait.
*>
 AA047-Getword3.
     perform  zz110-Get-A-Word thru zz110-Exit.
     if       IC-Assign-Wait = "Y"                               *> New -IDCAMS
          and wsFoundWord2 (1:3) not = "TO "
          and wsFoundWord2 (1:6) not = "USING "
          and wsFoundWord2 (1:9) not = "EXTERNAL "
          and wsFoundWord2 (1:8) not = "DYNAMIC "
              perform bd492-Idc-Assign thru bd492-Exit.
     if       (wsf1-1 = quote or = "'") AND Word-Delimit = "."
              go to AA047-GetIO.                               *> End of A SELECT
     if       wsf1-1 = quote or = "'"                           *> New -TAINT
              move "N" to TN-Assign-Wait.
     if       wsf1-1 = quote or = "'" or wsf1-1-number
              go to AA047-Getword3.
     perform  zz130-Extra-Reserved-Word-Check thru zz130-Exit.
     if       A not = zero
              perform zz035-Check-Key-Phrase thru zz035-Exit.    *> New -FILEKEYS
     if       A not = zero                                       *> New -TAINT
          and wsFoundWord2 (1:3) not = "TO "
          and wsFoundWord2 (1:6) not = "USING "
          and wsFoundWord2 (1:9) not = "EXTERNAL "
          and wsFoundWord2 (1:8) not = "DYNAMIC "
              move "N" to TN-Assign-Wait.
     if       A not = zero and Word-Delimit = "."
              go to AA047-GetIO.
     if       A not = zero
                     wsFoundWord2 (1:20)      delimited by space
                     into ED-Name (ED-Count)
              move Gen-RefNo1 to ED-Ref (ED-Count).
     if       TN-Assign-Wait = "Y"                               *> New -TAINT
              move "ASSIGN" to TN-Kind-W
              move FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to TN-Name
              move Gen-RefNo1 to TN-Ref-W
              move FUNCTION UPPER-CASE (WS-FileKeys-CurFile) to TN-Info
              perform bd413-Add-Sink thru bd413-Exit
              move "N" to TN-Assign-Wait.
     if       Errhandle-Output                                   *> New -ERRHANDLE
          and WS-FK-Prev1 = "STATUS"
          and EH-Status-Count < 100
*>
     if       Anon-Output                                          *> New -ANON
              perform  bd240-Anon-Collect thru bd244-Exit.
*>
     if       WS-Fmtsig-File not = spaces                          *> New -REFORMAT
              perform  bd351-Fmtsig-Collect thru bd351-Exit.
*>
     if       Constgen-Output                                      *> New -CONSTGEN
              perform  bd250-Constgen thru bd259-Exit.
*>
     if       Screenmap-Output                                     *> New -SCREENMAP
              perform  zz353-Screenmap-Report thru zz353-Exit.
*>
     if       Msgcat-Output                                        *> New -MSGCAT
              perform  bd424-Msgcat thru bd424-Exit.
*>
     if       Rcmap-Output                                         *> New -RCMAP
              perform  bd435-Rcmap thru bd435-Exit.
*>
     if       Cpmigrate-Output                                     *> New -CPMIGRATE
              perform  bd448-Cpmigrate thru bd448-Exit.
*>
     if       Blame-Output                                         *> New -BLAME
              perform  bd452-Blame thru bd452-Exit.
*>
     if       Bms-Output                                           *> New -BMS
              perform  bd470-Bms thru bd470-Exit.
*>
     if       Idcams-Output                                        *> New -IDCAMS
              perform  bd483-Idcams thru bd483-Exit.
*>
     if       Printchart-Output                                    *> New -PRINTCHART
              perform  bd500-Printchart thru bd500-Exit.
*>
     if       Testplan-Output                                      *> New -TESTPLAN
              perform  bd510-Testplan thru bd510-Exit.
*>
     if       Fpcount-Output                                       *> New -FPCOUNT
              perform  bd557-Fpcount thru bd557-Exit.
*>
     if       Flowchart-Output                                     *> New -FLOWCHART
              perform  bd598-Fw-Flowchart-End thru bd598-Exit.
*>
     if       Extract-Output                                       *> New -EXTRACT
              perform  bd599-Extract thru bd599-Exit.
*>
     if       Naming-Output                                        *> New -NAMING
              perform  bd622-Naming thru bd622-Exit.
*>
     if       Parmcard-Output                                      *> New -PARMCARD
              perform  bd634-Parmcard thru bd634-Exit.
*>
     if       Ptrcheck-Output                                      *> New -PTRCHECK
              perform  bd690-Ptrcheck thru bd690-Exit.
*>
     if       Xmljson-Output                                       *> New -XMLJSON
              perform  bd712-Xmljson thru bd712-Exit.
*>
     if       Parmdir-Output                                       *> New -PARMDIR
              perform  bd741-Parmdir thru bd741-Exit.
     if       Genbridge-Output                                     *> New -GENBRIDGE
              perform  bd751-Genbridge thru bd751-Exit.
     if       Resize-Output                                        *> New -RESIZE
              perform  bd798-Resize thru bd798-Exit.
     if       Sqlcheck-Output                                      *> New -SQLCHECK
              perform  bd832-Sqlcheck thru bd832-Exit.
     if       Cicscheck-Output                                     *> New -CICSCHECK
              perform  bd847-Cicscheck thru bd847-Exit.
     if       Dlixref-Output                                       *> New -DLIXREF
              perform  bd852-Dlixref thru bd852-Exit.
     if       Mqxref-Output                                        *> New -MQXREF
              perform  bd870-Mqxref thru bd870-Exit.
     if       Balance-Output                                       *> New -BALANCE
              perform  bd885-Balance thru bd885-Exit.
*>
     if       Savedb-Output                                        *> New -SAVEDB
              perform  zz360-Save-Db thru zz360-Exit.
*>
     if       Rules-Output                                         *> New -RULES
              perform  zz370-Rules-Report thru zz370-Exit.
*>
     if       Layoutreg-Output                                     *> New -LAYOUTREG
              perform  zz396-Layout-Registry thru zz396-Exit.
*>
     if       Privacymap-Output                                    *> New -PRIVACYMAP
              perform  bd408-Privacymap thru bd408-Exit.
*>
     if       Taint-Output                                         *> New -TAINT
              perform  bd414-Taint thru bd414-Exit.
*>
     if       Movecheck-Output                                    *> New -MOVECHECK
              perform  bc850-Movecheck-Report thru bc859-Exit.
*>
     if       Storage-Output                                       *> New -STORAGE
     if       Valdata-Output                                       *> New -VALDATA
              perform  bd230-Valdata thru bd239-Exit
              move "N" to SW-68.     *> likewise one validation pass
*>
     if       Gendata-Output                                       *> New -GENDATA
              perform  bd290-Gendata thru bd299-Exit
              move "N" to SW-96.     *> one generated file per run
*>
     if       Filecmp-Output                                       *> New -FILECOMPARE
              perform  bd300-Filecompare thru bd309-Exit
              move "N" to SW-97.     *> one comparison per run
*>
     if       Maskdata-Output                                      *> New -MASKDATA
              perform  bd310-Maskdata thru bd319-Exit
              move "N" to SW-98.     *> one masked copy per run
*>
     if       Dataconv-Output                                      *> New -DATACONV
              perform  bd320-Dataconv thru bd329-Exit
              move "N" to SW-99.     *> one converted file per run
*>
     if       Gendriver-Output                                     *> New -GENDRIVER
              perform  bd190-Gendriver thru bd199-Exit.
              write  Xml-Record
              close  Xml-Listing.
*>
     if       Callgraph-Output                                     *> New -OOXREF
          and Ooxref-Output
          and not End-Prog
              perform bd734-Oo-Calls thru bd734-Exit.
     if       Callgraph-Output                                     *> New -CALLGRAPH
          and not End-Prog
              close  Callgraph-Listing.
              perform  zz302-Member-Chlog thru zz302-Exit.
     if       Anon-Output                                       *> New -ANON
              perform  bd245-Anon-Emit thru bd249-Exit.
     if       WS-Fmtsig-File not = spaces                       *> New -REFORMAT
              perform  bd352-Fmtsig-Layout thru bd352-Exit.
     if       Reformat-Output                                   *> New -REFORMAT
          and WS-Fmtsig-Child not = "Y"
              perform  bd330-Reformat thru bd349-Exit.
     if       Locate-Output                                     *> New -LOCATE
          and WS-Locate-Line > zero
              perform  bd270-Locate thru bd279-Exit.
              perform  zz255-Final-Split-Index thru zz255-Exit.
     if       Reconcile-Output                                  *> New -RECONCILE
              perform  bd210-Reconcile-Report thru bd219-Exit.
     if       Features-Output                                   *> New -FEATURES
              perform  bd674-Features thru bd674-Exit.
     if       Ooxref-Output                                     *> New -OOXREF
              perform  bd729-Ooxref thru bd729-Exit.
     if       WS-GitFile-Name not = spaces           *> New -GITFILE
              perform zz196-Save-Git-File thru zz196-Exit.
     if       not Findings-Output           *> the graded code zz252 just
     if       WS-Budget-Fail = "Y"                              *> New -BUDGET
          and Return-Code < 8
              move 8 to Return-Code.
     if       LR-Gate-Fail = "Y"                                *> New -LAYOUTREG
          and Return-Code < 8
              move 8 to Return-Code.
     if       IC-Gate-Fail = "Y"                                *> New -IDCAMS
          and Return-Code < 8
              move 8 to Return-Code.
     if       CM-Gate-Fail = "Y"                                *> New -FILECOMPARE
          and Return-Code < 8
              move 8 to Return-Code.
     if       MK-Gate-Fail = "Y"                                *> New -MASKDATA
          and Return-Code < 8
              move 8 to Return-Code.
     if       DC-Gate-Fail = "Y"                                *> New -DATACONV
          and Return-Code < 8
              move 8 to Return-Code.
     if       RF-Gate-Fail = "Y"                                *> New -REFORMAT
          and Return-Code < 8
              move 8 to Return-Code.
     if       WS-Fmtsig-Child = "Y"             *> -REFORMAT's own check  *> New -REFORMAT
              goback.
     perform  zz197-Write-Audit-Record thru zz197-Exit.  *> New -AUDIT
     perform  zz285-Notify-Hook thru zz285-Exit.         *> New NOTIFY
     if       Diff-Output                                         *> New -DIFF
              move "N" to FIO-FD-Flag.
     if       wsFoundWord2 (1:3) = "FD " or = "SD " or = "RD " or = "CD "
              perform zz110-Get-A-Word thru zz110-Exit  *> get fn
              if   (Fileio-Output or Layoutreg-Output             *> New -FILEIO
                    or Savedb-Output                              *>  & -LAYOUTREG
                    or Privacymap-Output                          *>  & -SQLIMPACT
                    or Idcams-Output                              *>  & -IDCAMS
                    or Layout-Output)                             *>  & -SORTCARDS
               and FIO-FD-Flag = "Y"                              *>  & -PRIVACYMAP
                   move wsFoundWord2 (1:32) to FIO-Cur-FD
              end-if
              move zero to HoldWSorPD2
              if   wsf1-1 = quote or = "'"
                   perform zz334-Record-Value-Lit thru zz334-Exit
              end-if.
     if       LV-Armed not = "N"                                  *> New -GENCONVERT
              perform zz390-Record-Item-Value thru zz390-Exit.
     if       Cpmigrate-Output and CP-Hex = "Y"                   *> New -CPMIGRATE
              perform bd451-Cp-Data-Hex thru bd451-Exit.
     if       Screenmap-Output                                    *> New -SCREENMAP
          and HoldWSorPD = 7
              perform zz352-Track-Screen-Word thru zz352-Exit.
     if       Fpcount-Output                                      *> New -FPCOUNT
          and HoldWSorPD = 7
              perform bd568-Fp-Screen-Word thru bd568-Exit.
     if       Ptrcheck-Output                                     *> New -PTRCHECK
          and (wsFoundWord2 (1:8)  = "POINTER "
           or  wsFoundWord2 (1:18) = "PROCEDURE-POINTER "
           or  wsFoundWord2 (1:17) = "FUNCTION-POINTER "
           or  wsFoundWord2 (1:16) = "PROGRAM-POINTER "
           or  wsFoundWord2 (1:6)  = "BASED ")
              perform bd683-Pk-Data-Word thru bd683-Exit.
     if       Features-Output                                     *> New -FEATURES
          and (wsFoundWord2 (1:8)  = "POINTER "
           or  wsFoundWord2 (1:18) = "PROCEDURE-POINTER "
           or  wsFoundWord2 (1:17) = "FUNCTION-POINTER "
           or  wsFoundWord2 (1:16) = "PROGRAM-POINTER "
           or  wsFoundWord2 (1:6)  = "BASED ")
              perform bd675-Fe-Data thru bd675-Fe-Data-Exit.
     if       WasPicture = 1     *> current word is A pic sub-clause
              if   WS-Capture-Pic = "Y"                              *> New -LAYOUT
               and Layout-Count > zero
              perform ba054-After-Occurs thru ba054-Exit
              go to ba040-Clear-To-Next-Period.
*>
     if       (wsFoundWord2 (1:6) = "VALUE " or wsFoundWord2 (1:7) = "VALUES ")
          and Build-Number not = 88                                  *> New -PRINTCHART
          and Saved-Variable = "FILLER"
          and (Printchart-Output or Dlixref-Output)                 *>   & -DLIXREF
          and Layout-Count > zero
          and LT-Name (Layout-Count) = "FILLER"
              move "Y" to LV-Armed          *> A heading's text
              go to ba040-Clear-To-Next-Period.
     if       (wsFoundWord2 (1:6) = "VALUE " or wsFoundWord2 (1:7) = "VALUES ")
          and Build-Number not = 88                                  *> New -SETUSE
          and Saved-Variable not = spaces and not = "FILLER"
              perform zz038-Record-Has-Value thru zz038-Exit
              if   WS-Capture-Pic = "Y"                              *> New -GENCONVERT
               and Layout-Count > zero
               and LT-Name (Layout-Count) = Saved-Variable (1:32)
                   move "Y" to LV-Armed
              end-if
              if   Callgraph-Output                                  *> New DYNRES
                   move "Y" to DV-Armed
                   move Saved-Variable (1:32) to DV-Pend-Var
     if       (wsFoundWord2 (1:6) = "VALUE " or wsFoundWord2 (1:7) = "VALUES ")
          and Build-Number = 88                                      *> New -COND88
          and (Cond88-Output or Valdata-Output                       *> New -VALDATA
               or Evalcheck-Output or Savedb-Output                  *>  & -EVALCHECK
               or Rules-Output                                       *>  & -SAVEDB
               or Gendata-Output                                     *>  & -RULES
               or Parmcard-Output)                                   *>  & -PARMCARD
              move "Y" to CV-Active                                  *>  & -GENDATA
              move "L" to CV-State
              go to ba040-Clear-To-Next-Period.
*>
     end-if.
*>
 ba050-Bypass-Add-2-Con-Table.
     if       Naming-Output                                      *> New -NAMING
          and Build-Number = 88
              perform bd624-Nm-Cond thru bd624-Exit.
*>
*> we dont have A reserved word! A = 0 = no
*>
              move wsFoundWord2 (1:32) to Global-Current-Word.
*>
      perform zz030-Write-Sort.
*>
      if      Fpcount-Output                                        *> New -FPCOUNT
          and HoldWSorPD = 7
          and Build-Number = 1
          and Saved-Variable not = spaces and not = "FILLER"
              perform bd569-Fp-Screen-Name thru bd569-Exit.
*>
      if      Ptrcheck-Output                                       *> New -PTRCHECK
              perform bd681-Pk-Data-Name thru bd681-Exit.
*>
      if      WS-Capture-Pic = "Y"                                  *> New -LAYOUT
              perform zz043-Add-Layout-Item thru zz043-Exit.
*>
      if      (Fileio-Output or Layoutreg-Output                    *> New -FILEIO
               or Savedb-Output                                     *>  & -LAYOUTREG
               or Privacymap-Output                                 *>  & -SQLIMPACT
               or Idcams-Output                                     *>  & -IDCAMS
               or Layout-Output)                                    *>  & -SORTCARDS
          and HoldWSorPD = 1                                        *>  & -PRIVACYMAP
          and Build-Number = 1
          and FIO-Cur-FD not = spaces
          and Saved-Variable not = spaces and not = "FILLER"
              add  1 to FIO-Rec-Count
              move Saved-Variable (1:32) to FIO-Rec-Name (FIO-Rec-Count)
              move FIO-Cur-FD            to FIO-Rec-File (FIO-Rec-Count).
*>
      if      Balance-Output                                        *> New -BALANCE
          and (HoldWSorPD = 1 or = 2)
          and Saved-Variable not = spaces and not = "FILLER"
              perform bd883-Ba-Data-Item thru bd883-Exit.
*>
      if      Build-Number not = 88                                 *> New -MULTISECT
          and Saved-Variable not = spaces and not = "FILLER"
*>            "03 scr-pw SECURE line 8...") arrives here, not in
*>            ba040 - let the screen tracker see it too.
              perform zz352-Track-Screen-Word thru zz352-Exit.
     if       Fpcount-Output                                      *> New -FPCOUNT
          and HoldWSorPD = 7
              perform bd568-Fp-Screen-Word thru bd568-Exit.
     if       Ptrcheck-Output                                     *> New -PTRCHECK
          and (wsFoundWord2 (1:8)  = "POINTER "
           or  wsFoundWord2 (1:18) = "PROCEDURE-POINTER "
           or  wsFoundWord2 (1:17) = "FUNCTION-POINTER "
           or  wsFoundWord2 (1:16) = "PROGRAM-POINTER "
           or  wsFoundWord2 (1:6)  = "BASED ")
              perform bd683-Pk-Data-Word thru bd683-Exit.
     if       Features-Output                                     *> New -FEATURES
          and (wsFoundWord2 (1:8)  = "POINTER "
           or  wsFoundWord2 (1:18) = "PROCEDURE-POINTER "
           or  wsFoundWord2 (1:17) = "FUNCTION-POINTER "
           or  wsFoundWord2 (1:16) = "PROGRAM-POINTER "
           or  wsFoundWord2 (1:6)  = "BASED ")
              perform bd675-Fe-Data thru bd675-Fe-Data-Exit.
     if       WS-Capture-Pic = "Y"                                *> New -GENBRIDGE
          and Layout-Count > zero
*>            A USAGE with no PIC straight after the name (eg
*>            "05 rec-cnt BINARY-LONG.") arrives here, not in ba040.
          and (wsFoundWord2 (1:5)  = "COMP "
           or  wsFoundWord2 (1:5)  = "COMP-"
           or  wsFoundWord2 (1:14) = "COMPUTATIONAL "
           or  wsFoundWord2 (1:14) = "COMPUTATIONAL-"
           or  wsFoundWord2 (1:7)  = "BINARY-"
           or  wsFoundWord2 (1:8)  = "POINTER "
           or  wsFoundWord2 (1:6)  = "INDEX "
           or  wsFoundWord2 (1:12) = "FLOAT-SHORT "
           or  wsFoundWord2 (1:11) = "FLOAT-LONG ")
              perform zz044-Record-Usage thru zz044-Exit.
     if       (wsFoundWord2 (1:6) = "VALUE " or wsFoundWord2 (1:7) = "VALUES ")
          and Build-Number not = 88                                  *> New -PRINTCHART
          and Saved-Variable = "FILLER"
          and (Printchart-Output or Dlixref-Output)                 *>   & -DLIXREF
          and Layout-Count > zero
          and LT-Name (Layout-Count) = "FILLER"
              move "Y" to LV-Armed.         *> A heading's text
     if       (wsFoundWord2 (1:6) = "VALUE " or wsFoundWord2 (1:7) = "VALUES ")
          and Build-Number not = 88                                  *> New -SETUSE
          and Saved-Variable not = spaces and not = "FILLER"
              perform zz038-Record-Has-Value thru zz038-Exit
              if   WS-Capture-Pic = "Y"                              *> New -GENCONVERT
               and Layout-Count > zero
               and LT-Name (Layout-Count) = Saved-Variable (1:32)
                   move "Y" to LV-Armed
              end-if
              if   Callgraph-Output                                  *> New DYNRES
                   move "Y" to DV-Armed
                   move Saved-Variable (1:32) to DV-Pend-Var
     if       (wsFoundWord2 (1:6) = "VALUE " or wsFoundWord2 (1:7) = "VALUES ")
          and Build-Number = 88                                      *> New -COND88
          and (Cond88-Output or Valdata-Output                       *> New -VALDATA
               or Evalcheck-Output or Savedb-Output                  *>  & -EVALCHECK
               or Rules-Output                                       *>  & -SAVEDB
               or Gendata-Output                                     *>  & -RULES
               or Parmcard-Output)                                   *>  & -PARMCARD
              move "Y" to CV-Active                                  *>  & -GENDATA
              move "L" to CV-State.
     if       wsFoundWord2 (1:7) = "OCCURS "    *> OCCURS straight after the
              perform ba054-After-Occurs thru ba054-Exit  *> name, no PIC first
     if       End-Prog
       or     Source-Eof
              go to bb000-Exit.
     if       Flowchart-Output                                    *> New -FLOWCHART
         and  Word-Delimit = "."
              perform bd576-Fw-Period thru bd576-Exit.
     move     "N" to RU-In-Sub RU-Grp-Tok.                        *> New -RULES
     perform  zz110-Get-A-Word thru zz110-Exit.
     if       End-Prog
              go to bb000-Exit.
     if       Source-Eof
              go to bb000-Exit.
     if       Rules-Output                                        *> New -RULES
         and  RU-Depth > zero
              perform zz362-Rules-Parens thru zz362-Rules-Parens-Exit.
     if       Flowchart-Output                                    *> New -FLOWCHART
              perform bd575-Fw-Word thru bd575-Exit.
     if       Parmcard-Output                                     *> New -PARMCARD
          and HoldWSorPD = 8
              perform bd635-Pm-Word thru bd635-Exit.
     if       Ptrcheck-Output                                     *> New -PTRCHECK
          and HoldWSorPD = 8
              perform bd686-Pk-Word thru bd686-Exit.
     if       Xmljson-Output                                      *> New -XMLJSON
          and HoldWSorPD = 8
              perform bd705-Xj-Word thru bd705-Exit.
     if       Features-Output                                     *> New -FEATURES
          and HoldWSorPD = 8
              perform bd675-Fe-Proc thru bd675-Fe-Proc-Exit.
     if       Word-Delimit = "."
         and  wsf1-1 = space
              go to bb020-GetAWord.
*>
     if       A > zero
         and  wsFoundWord2 (1:5) = "CALL "
              if       Rules-Output and RU-Depth > zero          *> New -RULES
                       perform zz362-Rules-Verb thru zz362-Exit
              end-if
              move "N" to WS-Call-Is-Dynamic
              perform until exit
                       perform  zz110-Get-A-Word thru zz110-Exit
                        end-if
                       end-if
              end-perform
              if       Rules-Output and RU-Depth > zero          *> New -RULES
                       move spaces to RU-Word
                       move wsFoundWord2 (1:48) to RU-Word
                       inspect RU-Word replacing all quote by "'"
                       perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
              move 5 to SkaWSorPD
              move space to SkaRefType                               *> New RWREF
              move wsFoundNewWord6 to SkaDataName
              end-if
              if  SkaDataName not = spaces
                  perform zz237-Put-Sort-Record thru zz237-Exit
                  if   Archrules-Output                          *> New -ARCHRULES
                       perform bd764-Ar-Call thru bd764-Exit
                  end-if
              end-if
              if   Callcheck-Output or Gendriver-Output          *> New -CALLCHECK
                   if   CC-Call-Active = "Y"    *> back-to-back CALLs with
                   move Gen-RefNo1 to CC-Call-Ref
                   move zero to CC-Arg-Cnt
              end-if
              move "CALL" to PD-Verb                        *> New -PRIVACYMAP
              move zero to PD-Write-State PD-One-Shot       *>  the USING list
              move spaces to FL-Last-Read FL-First-Name     *>  is the CALL's,
                             FL-Pending-Target              *>  not the last verb's
              if   Taint-Output                             *> New -TAINT
                   move FUNCTION UPPER-CASE (wsFoundNewWord6 (1:32))
                        to TN-Call-Target
                   if   Dynamic-Call     *> the program name is data
                        move "CALL" to TN-Kind-W
                        move TN-Call-Target to TN-Name
                        move Gen-RefNo1 to TN-Ref-W
                        move spaces to TN-Info
                        perform bd413-Add-Sink thru bd413-Exit
                   end-if
              end-if
              if   Rcmap-Output                             *> New -RCMAP
                   perform bd434-Rc-Call thru bd434-Exit
              end-if
              go to bb020-GetAWord    *> the target name is no verb - the
     end-if.                          *>  word trackers must not see it
*>
              move FoundFunction to HoldFoundFunction
              perform zz034-Track-Write-State thru zz034-Exit
              go to bb020-GetAWord.
     if       Cpmigrate-Output                                      *> New -CPMIGRATE
         and  HoldFoundFunction not = zero
         and  HoldWSorPD = 8
         and  (wsFoundWord2 (1:5) = "CHAR " or = "ORD "
           or  wsFoundWord2 (1:8) = "ORD-MIN " or = "ORD-MAX ")
              move "BYTEVAL" to CP-Kind-W
              string "FUNCTION "         delimited by size
                     wsFoundWord2 (1:8)  delimited by space
                     into CP-Name-W
              move "FUNCTION CHAR / ORD - ordinal positions differ in ASCII"
                   to CP-Why-W
              perform bd444-Cp-Add thru bd444-Exit.
     move     zero to HoldFoundFunction.
*>
*> A digit-leading word is only A numeric literal when it holds no
                   and EV-In-When = "Y"
                       perform zz321-Eval-Literal thru zz321-Exit
                  end-if
                  if   Rules-Output and RU-Depth > zero             *> New -RULES
                       perform zz364-Rules-Literal thru zz364-Exit
                  end-if
                  if   Testplan-Output and TP-State = "U"           *> New -TESTPLAN
                       perform bd523-Tp-Literal thru bd523-Exit
                  end-if
                  if   Msgcat-Output and MG-Open = "Y"              *> New -MSGCAT
                       perform bd420-Msg-Literal thru bd420-Exit
                  end-if
                  if   Rcmap-Output                                 *> New -RCMAP
                       perform bd431-Rc-Literal thru bd431-Exit
                  end-if
                  if   Printchart-Output and PT-State = "V"         *> New -PRINTCHART
                       move spaces to PT-Word
                       move wsFoundWord2 (1:Word-Length) to PT-Word
                       if   Word-Length > 1 and < 33
                        and PT-Word (Word-Length:1) = "."
                            move space to PT-Word (Word-Length:1)
                            move "X" to PT-State
                       end-if
                       perform bd507-Pc-Operand thru bd507-Exit
                  end-if
                  if   Cpmigrate-Output and HoldWSorPD = 8          *> New -CPMIGRATE
                       move wsFoundWord2 (1:32) to CP-Word
                       perform bd442-Cp-Operand thru bd442-Exit
                  end-if
                  go to bb020-GetAWord
              end-if
     end-if
              if    Compcheck-Output and AR2-Active = "Y"           *> New -COMPCHECK
                    perform zz309-Arith-Literal thru zz309-Exit
              end-if
              if    Rules-Output and RU-Depth > zero                *> New -RULES
                    perform zz364-Rules-Literal thru zz364-Exit
              end-if
              if    Testplan-Output and TP-State = "U"              *> New -TESTPLAN
                    perform bd523-Tp-Literal thru bd523-Exit
              end-if
              if    Rcmap-Output                                    *> New -RCMAP
                    perform bd431-Rc-Literal thru bd431-Exit
              end-if
              if    Cpmigrate-Output and HoldWSorPD = 8             *> New -CPMIGRATE
                    move wsFoundWord2 (1:32) to CP-Word
                    perform bd442-Cp-Operand thru bd442-Exit
              end-if
              go to bb020-GetAWord.
     if       wsf1-1 = quote or = "'"
              if    Piiscan-Output                                  *> New -PIISCAN
               and  ED-Pending = "E"
                    perform zz258-Add-Env-Read thru zz258-Exit
              end-if
              if    Rules-Output and RU-Depth > zero                *> New -RULES
                    perform zz364-Rules-Literal thru zz364-Exit
              end-if
              if    Testplan-Output and TP-State = "U"              *> New -TESTPLAN
                    perform bd523-Tp-Literal thru bd523-Exit
              end-if
              if    Msgcat-Output and MG-Open = "Y"                 *> New -MSGCAT
                    perform bd420-Msg-Literal thru bd420-Exit
              end-if
              if    Rcmap-Output                                    *> New -RCMAP
                    perform bd431-Rc-Literal thru bd431-Exit
              end-if
              if    Cpmigrate-Output and HoldWSorPD = 8             *> New -CPMIGRATE
                    move wsFoundWord2 (1:32) to CP-Word
                    if   CP-Hex = "Y"
                         move "HEX" to CP-Kind-W
                         string "X"                 delimited by size
                                wsFoundWord2 (1:31) delimited by size
                                into CP-Name-W
                         move "hex literal - byte values are EBCDIC code points"
                              to CP-Why-W
                         perform bd444-Cp-Add thru bd444-Exit
                    end-if
                    perform bd442-Cp-Operand thru bd442-Exit
              end-if
              go to bb020-GetAWord.
     if       (wsf1-1 = "X" or = "H")
        and   (wsFoundWord2 (2:1) = quote or = "'")
*>
*> check for arithmetic operators
*>
     if       Rules-Output                                        *> New -RULES
         and  RU-Depth > zero
         and  (wsf1-3 = "-  " or = "+  " or = "*  " or = "/  "
                      or = "** " or = ">= " or = "<= " or = "<> "
           or  wsf1-2 = "> " or = "< " or = "= ")
              perform zz365-Rules-Symbol thru zz365-Exit.
     if       Testplan-Output                                     *> New -TESTPLAN
         and  TP-State = "U"
         and  (wsf1-3 = "-  " or = "+  " or = "*  " or = "/  "
                      or = "** " or = ">= " or = "<= " or = "<> "
           or  wsf1-2 = "> " or = "< " or = "= ")
              move wsFoundWord2 (1:2) to TP-Word
              perform bd524-Tp-Append thru bd524-Exit.
     if       wsf1-3 = "-  " or = "+  " or = "*  " or = "/  " or = "** "
              go to bb020-GetAWord.
*>
     if       wsf1-2 = "= "
         and  PD-Verb = "COMPUTE"
              move zero to PD-Write-State.
     if       Cpmigrate-Output                                    *> New -CPMIGRATE
         and  HoldWSorPD = 8
         and  (wsf1-2 = "> " or = "< " or wsf1-3 = ">= " or = "<= ")
              perform bd443-Cp-Compare thru bd443-Exit.
     if       wsf1-2 = "> " or = "< " or = "= "
              go to bb020-GetAWord.
     if       wsf1-3 = ">= " or = "<= " or = "<> "
              if  Word-Length > 1
                  subtract 1 from Word-Length
              end-if
              move "Y" to RU-In-Sub                               *> New -RULES
              go to bb030-Chk1
     end-if
     if       (Parasize-Output or Changes-Output                  *> New -PARASIZE/-SINCE
     if       Metrics-Output                                       *> New -METRICS
        and   (HoldWSorPD2 = zero or = 1)
              add  1 to WS-Metrics-Paragraphs.
     if       Flowchart-Output                                     *> New -FLOWCHART
        and   (HoldWSorPD2 = zero or = 1)
              perform bd577-Fw-Para thru bd577-Exit.
     if       Extract-Output                                       *> New -EXTRACT
        and   (HoldWSorPD2 = zero or = 1)
              perform bd600-Ex-Para thru bd600-Exit.
     if       Naming-Output                                        *> New -NAMING
        and   (HoldWSorPD2 = zero or = 1)
              perform bd623-Nm-Para thru bd623-Exit.
     perform  zz030-Write-Sort.
     go       to bb020-GetAWord.
*>
        and   SkaWSorPD not = 9             *> an intrinsic function's
              move "Y" to SB-Pending        *>  argument list is not A
              move SkaDataName (1:32) to SB-Cur-Table.  *> subscript
     move     "Y" to RU-In-Sub.             *> a subscript, not A    *> New -RULES
*>                                             condition operand
     move     spaces to wsFoundNewWord3.
     move     zero to A c d Q y s2 z3.   *> 25/3/22 removed s, Z2
     move     1 to s.                   *> Working Word start point
     if       wsFoundWord2 (1:9) = "END-EXEC"
              go to bb056-Exit.
     move     wsFoundWord2 (1:4) to SQ-Span-Type.        *> New -SQLXREF
     if       Features-Output                            *> New -FEATURES
              move wsFoundWord2 (1:32) to FE-Word
              perform bd678-Fe-Exec thru bd678-Exit.
     move     space to SQ-State.
     move     "N" to SQ-Into.
     move     "Y" to SQ-New-Stmt.       *> next word is the statement type
           or  XrDefn not < WS-Restart-Refno)
              write PrintLine after 1
              add   1 to Line-Count
              if  GL-Pend not = spaces                             *> New -GLOSSARY
                  move spaces to PrintLine
                  string "    = " FUNCTION TRIM (GL-Pend) delimited by size
                         into PrintLine
                  write PrintLine after 1
                  add   1 to Line-Count
                  move spaces to GL-Pend
              end-if
              if  Line-Count > Compiler-Line-Cnt
                  perform  zz150-WriteHdb thru zz150-Exit
                  if       WS-Anal1 = zero
                      SkaRefNo "</a></p>" delimited by size
                      into Html-Record
              write   Html-Record.
     if       GL-Count > zero                                      *> New -GLOSSARY
              move SkaDataName to GL-Name
              move SkaRefNo    to GL-Line
              perform bd667-Gl-Find thru bd667-Exit
              move GL-Term-Out to GL-Pend
              if   Html-Output and GL-Found = "Y"
                   move    spaces to Html-Record
                   string  "<p><i>business term:</i> " delimited by size
                           FUNCTION TRIM (GL-Term-Out) delimited by size
                           " - "                       delimited by size
                           FUNCTION TRIM (GL-Def-Out)  delimited by size
                           "</p>"                      delimited by size
                           into Html-Record
                   write   Html-Record
              end-if.
     if       Xml-Output                                           *> New -XML
              move    spaces to Xml-Record
              string  "  <define name=" quote
                   write Layout-Record
                   move LT-Length (LZ-Idx) to LZ-LenZ
                   move spaces to Layout-Record
                   move 1 to LZ-Hdr-Ptr
                   string LT-Level (LZ-Idx)           delimited by size
                          " "                         delimited by size
                          FUNCTION TRIM (LT-Name (LZ-Idx))
                          "  ("                       delimited by size
                          Sht-Section-Name (LT-Section (LZ-Idx))
                                                      delimited by space
                          ")"                         delimited by size
                          into Layout-Record with pointer LZ-Hdr-Ptr
                   move spaces to LZ-Fd                           *> New -SORTCARDS
                   if   LT-Section (LZ-Idx) = 1                   *> New -SORTCARDS
                        perform varying LZ-J from 1 by 1          *> New -SORTCARDS
                                until LZ-J > FIO-Rec-Count        *> New -SORTCARDS
                            if   FUNCTION UPPER-CASE (FIO-Rec-Name (LZ-J))
                               = FUNCTION UPPER-CASE (LT-Name (LZ-Idx))
                                 move FIO-Rec-File (LZ-J) to LZ-Fd
                                 exit perform
                            end-if
                        end-perform
                   end-if
                   if   LZ-Fd not = spaces                        *> New -SORTCARDS
                        string "  fd "                delimited by size
                               FUNCTION TRIM (LZ-Fd)  delimited by size
                               into Layout-Record with pointer LZ-Hdr-Ptr
                   end-if
                   string "  length "                 delimited by size
                          FUNCTION TRIM (LZ-LenZ)     delimited by size
                          into Layout-Record with pointer LZ-Hdr-Ptr
                   write Layout-Record
              end-if
              perform bc842-Layout-Line thru bc842-Exit
                     "|len "                     delimited by size
                     FUNCTION TRIM (DI-LenZ)     delimited by size
                                                 into Dict-Record
              if   GL-Count > zero                                 *> New -GLOSSARY
                   move LT-Name (DI-Idx)  to GL-Name
                   move LT-RefNo (DI-Idx) to GL-Line
                   perform bd667-Gl-Find thru bd667-Exit
                   if   GL-Found = "Y"
                        compute GL-P = FUNCTION LENGTH
                                 (FUNCTION TRIM (Dict-Record TRAILING)) + 1
                        string "|term "            delimited by size
                               FUNCTION TRIM (GL-Term-Out)
                                                   delimited by size
                               into Dict-Record pointer GL-P
                   end-if
              end-if
              write Dict-Record
     end-perform.
 bd179-Exit.
                       move spaces to VA-Text
                       move DF-Buf (DF-P:LT-Length (DF-Idx))
                            to VA-Text
                       if   LT-Num (DF-Idx) = "Y"               *> New -GENDATA
                        and LT-Usage (DF-Idx) = "DISPLAY"       *> numeric 88s
                        and LT-Length (DF-Idx) < 8              *> are held
                            move zeros to VA-Text (1:8)         *> zero-filled
                            move DF-Buf (DF-P:LT-Length (DF-Idx))
                                 to VA-Text (9 - LT-Length (DF-Idx):
                                             LT-Length (DF-Idx))
                       end-if
                       if   VA-Text (1:8) not < CVT-Lo (VA-K)
                        and VA-Text (1:8) not > CVT-Hi (VA-K)
                            move "Y" to LN-Hit
*> "Program-Id:  prog   Paragraph: name   Line: n" and the v2/v3
*>   variants - the Program-Id token (when present) must be this
*>   program's before the paragraph counts.
     perform  bd264-Trace-Parse thru bd264-Exit.
     if       CO-Word = spaces
              go to bd263-Exit.
     if       CO-Prog not = spaces
          and FUNCTION UPPER-CASE (CO-Prog (1:32))
              not = FUNCTION UPPER-CASE (HoldID-Module (1:32))
              go to bd263-Exit.
     move     FUNCTION UPPER-CASE (CO-Word) to CO-Word.
     perform  varying CO-Idx from 1 by 1 until CO-Idx > PG-Para-Count
              if   FUNCTION UPPER-CASE (PG-Para-Name (CO-Idx))
                 = CO-Word (1:32)
                   move "Y" to CO-Hit (CO-Idx)
                   exit perform
              end-if
     end-perform.
 bd263-Exit.
     exit.
*>
 bd264-Trace-Parse.                                               *> New -TESTMAP
*> The trace line's Program-Id (CO-Prog) and Paragraph / Section
*>   (CO-Word), spaces when absent - bd263 and -TESTMAP both.
     move     spaces to CO-Prog CO-Word.
     perform  varying CO-I from 1 by 1 until CO-I > 180
              if   Diff-Old-Record (CO-I:11) = "Program-Id:"
                   exit perform
              end-if
     end-perform.
 bd264-Exit.
     exit.
*>
 bd269-Exit.
     move     "<th>program-ids</th><th>lines</th><th>S3</th>"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "<th>S2</th><th>S1</th><th>RC</th>"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       Blame-Output                                          *> New -BLAME
              move "<th>last change</th><th>by</th><th>commits</th>"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  bd663-Cg-Open thru bd663-Exit.                       *> New -CATALOG
     if       CG-State = "Y"
              move "<th>owner</th><th>tier</th><th>SLA</th><th>on-call</th>"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     "<th>reports</th></tr>" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
*>
     move     zero to DB-Rows SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     DB-Rows to DB-NumZ.
     perform  bd658-Cg-Close thru bd658-Exit.                      *> New -CATALOG
     display  "Dashboard (" FUNCTION TRIM (DB-NumZ)
              " member(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
              into Copyuse-Report-Rec with pointer DB-P.
     move     DB-RC to DB-NumZ.
     string   FUNCTION TRIM (DB-NumZ) delimited by size
              "</td>"                 delimited by size
              into Copyuse-Report-Rec with pointer DB-P.
     write    Copyuse-Report-Rec.
     if       Blame-Output                                     *> New -BLAME
              perform bd455-Blame-Dash thru bd455-Exit.
     if       CG-State = "Y"                                   *> New -CATALOG
              perform bd661-Cg-Dash thru bd661-Exit.
     move     spaces to Copyuse-Report-Rec.
     move     1 to DB-P.
     string   "<td><a href="          delimited by size
              quote                   delimited by size
              FUNCTION TRIM (DB-Base) delimited by size
              ".lst"                  delimited by size
 bd289-Exit.
     exit.
*>
 bd290-Gendata.                                                   *> New -GENDATA
*>***********************
*> Find the named 01, note which of its items are file keys, then
*>   build -GENDATA's count of records and write them raw, back to
*>   back, the way bd180-Dumpfile reads them.  A nested program
*>   that does not hold the 01 leaves the switch on for the next.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     zero to GN-Rec-Idx.
     perform  varying GN-Idx from 1 by 1 until GN-Idx > Layout-Count
              if   LT-Level (GN-Idx) = 1
               and FUNCTION UPPER-CASE (LT-Name (GN-Idx)) = WS-Gendata-Rec
                   move GN-Idx to GN-Rec-Idx
                   exit perform
              end-if
     end-perform.
     if       GN-Rec-Idx = zero
              display "-GENDATA: no 01 " FUNCTION TRIM (WS-Gendata-Rec)
                      " captured in " FUNCTION TRIM (HoldID-Module)
              go to bd299-Exit.
     move     "N" to SW-96.
     move     LT-Length (GN-Rec-Idx) to GN-Rec-Len.
     if       GN-Rec-Len = zero
              display "-GENDATA: " FUNCTION TRIM (WS-Gendata-Rec)
                      " has no computed length"
              go to bd299-Exit.
     if       GN-Rec-Len > 4096
              move 4096 to GN-Rec-Len.
     compute  GN-End = GN-Rec-Idx + 1.
     perform  until GN-End > Layout-Count
                 or LT-Level (GN-End) = 1 or LT-Level (GN-End) = 77
              add 1 to GN-End
     end-perform.
     subtract 1 from GN-End.
*>
*> RECORD / ALTERNATE RECORD KEY items of this record - A group key
*>   carries the sequence in its first elementary item.
*>
     move     zero to GN-Key-Cnt.
     perform  varying GN-Idx from GN-Rec-Idx by 1 until GN-Idx > GN-End
              perform varying GN-J from 1 by 1 until GN-J > FK-Table-Count
                  if   (FK-Key-Type (GN-J) = "RECORD"
                     or FK-Key-Type (GN-J) = "ALTERNATE")
                   and FUNCTION UPPER-CASE (FK-Key-Field (GN-J))
                     = FUNCTION UPPER-CASE (LT-Name (GN-Idx))
                   and GN-Key-Cnt < 20
                       move GN-Idx to GN-K
                       perform until GN-K > GN-End
                                  or LT-Group-Flag (GN-K) = "N"
                               add 1 to GN-K
                       end-perform
                       if   GN-K not > GN-End
                            add  1 to GN-Key-Cnt
                            move GN-K to GN-Key-Idx (GN-Key-Cnt)
                       end-if
                       exit perform
                  end-if
              end-perform
     end-perform.
*>
     if       GN-Seed-Given = "N"
              move FUNCTION CURRENT-DATE (9:8) to WS-Gendata-Seed.
     compute  GN-Rand = FUNCTION MOD (WS-Gendata-Seed, 2147483647).
     if       GN-Rand = zero
              move 1 to GN-Rand.
     move     spaces to DF-File-Name.
     move     Gendata-FileName to DF-File-Name.
     move     2 to DF-Access-Mode.
     move     zero to DF-Deny-Mode DF-Device DF-Handle Return-Code.
     call     "CBL_CREATE_FILE" using DF-File-Name DF-Access-Mode
                                      DF-Deny-Mode DF-Device DF-Handle.
     move     1 to DF-Access-Mode.
     move     3 to DF-Deny-Mode.
     if       Return-Code not = zero
              move zero to Return-Code
              display "-GENDATA: cannot create " FUNCTION TRIM
                      (Gendata-FileName)
              go to bd299-Exit.
     move     zero to DF-Offset GN-Rec-No.
     perform  bd291-One-Record thru bd291-Exit WS-Gendata-Count times.
     call     "CBL_CLOSE_FILE" using DF-Handle.
     move     zero to Return-Code.
     move     GN-Rec-No to GN-NumZ.
     move     WS-Gendata-Seed to GN-NumZ2.
     display  "Synthetic data: " FUNCTION TRIM (GN-NumZ) " "
              FUNCTION TRIM (WS-Gendata-Rec) " records written to "
              FUNCTION TRIM (Gendata-FileName) " - seed "
              FUNCTION TRIM (GN-NumZ2).
     go       to bd299-Exit.
*>
 bd291-One-Record.
     add      1 to GN-Rec-No.
     if       Force-Ebcdic
              move all x"40" to GN-Buf (1:GN-Rec-Len)
     else
              move spaces to GN-Buf (1:GN-Rec-Len).
     move     zero to GN-Skip-Lvl GN-Os-Cnt.
     move     "N" to GN-Is-Key.
     perform  varying GN-Idx from GN-Rec-Idx by 1 until GN-Idx > GN-End
              if   GN-Idx = GN-Rec-Idx
                   exit perform cycle
              end-if
              move LT-Level (GN-Idx) to GN-Close-Lvl
              perform bd292-Close-Occurs thru bd292-Exit
              if   GN-Skip-Lvl > zero
               and LT-Level (GN-Idx) > GN-Skip-Lvl
                   exit perform cycle
              end-if
              move zero to GN-Skip-Lvl
              if   LT-Redefines (GN-Idx) not = spaces   *> the first
                   move LT-Level (GN-Idx) to GN-Skip-Lvl *>  definition
                   exit perform cycle                    *>  owns the bytes
              end-if
              if   LT-Group-Flag (GN-Idx) = "Y"
                   if   LT-Occurs (GN-Idx) > 1
                    and GN-Os-Cnt < 20
                        add  1 to GN-Os-Cnt
                        move GN-Idx to GN-Os-Idx (GN-Os-Cnt)
                        move LT-Level (GN-Idx) to GN-Os-Lvl (GN-Os-Cnt)
                   end-if
                   exit perform cycle
              end-if
              perform bd293-One-Field thru bd293-Exit
     end-perform.
     move     zero to GN-Close-Lvl.
     perform  bd292-Close-Occurs thru bd292-Exit.
*>
*> keys last, so they win over anything A redefinition put there.
*>
     move     "Y" to GN-Is-Key.
     move     "N" to GN-Neg GN-Dom-Hit.
     perform  varying GN-K from 1 by 1 until GN-K > GN-Key-Cnt
              move GN-Key-Idx (GN-K) to GN-Idx
              compute GN-P = LT-Offset (GN-Idx) + 1
              move LT-Length (GN-Idx) to GN-Len
              move GN-Rec-No to GN-Max
              if   LT-Digits (GN-Idx) > zero
               and LT-Digits (GN-Idx) < 9
                   compute GN-Max = FUNCTION MOD
                           (GN-Rec-No, 10 ** LT-Digits (GN-Idx))
              end-if
              if   GN-Len > zero
               and GN-P + GN-Len - 1 not > GN-Rec-Len
                   perform bd295-Put-Field thru bd295-Exit
              end-if
     end-perform.
     move     "N" to GN-Is-Key.
     move     GN-Rec-Len to DF-Count.
     move     zero to DF-Flags Return-Code.
     call     "CBL_WRITE_FILE" using DF-Handle DF-Offset DF-Count
                                      DF-Flags GN-Buf.
     move     zero to Return-Code.
     add      GN-Rec-Len to DF-Offset.
 bd291-Exit.
     exit.
*>
 bd292-Close-Occurs.
*> an OCCURS group now closed: its first occurrence, filled item by
*>   item, is copied over the others.
     perform  until GN-Os-Cnt = zero
                 or GN-Os-Lvl (GN-Os-Cnt) < GN-Close-Lvl
              move GN-Os-Idx (GN-Os-Cnt) to GN-J
              subtract 1 from GN-Os-Cnt
              compute GN-P = LT-Offset (GN-J) + 1
              move LT-Length (GN-J) to GN-Len
              perform varying GN-Occ from 2 by 1
                      until GN-Occ > LT-Occurs (GN-J)
                  compute GN-B = GN-P + ((GN-Occ - 1) * GN-Len)
                  if   GN-Len > zero
                   and GN-B + GN-Len - 1 not > GN-Rec-Len
                       move GN-Buf (GN-P:GN-Len) to GN-Buf (GN-B:GN-Len)
                  end-if
              end-perform
     end-perform.
 bd292-Exit.
     exit.
*>
 bd293-One-Field.
*> an elementary item, every occurrence of its own OCCURS.
     move     LT-Length (GN-Idx) to GN-Len.
     if       GN-Len = zero
              go to bd293-Exit.
     move     LT-Occurs (GN-Idx) to GN-Occ-Max.
     if       GN-Occ-Max < 1
              move 1 to GN-Occ-Max.
     perform  varying GN-Occ from 1 by 1 until GN-Occ > GN-Occ-Max
              compute GN-P = LT-Offset (GN-Idx) + 1
                           + ((GN-Occ - 1) * GN-Len)
              if   GN-P + GN-Len - 1 > GN-Rec-Len
                   exit perform
              end-if
              perform bd294-Pick-Value thru bd294-Exit
              perform bd295-Put-Field thru bd295-Exit
     end-perform.
 bd293-Exit.
     exit.
*>
 bd294-Pick-Value.
*>***********************
*> GN-Max / GN-Neg for A number, GN-Text when an 88 domain names A
*>   literal.  An 88 parent takes one of its VALUE ranges at random,
*>   anything else random digits up to its PIC's size.
*>***********************
     move     "N" to GN-Neg GN-Dom-Hit.
     move     spaces to GN-Text.
     move     zero to GN-Max GN-Dom-Cnt.
     perform  varying GN-J from 1 by 1 until GN-J > Cond-Val-Count
              if   FUNCTION UPPER-CASE (CVT-Var (GN-J))
                 = FUNCTION UPPER-CASE (LT-Name (GN-Idx))
                   add 1 to GN-Dom-Cnt
              end-if
     end-perform.
     if       GN-Dom-Cnt = zero
              go to bd294-Random.
     perform  bd296-Next-Rand thru bd296-Exit.
     compute  GN-Dom-Pick = FUNCTION MOD (GN-Rand, GN-Dom-Cnt) + 1.
     move     zero to GN-Dom-Cnt.
     perform  varying GN-J from 1 by 1 until GN-J > Cond-Val-Count
              if   FUNCTION UPPER-CASE (CVT-Var (GN-J))
                 = FUNCTION UPPER-CASE (LT-Name (GN-Idx))
                   add 1 to GN-Dom-Cnt
                   if   GN-Dom-Cnt = GN-Dom-Pick
                        exit perform
                   end-if
              end-if
     end-perform.
     if       LT-Num (GN-Idx) = "Y"
              if   CVT-Lo (GN-J) numeric
               and CVT-Hi (GN-J) numeric
                   move CVT-Lo (GN-J) to GN-Lo
                   move CVT-Hi (GN-J) to GN-Hi
                   if   GN-Hi < GN-Lo
                        move GN-Lo to GN-Hi
                   end-if
                   perform bd296-Next-Rand thru bd296-Exit
                   compute GN-Max = GN-Lo + FUNCTION MOD
                           (GN-Rand, GN-Hi - GN-Lo + 1)
                   go to bd294-Exit
              end-if
              if   CVT-Lo (GN-J) = "ZERO" or = "ZEROS" or = "ZEROES"
                   go to bd294-Exit
              end-if
              go to bd294-Random
     end-if.
     move     "Y" to GN-Dom-Hit.
     evaluate CVT-Lo (GN-J)
         when "SPACE"
         when "SPACES"
              move spaces to GN-Text
         when "ZERO"
         when "ZEROS"
         when "ZEROES"
              move zeros to GN-Text
         when other
              move CVT-Lo (GN-J) to GN-Text
     end-evaluate.
     go       to bd294-Exit.
*>
 bd294-Random.
     if       LT-Num (GN-Idx) not = "Y"
              go to bd294-Exit.
     move     LT-Digits (GN-Idx) to GN-B.
     if       GN-B > 18
              move 18 to GN-B.
     perform  varying GN-J from 1 by 1 until GN-J > GN-B
              perform bd296-Next-Rand thru bd296-Exit
              compute GN-Max = (GN-Max * 10)
                             + FUNCTION MOD (GN-Rand, 10)
     end-perform.
     if       LT-Signed (GN-Idx) = "Y"
              perform bd296-Next-Rand thru bd296-Exit
              if   FUNCTION MOD (GN-Rand, 4) = zero
                   move "Y" to GN-Neg
              end-if
     end-if.
 bd294-Exit.
     exit.
*>
 bd295-Put-Field.
*> GN-Idx's value into GN-Buf (GN-P:GN-Len) in its USAGE's form.
     move     zero to GN-J.
     inspect  LT-Pic (GN-Idx) tallying GN-J for all "N".
     evaluate true
         when LT-Usage (GN-Idx) = "COMP-3    " or = "COMP-6    "
           or LT-Usage (GN-Idx) (1:6) = "PACKED"
              perform bd297-Put-Packed thru bd297-Put-Packed-Exit
         when (LT-Usage (GN-Idx) = "COMP      " or = "COMP-4    "
           or  LT-Usage (GN-Idx) = "COMP-5    " or = "BINARY    ")
          and LT-Digits (GN-Idx) > zero
              perform bd297-Put-Binary thru bd297-Put-Binary-Exit
         when LT-Usage (GN-Idx) (1:4) = "COMP"
           or LT-Usage (GN-Idx) (1:6) = "BINARY"
           or LT-Usage (GN-Idx) (1:6) = "FLOAT-"
           or LT-Usage (GN-Idx) = "POINTER   " or = "INDEX     "
              move low-values to GN-Buf (GN-P:GN-Len)
         when LT-Usage (GN-Idx) (1:8) = "NATIONAL"
           or GN-J > zero
              perform varying GN-J from GN-P by 2
                      until GN-J + 1 > GN-P + GN-Len - 1
                  move x"0020" to GN-Buf (GN-J:2)
              end-perform
         when LT-Num (GN-Idx) = "Y"
              perform bd297-Put-Zoned thru bd297-Put-Zoned-Exit
         when other
              perform bd297-Put-Alpha thru bd297-Put-Alpha-Exit
     end-evaluate.
 bd295-Exit.
     exit.
*>
 bd296-Next-Rand.
*> Park-Miller minimal standard generator - the same seed gives the
*>   same file on any platform.
     compute  GN-Prod = GN-Rand * 16807.
     compute  GN-Rand = FUNCTION MOD (GN-Prod, 2147483647).
 bd296-Exit.
     exit.
*>
 bd297-Put-Packed.
*> 2 x bytes - 1 digits then the sign nibble: C / D signed, F not.
     if       GN-Len > 20
              move 20 to GN-Len.
     move     GN-Max to GN-Digits.
     move     all "0" to GN-Nibbles.
     compute  GN-B = (GN-Len * 2) - 1.
     if       GN-B > 18
              move GN-Digits to GN-Nibbles (GN-B - 17:18)
     else
              move GN-Digits (19 - GN-B:GN-B) to GN-Nibbles (1:GN-B).
     perform  varying GN-J from 1 by 1 until GN-J > GN-Len
              move GN-Nibbles ((GN-J * 2) - 1:1) to GN-Dig
              if   GN-J < GN-Len
                   move GN-Nibbles (GN-J * 2:1) to GN-Dig2
                   compute GN-Nib = (GN-Dig * 16) + GN-Dig2
              else
                   if   LT-Signed (GN-Idx) not = "Y"
                        compute GN-Nib = (GN-Dig * 16) + 15
                   else
                    if  GN-Neg = "Y"
                        compute GN-Nib = (GN-Dig * 16) + 13
                    else
                        compute GN-Nib = (GN-Dig * 16) + 12
                    end-if
                   end-if
              end-if
              move FUNCTION CHAR (GN-Nib + 1)
                   to GN-Buf (GN-P + GN-J - 1:1)
     end-perform.
 bd297-Put-Packed-Exit.
     exit.
*>
 bd297-Put-Binary.
*> big-endian, two's complement when negative - as bd186 reads it.
     if       GN-Len > 8
              move 8 to GN-Len.
     move     GN-Max to GN-Prod.
     if       GN-Neg = "Y"
          and GN-Len < 8
          and GN-Max > zero
              compute GN-Prod = (256 ** GN-Len) - GN-Max.
     perform  varying GN-J from GN-Len by -1 until GN-J < 1
              compute GN-Nib = FUNCTION MOD (GN-Prod, 256)
              compute GN-Prod = GN-Prod / 256
              move FUNCTION CHAR (GN-Nib + 1)
                   to GN-Buf (GN-P + GN-J - 1:1)
     end-perform.
 bd297-Put-Binary-Exit.
     exit.
*>
 bd297-Put-Zoned.
*> DISPLAY numeric, digits right-justified and unsigned - plain
*>   digits are what -VALDATA passes as numeric, so signs are left
*>   to the packed and binary fields.  Edited pictures get the
*>   digits over spaces.
     move     GN-Max to GN-Digits.
     move     LT-Digits (GN-Idx) to GN-B.
     if       GN-B > 18
              move 18 to GN-B.
     if       GN-B > GN-Len
              move GN-Len to GN-B.
     if       GN-Len = LT-Digits (GN-Idx)
              move all "0" to GN-Buf (GN-P:GN-Len).
     move     GN-Digits (19 - GN-B:GN-B)
              to GN-Buf (GN-P + GN-Len - GN-B:GN-B).
     if       Force-Ebcdic
              inspect GN-Buf (GN-P:GN-Len)
                      converting WS-Ebcdic-To to WS-Ebcdic-From.
 bd297-Put-Zoned-Exit.
     exit.
*>
 bd297-Put-Alpha.
*> A key gets the sequence zero-filled, an 88 parent its literal,
*>   anything else random capitals.
     if       GN-Is-Key = "Y"
              move all "0" to GN-Buf (GN-P:GN-Len)
              move GN-Max to GN-Digits
              move 18 to GN-B
              if   GN-B > GN-Len
                   move GN-Len to GN-B
              end-if
              move GN-Digits (19 - GN-B:GN-B)
                   to GN-Buf (GN-P + GN-Len - GN-B:GN-B)
     else
      if      GN-Dom-Hit = "Y"
              move GN-Text to GN-Buf (GN-P:GN-Len)
      else
              perform varying GN-J from 1 by 1 until GN-J > GN-Len
                  perform bd296-Next-Rand thru bd296-Exit
                  compute GN-B = FUNCTION MOD (GN-Rand, 26) + 1
                  move GN-Alpha (GN-B:1) to GN-Buf (GN-P + GN-J - 1:1)
              end-perform
      end-if
     end-if.
     if       Force-Ebcdic
              inspect GN-Buf (GN-P:GN-Len)
                      converting WS-Ebcdic-To to WS-Ebcdic-From.
 bd297-Put-Alpha-Exit.
     exit.
*>
 bd299-Exit.
     exit.
*>
 bd300-Filecompare.                                               *> New -FILECOMPARE
*>***********************
*> Pick the record layout the way bd180-Dumpfile does, spell out its
*>   elementary items, open both data files raw and pair records by
*>   position or by key, reporting each field whose bytes differ.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     perform  bd301-Find-Record thru bd301-Find-Exit.
     move     "Y" to CM-Gate-Fail.     *> until both files are read
     open     output Filecmp-Listing.
     if       CM-Rec-Idx = zero
              move "No matching 01 record layout captured"
                    to Filecmp-Record
              write Filecmp-Record
              close Filecmp-Listing
              go to bd309-Exit.
     move     LT-Length (CM-Rec-Idx) to CM-Rec-Len.
     if       CM-Rec-Len > 512
              move 512 to CM-Rec-Len.
     if       CM-Rec-Len = zero
              move "Record layout has no computed length"
                    to Filecmp-Record
              write Filecmp-Record
              close Filecmp-Listing
              go to bd309-Exit.
*>
*> the key field, when one is named, inside this 01.
*>
     move     "N" to CM-Keyed.
     move     zero to CM-Key-Idx.
     if       WS-Filecmp-Key not = spaces
              perform varying CM-Idx from CM-Rec-Idx by 1
                      until CM-Idx > CM-End
                  if   FUNCTION UPPER-CASE (LT-Name (CM-Idx))
                     = WS-Filecmp-Key
                       move CM-Idx to CM-Key-Idx
                       exit perform
                  end-if
              end-perform
              if   CM-Key-Idx = zero
                   move spaces to Filecmp-Record
                   string "Key field "        delimited by size
                          WS-Filecmp-Key      delimited by space
                          " is not in "       delimited by size
                          LT-Name (CM-Rec-Idx) delimited by space
                                              into Filecmp-Record
                   write Filecmp-Record
                   close Filecmp-Listing
                   go to bd309-Exit
              end-if
              move "Y" to CM-Keyed
              compute CM-Key-Pos = LT-Offset (CM-Key-Idx) + 1
              move LT-Length (CM-Key-Idx) to CM-Key-Len
              if   CM-Key-Len > 256
                   move 256 to CM-Key-Len
              end-if
              if   CM-Key-Len = zero
                or CM-Key-Pos + CM-Key-Len - 1 > CM-Rec-Len
                   move "Key field lies outside the record"
                         to Filecmp-Record
                   write Filecmp-Record
                   close Filecmp-Listing
                   go to bd309-Exit
              end-if
     end-if.
*>
*> fields to leave out - the command line's, then the config's.
*>
     move     zero to CM-Ign-Cnt.
     perform  bd301-Split-Ignores thru bd301-Split-Exit.
     move     "compare.ignore" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found = "Y"
              move FUNCTION UPPER-CASE (CF-Rest) to WS-Filecmp-Ignore
              perform bd301-Split-Ignores thru bd301-Split-Exit.
     perform  bd301-Build-Fields thru bd301-Exit.
*>
     move     spaces to DF-File-Name.
     move     WS-Filecmp-Old to DF-File-Name.
     move     1 to DF-Access-Mode.
     move     3 to DF-Deny-Mode.
     move     zero to DF-Device CM-Old-Handle Return-Code.
     call     "CBL_OPEN_FILE" using DF-File-Name DF-Access-Mode
                                     DF-Deny-Mode DF-Device CM-Old-Handle.
     if       Return-Code not = zero
              move zero to Return-Code
              move spaces to Filecmp-Record
              string "Cannot open data file "    delimited by size
                     WS-Filecmp-Old              delimited by space
                                                 into Filecmp-Record
              write Filecmp-Record
              close Filecmp-Listing
              go to bd309-Exit.
     move     spaces to DF-File-Name.
     move     WS-Filecmp-New to DF-File-Name.
     move     zero to DF-Device CM-New-Handle Return-Code.
     call     "CBL_OPEN_FILE" using DF-File-Name DF-Access-Mode
                                     DF-Deny-Mode DF-Device CM-New-Handle.
     if       Return-Code not = zero
              move zero to Return-Code
              call "CBL_CLOSE_FILE" using CM-Old-Handle
              move zero to Return-Code
              move spaces to Filecmp-Record
              string "Cannot open data file "    delimited by size
                     WS-Filecmp-New              delimited by space
                                                 into Filecmp-Record
              write Filecmp-Record
              close Filecmp-Listing
              go to bd309-Exit.
*>
     move     spaces to Filecmp-Record.
     move     CM-Rec-Len to CM-NumZ.
     string   "File compare of "             delimited by size
              WS-Filecmp-Old                 delimited by space
              " against "                    delimited by size
              WS-Filecmp-New                 delimited by space
              " as "                         delimited by size
              LT-Name (CM-Rec-Idx)           delimited by space
              " (record length "             delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
              ")"                            delimited by size
                                             into Filecmp-Record.
     write    Filecmp-Record.
     move     spaces to Filecmp-Record.
     if       CM-Keyed = "Y"
              string "Records paired by key "  delimited by size
                     LT-Name (CM-Key-Idx)      delimited by space
                     " - both files in key sequence"
                                               delimited by size
                                               into Filecmp-Record
     else
              move "Records paired by position" to Filecmp-Record.
     write    Filecmp-Record.
     if       CM-Ign-Cnt > zero
              move spaces to Filecmp-Record
              move 1 to CM-P
              string "Fields ignored:" delimited by size
                     into Filecmp-Record with pointer CM-P
              perform varying CM-J from 1 by 1 until CM-J > CM-Ign-Cnt
                                                  or CM-P > 125
                  string " "               delimited by size
                         CM-Ign-Name (CM-J) delimited by space
                         into Filecmp-Record with pointer CM-P
              end-perform
              write Filecmp-Record.
     move     spaces to Filecmp-Record.
     write    Filecmp-Record.
     move     zero to CM-Old-Off CM-New-Off CM-Old-No CM-New-No.
     move     zero to CM-Same CM-Changed CM-Inserted CM-Deleted.
     move     zero to CM-Seq-Errs CM-Detailed.
     move     "N" to CM-Old-Eof CM-New-Eof.
     move     low-values to CM-Old-Prev CM-New-Prev.
     perform  bd304-Read-Old thru bd304-Exit.
     perform  bd305-Read-New thru bd305-Exit.
*>
 bd302-Next-Pair.
     if       CM-Old-Eof = "Y"
          and CM-New-Eof = "Y"
              go to bd302-Done.
     if       CM-Old-Eof = "Y"
              move "I" to CM-Kind
              perform bd307-One-Sided thru bd307-Exit
              perform bd305-Read-New thru bd305-Exit
              go to bd302-Next-Pair.
     if       CM-New-Eof = "Y"
              move "D" to CM-Kind
              perform bd307-One-Sided thru bd307-Exit
              perform bd304-Read-Old thru bd304-Exit
              go to bd302-Next-Pair.
     if       CM-Keyed = "Y"
       and    CM-Old-Buf (CM-Key-Pos:CM-Key-Len)
            < CM-New-Buf (CM-Key-Pos:CM-Key-Len)
              move "D" to CM-Kind
              perform bd307-One-Sided thru bd307-Exit
              perform bd304-Read-Old thru bd304-Exit
              go to bd302-Next-Pair.
     if       CM-Keyed = "Y"
       and    CM-Old-Buf (CM-Key-Pos:CM-Key-Len)
            > CM-New-Buf (CM-Key-Pos:CM-Key-Len)
              move "I" to CM-Kind
              perform bd307-One-Sided thru bd307-Exit
              perform bd305-Read-New thru bd305-Exit
              go to bd302-Next-Pair.
     perform  bd303-Compare-Record thru bd303-Exit.
     perform  bd304-Read-Old thru bd304-Exit.
     perform  bd305-Read-New thru bd305-Exit.
     go       to bd302-Next-Pair.
*>
 bd302-Done.
     call     "CBL_CLOSE_FILE" using CM-Old-Handle.
     call     "CBL_CLOSE_FILE" using CM-New-Handle.
     move     zero to Return-Code.
     move     spaces to Filecmp-Record.
     write    Filecmp-Record.
     move     CM-Old-No to CM-NumZ.
     move     CM-New-No to CM-NumZ2.
     string   "Records read - old "          delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
              ", new "                       delimited by size
              FUNCTION TRIM (CM-NumZ2)       delimited by size
                                             into Filecmp-Record.
     write    Filecmp-Record.
     move     spaces to Filecmp-Record.
     move     1 to CM-P.
     move     CM-Same to CM-NumZ.
     string   "Unchanged "                   delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
              into Filecmp-Record with pointer CM-P.
     move     CM-Changed to CM-NumZ.
     string   "  Changed "                   delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
              into Filecmp-Record with pointer CM-P.
     move     CM-Inserted to CM-NumZ.
     string   "  Inserted "                  delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
              into Filecmp-Record with pointer CM-P.
     move     CM-Deleted to CM-NumZ.
     string   "  Deleted "                   delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
              into Filecmp-Record with pointer CM-P.
     write    Filecmp-Record.
     if       CM-Seq-Errs > zero
              move spaces to Filecmp-Record
              move CM-Seq-Errs to CM-NumZ
              string "Key sequence errors "     delimited by size
                     FUNCTION TRIM (CM-NumZ)    delimited by size
                     " - pairing past them is unreliable"
                                                delimited by size
                                                into Filecmp-Record
              write Filecmp-Record.
     if       CM-Detailed > CM-Detail-Max
              move spaces to Filecmp-Record
              move CM-Detail-Max to CM-NumZ
              string "Detail shown for the first "  delimited by size
                     FUNCTION TRIM (CM-NumZ)        delimited by size
                     " differing records"           delimited by size
                                                    into Filecmp-Record
              write Filecmp-Record.
     if       CM-Changed > zero
              move spaces to Filecmp-Record
              write Filecmp-Record
              move "Differences by field:" to Filecmp-Record
              write Filecmp-Record
              perform varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
                  if   CM-Fld-Diffs (CM-J) > zero
                       move spaces to Filecmp-Record
                       move CM-Fld-Diffs (CM-J) to CM-NumZ
                       string "    "               delimited by size
                              CM-Fld-Label (CM-J)  delimited by size
                              " "                  delimited by size
                              CM-NumZ              delimited by size
                                                   into Filecmp-Record
                       write Filecmp-Record
                  end-if
              end-perform.
     close    Filecmp-Listing.
     if       CM-Changed = zero and CM-Inserted = zero
          and CM-Deleted = zero and CM-Seq-Errs = zero
              move "N" to CM-Gate-Fail.
     move     CM-Changed to CM-NumZ.
     move     CM-Inserted to CM-NumZ2.
     display  "File compare: " FUNCTION TRIM (CM-NumZ) " changed, "
              FUNCTION TRIM (CM-NumZ2) " inserted, " with no advancing.
     move     CM-Deleted to CM-NumZ.
     display  FUNCTION TRIM (CM-NumZ) " deleted - "
              FUNCTION TRIM (Filecmp-FileName).
     go       to bd309-Exit.
*>
 bd301-Find-Record.
*> the named 01 (-DUMPREC), else the first FD-section 01, else the
*>   first 01 - CM-Rec-Idx, and CM-End its last item.
     move     zero to CM-Rec-Idx.
     perform  varying CM-Idx from 1 by 1 until CM-Idx > Layout-Count
              if   LT-Level (CM-Idx) not = 1
                   exit perform cycle
              end-if
              if   WS-Dump-Rec-Name not = spaces
                   if  FUNCTION UPPER-CASE (LT-Name (CM-Idx))
                     = FUNCTION UPPER-CASE (WS-Dump-Rec-Name)
                       move CM-Idx to CM-Rec-Idx
                       exit perform
                   end-if
              else
                   if  LT-Section (CM-Idx) = 1
                       move CM-Idx to CM-Rec-Idx
                       exit perform
                   end-if
              end-if
     end-perform.
     if       CM-Rec-Idx = zero
          and WS-Dump-Rec-Name = spaces
              perform varying CM-Idx from 1 by 1
                      until CM-Idx > Layout-Count
                  if   LT-Level (CM-Idx) = 1
                       move CM-Idx to CM-Rec-Idx
                       exit perform
                  end-if
              end-perform.
     if       CM-Rec-Idx = zero
              go to bd301-Find-Exit.
     compute  CM-End = CM-Rec-Idx + 1.
     perform  until CM-End > Layout-Count
                 or LT-Level (CM-End) = 1 or LT-Level (CM-End) = 77
              add 1 to CM-End
     end-perform.
     subtract 1 from CM-End.
 bd301-Find-Exit.
     exit.
*>
 bd301-Split-Ignores.
*> WS-Filecmp-Ignore holds names split by commas or spaces.
     inspect  WS-Filecmp-Ignore replacing all "," by space.
     move     FUNCTION TRIM (WS-Filecmp-Ignore, LEADING)
                     to WS-Filecmp-Ignore.
     move     1 to CM-P.
     perform  until CM-P > 200 or CM-Ign-Cnt = 50
              move spaces to CM-Pat
              unstring WS-Filecmp-Ignore delimited by all spaces
                       into CM-Pat
                       pointer CM-P
              if   CM-Pat = spaces
                   exit perform
              end-if
              add  1 to CM-Ign-Cnt
              move CM-Pat to CM-Ign-Name (CM-Ign-Cnt)
     end-perform.
 bd301-Split-Exit.
     exit.
*>
 bd301-Build-Fields.
*> every elementary item of the 01 not under A REDEFINES, each
*>   occurrence of its own and its groups' OCCURS as its own entry.
     move     zero to CM-Fld-Cnt CM-Dim-Cnt CM-Skip-Lvl.
     perform  varying CM-Idx from CM-Rec-Idx by 1 until CM-Idx > CM-End
              if   CM-Idx = CM-Rec-Idx
                   exit perform cycle
              end-if
              perform until CM-Dim-Cnt = zero
                         or CM-Dim-Lvl (CM-Dim-Cnt) < LT-Level (CM-Idx)
                      subtract 1 from CM-Dim-Cnt
              end-perform
              if   CM-Skip-Lvl > zero
               and LT-Level (CM-Idx) > CM-Skip-Lvl
                   exit perform cycle
              end-if
              move zero to CM-Skip-Lvl
              if   LT-Redefines (CM-Idx) not = spaces
                   move LT-Level (CM-Idx) to CM-Skip-Lvl
                   exit perform cycle
              end-if
              if   LT-Group-Flag (CM-Idx) = "Y"
                   if   LT-Occurs (CM-Idx) > 1
                    and CM-Dim-Cnt < 5
                        add  1 to CM-Dim-Cnt
                        move CM-Idx to CM-Dim-Idx (CM-Dim-Cnt)
                        move LT-Level (CM-Idx) to CM-Dim-Lvl (CM-Dim-Cnt)
                   end-if
                   exit perform cycle
              end-if
              if   LT-Length (CM-Idx) = zero
                   exit perform cycle
              end-if
              perform bd301-Add-Field thru bd301-Add-Exit
     end-perform.
 bd301-Exit.
     exit.
*>
 bd301-Add-Field.
     move     CM-Dim-Cnt to CM-Dims.
     if       LT-Occurs (CM-Idx) > 1
              add  1 to CM-Dims
              move CM-Idx to CM-Dim-Idx (CM-Dims).
     perform  varying CM-J from 1 by 1 until CM-J > CM-Dims
              move 1 to CM-Dim-Sub (CM-J)
     end-perform.
     move     "N" to CM-Match.
     move     FUNCTION UPPER-CASE (LT-Name (CM-Idx)) to CM-Nm.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Ign-Cnt
                                          or CM-Match = "Y"
              move CM-Ign-Name (CM-J) to CM-Pat
              perform bd308-Name-Match thru bd308-Exit
     end-perform.
 bd301-Add-Loop.
     compute  CM-P = LT-Offset (CM-Idx) + 1.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Dims
              compute CM-P = CM-P + ((CM-Dim-Sub (CM-J) - 1)
                                   * LT-Length (CM-Dim-Idx (CM-J)))
     end-perform.
     if       CM-P + LT-Length (CM-Idx) - 1 > CM-Rec-Len
           or CM-Fld-Cnt = 2000
              go to bd301-Add-Exit.
     add      1 to CM-Fld-Cnt.
     move     CM-Idx to CM-Fld-Idx (CM-Fld-Cnt).
     move     CM-P to CM-Fld-Pos (CM-Fld-Cnt).
     move     CM-Match to CM-Fld-Skip (CM-Fld-Cnt).
     move     zero to CM-Fld-Diffs (CM-Fld-Cnt).
     move     spaces to CM-Label.
     move     1 to CM-K.
     string   LT-Name (CM-Idx) delimited by space
              into CM-Label with pointer CM-K.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Dims
              if   CM-J = 1
                   string "(" delimited by size
                          into CM-Label with pointer CM-K
              else
                   string "," delimited by size
                          into CM-Label with pointer CM-K
              end-if
              move CM-Dim-Sub (CM-J) to CM-NumZ
              string FUNCTION TRIM (CM-NumZ) delimited by size
                     into CM-Label with pointer CM-K
     end-perform.
     if       CM-Dims > zero
              string ")" delimited by size
                     into CM-Label with pointer CM-K.
     move     CM-Label to CM-Fld-Label (CM-Fld-Cnt).
*> next occurrence, last subscript fastest.
     move     CM-Dims to CM-K.
     perform  until CM-K = zero
              add 1 to CM-Dim-Sub (CM-K)
              if   CM-Dim-Sub (CM-K) > LT-Occurs (CM-Dim-Idx (CM-K))
                   move 1 to CM-Dim-Sub (CM-K)
                   subtract 1 from CM-K
              else
                   exit perform
              end-if
     end-perform.
     if       CM-K > zero
              go to bd301-Add-Loop.
 bd301-Add-Exit.
     exit.
*>
 bd303-Compare-Record.
     move     "N" to CM-Rec-Diff.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
              if   CM-Fld-Skip (CM-J) = "Y"
                   exit perform cycle
              end-if
              move CM-Fld-Idx (CM-J) to CM-Idx
              move CM-Fld-Pos (CM-J) to CM-P
              if   CM-Old-Buf (CM-P:LT-Length (CM-Idx))
                 = CM-New-Buf (CM-P:LT-Length (CM-Idx))
                   exit perform cycle
              end-if
              add  1 to CM-Fld-Diffs (CM-J)
              if   CM-Rec-Diff = "N"
                   move "Y" to CM-Rec-Diff
                   add  1 to CM-Changed CM-Detailed
                   if   CM-Detailed not > CM-Detail-Max
                        move "C" to CM-Kind
                        perform bd307-Head-Line thru bd307-Exit
                   end-if
              end-if
              if   CM-Detailed not > CM-Detail-Max
                   move CM-Idx to CM-Dec-Idx
                   move CM-P to CM-Dec-Pos
                   move "O" to CM-Side
                   perform bd306-Decode thru bd306-Exit
                   move CM-Dec-Text to CM-Old-Text
                   move "N" to CM-Side
                   perform bd306-Decode thru bd306-Exit
                   move spaces to Filecmp-Record
                   move CM-Fld-Label (CM-J) to Filecmp-Record (5:48)
                   move "old:" to Filecmp-Record (54:4)
                   move CM-Old-Text to Filecmp-Record (59:64)
                   write Filecmp-Record
                   move spaces to Filecmp-Record
                   move "new:" to Filecmp-Record (54:4)
                   move CM-Dec-Text to Filecmp-Record (59:64)
                   write Filecmp-Record
              end-if
     end-perform.
     if       CM-Rec-Diff = "N"
              add 1 to CM-Same.
 bd303-Exit.
     exit.
*>
 bd304-Read-Old.
     if       CM-Old-Eof = "Y"
              go to bd304-Exit.
     move     CM-Rec-Len to DF-Count.
     move     zero to DF-Flags Return-Code.
     move     spaces to CM-Old-Buf.
     call     "CBL_READ_FILE" using CM-Old-Handle CM-Old-Off DF-Count
                                     DF-Flags CM-Old-Buf.
     if       Return-Code not = zero
              move zero to Return-Code
              move "Y" to CM-Old-Eof
              go to bd304-Exit.
     add      1 to CM-Old-No.
     add      CM-Rec-Len to CM-Old-Off.
     if       CM-Keyed = "N"
              go to bd304-Exit.
     if       CM-Old-Buf (CM-Key-Pos:CM-Key-Len)
            < CM-Old-Prev (1:CM-Key-Len)
              add  1 to CM-Seq-Errs
              move CM-Old-No to CM-NumZ
              move spaces to Filecmp-Record
              string "SEQUENCE old record "    delimited by size
                     FUNCTION TRIM (CM-NumZ)   delimited by size
                     " key below the one before it"
                                               delimited by size
                                               into Filecmp-Record
              write Filecmp-Record.
     move     CM-Old-Buf (CM-Key-Pos:CM-Key-Len)
                     to CM-Old-Prev (1:CM-Key-Len).
 bd304-Exit.
     exit.
*>
 bd305-Read-New.
     if       CM-New-Eof = "Y"
              go to bd305-Exit.
     move     CM-Rec-Len to DF-Count.
     move     zero to DF-Flags Return-Code.
     move     spaces to CM-New-Buf.
     call     "CBL_READ_FILE" using CM-New-Handle CM-New-Off DF-Count
                                     DF-Flags CM-New-Buf.
     if       Return-Code not = zero
              move zero to Return-Code
              move "Y" to CM-New-Eof
              go to bd305-Exit.
     add      1 to CM-New-No.
     add      CM-Rec-Len to CM-New-Off.
     if       CM-Keyed = "N"
              go to bd305-Exit.
     if       CM-New-Buf (CM-Key-Pos:CM-Key-Len)
            < CM-New-Prev (1:CM-Key-Len)
              add  1 to CM-Seq-Errs
              move CM-New-No to CM-NumZ
              move spaces to Filecmp-Record
              string "SEQUENCE new record "    delimited by size
                     FUNCTION TRIM (CM-NumZ)   delimited by size
                     " key below the one before it"
                                               delimited by size
                                               into Filecmp-Record
              write Filecmp-Record.
     move     CM-New-Buf (CM-Key-Pos:CM-Key-Len)
                     to CM-New-Prev (1:CM-Key-Len).
 bd305-Exit.
     exit.
*>
 bd306-Decode.
*> CM-Dec-Idx's value at CM-Dec-Pos of the CM-Side ("O"/"N") record,
*>   via bd185/bd186 for packed and binary, text otherwise.
     if       CM-Side = "O"
              move CM-Old-Buf to DF-Buf
     else
              move CM-New-Buf to DF-Buf.
     move     CM-Dec-Idx to DF-Idx.
     move     CM-Dec-Pos to DF-P.
     move     spaces to CM-Dec-Text.
     move     LT-Length (DF-Idx) to CM-Dec-Len.
     if       CM-Dec-Len > 64
              move 64 to CM-Dec-Len.
     if       LT-Group-Flag (DF-Idx) = "Y"
              go to bd306-Text.
     if       LT-Usage (DF-Idx) = "COMP-3    "
           or LT-Usage (DF-Idx) (1:6) = "PACKED"
              perform bd185-Comp3 thru bd185-Exit
              move DF-Val to DF-ValZ
              move FUNCTION TRIM (DF-ValZ) to CM-Dec-Text
              go to bd306-Exit.
     if       LT-Usage (DF-Idx) (1:4) = "COMP"
           or LT-Usage (DF-Idx) (1:6) = "BINARY"
              perform bd186-Binary thru bd186-Exit
              move DF-Val to DF-ValZ
              move FUNCTION TRIM (DF-ValZ) to CM-Dec-Text
              go to bd306-Exit.
 bd306-Text.
     move     DF-Buf (DF-P:CM-Dec-Len) to CM-Dec-Text.
     if       Force-Ebcdic
              inspect CM-Dec-Text (1:CM-Dec-Len)
                      converting WS-Ebcdic-From to WS-Ebcdic-To.
 bd306-Exit.
     exit.
*>
 bd307-One-Sided.
*> A record in one file only - CM-Kind I (new) or D (old).
     if       CM-Kind = "I"
              add 1 to CM-Inserted
     else
              add 1 to CM-Deleted.
     add      1 to CM-Detailed.
     if       CM-Detailed > CM-Detail-Max
              go to bd307-Exit.
 bd307-Head-Line.
*> C(hanged) pairs take their key from the old side.
     move     spaces to Filecmp-Record.
     move     1 to CM-K.
     evaluate CM-Kind
         when "I"
              move CM-New-No to CM-NumZ
              move "N" to CM-Side
              string "INSERTED new record "  delimited by size
                     FUNCTION TRIM (CM-NumZ) delimited by size
                     into Filecmp-Record with pointer CM-K
         when "D"
              move CM-Old-No to CM-NumZ
              move "O" to CM-Side
              string "DELETED  old record "  delimited by size
                     FUNCTION TRIM (CM-NumZ) delimited by size
                     into Filecmp-Record with pointer CM-K
         when other
              move CM-Old-No to CM-NumZ
              move CM-New-No to CM-NumZ2
              move "O" to CM-Side
              string "CHANGED  old record "  delimited by size
                     FUNCTION TRIM (CM-NumZ) delimited by size
                     " / new record "        delimited by size
                     FUNCTION TRIM (CM-NumZ2) delimited by size
                     into Filecmp-Record with pointer CM-K
     end-evaluate.
     if       CM-Keyed = "Y"
              move CM-Key-Idx to CM-Dec-Idx
              move CM-Key-Pos to CM-Dec-Pos
              perform bd306-Decode thru bd306-Exit
              string " key "                 delimited by size
                     FUNCTION TRIM (CM-Dec-Text) delimited by size
                     into Filecmp-Record with pointer CM-K.
     write    Filecmp-Record.
 bd307-Exit.
     exit.
*>
 bd308-Name-Match.
*> CM-Nm against CM-Pat - A leading * matches A suffix, A trailing
*>   * A prefix, else the whole name.
     move     "N" to CM-Match.
     if       CM-Pat = "*"
              move "Y" to CM-Match
              go to bd308-Exit.
     compute  CM-PL = FUNCTION LENGTH (FUNCTION TRIM (CM-Pat)).
     compute  CM-NL = FUNCTION LENGTH (FUNCTION TRIM (CM-Nm)).
     if       CM-Pat (1:1) = "*"
              if   CM-NL not < CM-PL - 1
               and CM-Nm (CM-NL - CM-PL + 2:CM-PL - 1)
                 = CM-Pat (2:CM-PL - 1)
                   move "Y" to CM-Match
              end-if
              go to bd308-Exit.
     if       CM-Pat (CM-PL:1) = "*"
              if   CM-NL not < CM-PL - 1
               and CM-Nm (1:CM-PL - 1) = CM-Pat (1:CM-PL - 1)
                   move "Y" to CM-Match
              end-if
              go to bd308-Exit.
     if       CM-Nm = CM-Pat
              move "Y" to CM-Match.
 bd308-Exit.
     exit.
*>
 bd309-Exit.
     exit.
*>
 bd310-Maskdata.                                                  *> New -MASKDATA
*>***********************
*> Same layout pick and field table as -FILECOMPARE, with the config
*>   file's mask. tags standing in for the ignore list - the fields
*>   they select are scrambled record by record, every other byte
*>   copied as read.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     perform  bd301-Find-Record thru bd301-Find-Exit.
     move     "Y" to MK-Gate-Fail.     *> until the copy is written
     open     output Maskdata-Listing.
     if       CM-Rec-Idx = zero
              move "No matching 01 record layout captured"
                    to Maskdata-Record
              write Maskdata-Record
              close Maskdata-Listing
              go to bd319-Exit.
     move     LT-Length (CM-Rec-Idx) to CM-Rec-Len.
     if       CM-Rec-Len = zero
           or CM-Rec-Len > 4096
              move "Record layout has no computed length, or over 4096"
                    to Maskdata-Record
              write Maskdata-Record
              close Maskdata-Listing
              go to bd319-Exit.
     if       WS-Mask-Out = spaces
              move "-MASKDATA=in,out names no output file"
                    to Maskdata-Record
              write Maskdata-Record
              close Maskdata-Listing
              go to bd319-Exit.
     perform  bd311-Load-Tags thru bd311-Exit.
     move     zero to CM-Ign-Cnt.
     perform  varying MK-J from 1 by 1 until MK-J > MK-Tag-Cnt
              add  1 to CM-Ign-Cnt
              move MK-Tag-Pat (MK-J) to CM-Ign-Name (CM-Ign-Cnt)
     end-perform.
     perform  bd301-Build-Fields thru bd301-Exit.
*> CM-Fld-Skip now marks A tagged field - note which tag.
     move     zero to MK-Tagged.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
              move zero to MK-Fld-Tag (CM-J) MK-Fld-Hits (CM-J)
              if   CM-Fld-Skip (CM-J) = "N"
                   exit perform cycle
              end-if
              add  1 to MK-Tagged
              move FUNCTION UPPER-CASE (LT-Name (CM-Fld-Idx (CM-J)))
                     to CM-Nm
              move "N" to CM-Match
              perform varying MK-J from 1 by 1 until MK-J > MK-Tag-Cnt
                  move MK-Tag-Pat (MK-J) to CM-Pat
                  perform bd308-Name-Match thru bd308-Exit
                  if   CM-Match = "Y"
                       move MK-J to MK-Fld-Tag (CM-J)
                       exit perform
                  end-if
              end-perform
     end-perform.
     if       MK-Tagged = zero
              move spaces to Maskdata-Record
              string "No field of "            delimited by size
                     LT-Name (CM-Rec-Idx)      delimited by space
                     " matches A mask. tag in the config files"
                                               delimited by size
                                               into Maskdata-Record
              write Maskdata-Record
              close Maskdata-Listing
              go to bd319-Exit.
*>
     move     spaces to DF-File-Name.
     move     WS-Mask-In to DF-File-Name.
     move     1 to DF-Access-Mode.
     move     3 to DF-Deny-Mode.
     move     zero to DF-Device CM-Old-Handle Return-Code.
     call     "CBL_OPEN_FILE" using DF-File-Name DF-Access-Mode
                                     DF-Deny-Mode DF-Device CM-Old-Handle.
     if       Return-Code not = zero
              move zero to Return-Code
              move spaces to Maskdata-Record
              string "Cannot open data file "    delimited by size
                     WS-Mask-In                  delimited by space
                                                 into Maskdata-Record
              write Maskdata-Record
              close Maskdata-Listing
              go to bd319-Exit.
     move     spaces to DF-File-Name.
     move     WS-Mask-Out to DF-File-Name.
     move     2 to DF-Access-Mode.
     move     zero to DF-Deny-Mode DF-Device MK-Out-Handle Return-Code.
     call     "CBL_CREATE_FILE" using DF-File-Name DF-Access-Mode
                                      DF-Deny-Mode DF-Device MK-Out-Handle.
     move     1 to DF-Access-Mode.
     move     3 to DF-Deny-Mode.
     if       Return-Code not = zero
              move zero to Return-Code
              call "CBL_CLOSE_FILE" using CM-Old-Handle
              move zero to Return-Code
              move spaces to Maskdata-Record
              string "Cannot create "            delimited by size
                     WS-Mask-Out                 delimited by space
                                                 into Maskdata-Record
              write Maskdata-Record
              close Maskdata-Listing
              go to bd319-Exit.
     move     "N" to CM-Keyed CM-Old-Eof.
     move     zero to CM-Old-Off CM-Old-No MK-Out-Off.
     perform  bd304-Read-Old thru bd304-Exit.
*>
 bd312-Next-Record.
     if       CM-Old-Eof = "Y"
              go to bd312-Done.
     move     CM-Old-Buf (1:CM-Rec-Len) to CM-New-Buf (1:CM-Rec-Len).
     perform  varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
              if   MK-Fld-Tag (CM-J) not = zero
                   perform bd313-Mask-Field thru bd313-Exit
              end-if
     end-perform.
     move     CM-Rec-Len to DF-Count.
     move     zero to DF-Flags Return-Code.
     call     "CBL_WRITE_FILE" using MK-Out-Handle MK-Out-Off DF-Count
                                      DF-Flags CM-Old-Buf.
     move     zero to Return-Code.
     add      CM-Rec-Len to MK-Out-Off.
     perform  bd304-Read-Old thru bd304-Exit.
     go       to bd312-Next-Record.
*>
 bd312-Done.
     call     "CBL_CLOSE_FILE" using CM-Old-Handle.
     call     "CBL_CLOSE_FILE" using MK-Out-Handle.
     move     zero to Return-Code.
     move     CM-Old-No to MK-Records.
     move     spaces to Maskdata-Record.
     move     CM-Rec-Len to MK-NumZ.
     string   "Masked copy of "              delimited by size
              WS-Mask-In                     delimited by space
              " to "                         delimited by size
              WS-Mask-Out                    delimited by space
              " as "                         delimited by size
              LT-Name (CM-Rec-Idx)           delimited by space
              " (record length "             delimited by size
              FUNCTION TRIM (MK-NumZ)        delimited by size
              ")"                            delimited by size
                                             into Maskdata-Record.
     write    Maskdata-Record.
     move     spaces to Maskdata-Record.
     write    Maskdata-Record.
     move     "Field                                            Kind     Usage        Records changed"
                     to Maskdata-Record.
     write    Maskdata-Record.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
              if   MK-Fld-Tag (CM-J) = zero
                   exit perform cycle
              end-if
              move spaces to Maskdata-Record
              move CM-Fld-Label (CM-J) to Maskdata-Record (1:48)
              move MK-Tag-Kind (MK-Fld-Tag (CM-J))
                     to Maskdata-Record (50:8)
              move LT-Usage (CM-Fld-Idx (CM-J)) to Maskdata-Record (59:10)
              if   LT-Usage (CM-Fld-Idx (CM-J)) = spaces
                   move "DISPLAY" to Maskdata-Record (59:10)
              end-if
              move MK-Fld-Hits (CM-J) to MK-NumZ
              move MK-NumZ to Maskdata-Record (72:9)
              write Maskdata-Record
     end-perform.
     perform  varying MK-J from 1 by 1 until MK-J > MK-Tag-Cnt
              move "N" to CM-Match
              perform varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
                  if   MK-Fld-Tag (CM-J) = MK-J
                       move "Y" to CM-Match
                       exit perform
                  end-if
              end-perform
              if   CM-Match = "N"
                   move spaces to Maskdata-Record
                   string "mask."                  delimited by size
                          MK-Tag-Pat (MK-J)        delimited by space
                          " matched no field of "  delimited by size
                          LT-Name (CM-Rec-Idx)     delimited by space
                                                   into Maskdata-Record
                   write Maskdata-Record
              end-if
     end-perform.
     move     spaces to Maskdata-Record.
     write    Maskdata-Record.
     move     MK-Records to MK-NumZ.
     move     MK-Tagged to CM-NumZ.
     string   "Records processed "           delimited by size
              FUNCTION TRIM (MK-NumZ)        delimited by size
              ", fields masked "             delimited by size
              FUNCTION TRIM (CM-NumZ)        delimited by size
                                             into Maskdata-Record.
     write    Maskdata-Record.
     close    Maskdata-Listing.
     move     "N" to MK-Gate-Fail.
     display  "Masked copy: " FUNCTION TRIM (MK-NumZ) " records, "
              FUNCTION TRIM (CM-NumZ) " fields masked - "
              FUNCTION TRIM (WS-Mask-Out).
     go       to bd319-Exit.
*>
 bd311-Load-Tags.
*> every "mask.NAME: kind" line, user file first so its tags are
*>   tried first; "mask.key: nnnn" keys the hash.
     move     zero to MK-Tag-Cnt.
     move     "N" to MK-Key-Set.
     perform  varying MK-F from 1 by 1 until MK-F > 2
              move spaces to WS-Config-Name
              if   MK-F = 1
                   if   WS-Config-Home = spaces
                        exit perform cycle
                   end-if
                   string WS-Config-Home delimited by space
                          OS-Delimiter   delimited by size
                          ".cobxrefrc"   delimited by size
                          into WS-Config-Name
              else
                   move "/etc/cobxref.conf" to WS-Config-Name
              end-if
              perform bd311-Scan-File thru bd311-Scan-Exit
     end-perform.
 bd311-Exit.
     exit.
*>
 bd311-Scan-File.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd311-Scan-Exit.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Config-In-Rec = spaces
                or Config-In-Rec (1:1) = "#"
                or Config-In-Rec (1:2) = "*>"
                   exit perform cycle
              end-if
              move spaces to CF-Key CF-Rest
              unstring Config-In-Rec delimited by ":"
                       into CF-Key CF-Rest
              move FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Key)) to CF-Key
              if   CF-Key (1:5) not = "MASK."
                   exit perform cycle
              end-if
              move FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Rest, LEADING))
                     to CF-Rest
              if   CF-Key = "MASK.KEY"
                   if   MK-Key-Set = "N"
                    and CF-Rest (1:1) numeric
                        move FUNCTION NUMVAL (CF-Rest (1:10)) to MK-Key
                        move "Y" to MK-Key-Set
                   end-if
                   exit perform cycle
              end-if
              if   MK-Tag-Cnt = 50
                   exit perform cycle
              end-if
              add  1 to MK-Tag-Cnt
              move CF-Key (6:27) to MK-Tag-Pat (MK-Tag-Cnt)
              move spaces to MK-Tag-Kind (MK-Tag-Cnt)
              unstring CF-Rest delimited by all spaces
                       into MK-Tag-Kind (MK-Tag-Cnt)
              if   MK-Tag-Kind (MK-Tag-Cnt) not = "NAME"
               and MK-Tag-Kind (MK-Tag-Cnt) not = "DIGITS"
               and MK-Tag-Kind (MK-Tag-Cnt) not = "TEXT"
               and MK-Tag-Kind (MK-Tag-Cnt) not = "BLANK"
                   move "TEXT" to MK-Tag-Kind (MK-Tag-Cnt)
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
 bd311-Scan-Exit.
     exit.
*>
 bd313-Mask-Field.
*> field CM-J of the field table, scrambled in CM-Old-Buf from A
*>   hash of its own bytes; CM-New-Buf keeps the record as read.
     move     CM-Fld-Idx (CM-J) to MK-Idx.
     move     CM-Fld-Pos (CM-J) to MK-P.
     move     LT-Length (MK-Idx) to MK-Len.
     move     MK-Tag-Kind (MK-Fld-Tag (CM-J)) to MK-Kind.
     move     MK-Key to MK-Hash.
     perform  varying MK-B from 1 by 1 until MK-B > MK-Len
              compute MK-Prod = (MK-Hash * 131)
                      + FUNCTION ORD (CM-Old-Buf (MK-P + MK-B - 1:1))
              compute MK-Hash = FUNCTION MOD (MK-Prod, 2147483647)
     end-perform.
     if       MK-Hash = zero
              move 1 to MK-Hash.
     move     MK-Hash to GN-Rand.
     evaluate true
         when LT-Usage (MK-Idx) = "COMP-3    "
           or LT-Usage (MK-Idx) (1:6) = "PACKED"
              perform bd314-Mask-Packed thru bd314-Exit
         when LT-Usage (MK-Idx) (1:4) = "COMP"
           or LT-Usage (MK-Idx) (1:6) = "BINARY"
              perform bd315-Mask-Binary thru bd315-Exit
         when other
              perform bd316-Mask-Display thru bd316-Exit
     end-evaluate.
     if       CM-Old-Buf (MK-P:MK-Len) not = CM-New-Buf (MK-P:MK-Len)
              add 1 to MK-Fld-Hits (CM-J).
 bd313-Exit.
     exit.
*>
 bd314-Mask-Packed.
*> new digit nibbles, the sign nibble kept - A pad nibble for an
*>   even digit count stays zero.
     perform  varying MK-B from 1 by 1 until MK-B > MK-Len
              compute MK-Lo = FUNCTION ORD
                      (CM-Old-Buf (MK-P + MK-B - 1:1)) - 1
              compute MK-Hi = MK-Lo / 16
              compute MK-Lo = FUNCTION MOD (MK-Lo, 16)
              if   MK-Kind = "BLANK"
                   move zero to MK-Hi
              else
                   perform bd296-Next-Rand thru bd296-Exit
                   compute MK-Hi = FUNCTION MOD (GN-Rand, 10)
              end-if
              if   MK-B = 1
               and LT-Digits (MK-Idx) > zero
               and FUNCTION MOD (LT-Digits (MK-Idx), 2) = zero
                   move zero to MK-Hi
              end-if
              if   MK-B < MK-Len
                   if   MK-Kind = "BLANK"
                        move zero to MK-Lo
                   else
                        perform bd296-Next-Rand thru bd296-Exit
                        compute MK-Lo = FUNCTION MOD (GN-Rand, 10)
                   end-if
              end-if
              move FUNCTION CHAR ((MK-Hi * 16) + MK-Lo + 1)
                     to CM-Old-Buf (MK-P + MK-B - 1:1)
     end-perform.
 bd314-Exit.
     exit.
*>
 bd315-Mask-Binary.
*> A new value of the PIC's digit count, the sign kept, written
*>   back big-endian - A negative one as the ones' complement of
*>   its magnitude less 1, which is its two's complement.
     if       CM-Old-Buf (MK-P:MK-Len) = low-values
              go to bd315-Exit.
     move     "N" to MK-Neg.
     if       LT-Signed (MK-Idx) = "Y"
          and FUNCTION ORD (CM-Old-Buf (MK-P:1)) > 128
              move "Y" to MK-Neg.
     move     zero to MK-Abs.
     if       MK-Kind not = "BLANK"
              move LT-Digits (MK-Idx) to MK-Nd
              if   MK-Nd = zero or MK-Nd > 17
                   move 17 to MK-Nd
              end-if
              if   MK-Len < 2 and MK-Nd > 2
                   move 2 to MK-Nd
              end-if
              if   MK-Len < 3 and MK-Nd > 4
                   move 4 to MK-Nd
              end-if
              if   MK-Len < 5 and MK-Nd > 9
                   move 9 to MK-Nd
              end-if
              perform MK-Nd times
                   perform bd296-Next-Rand thru bd296-Exit
                   compute MK-Abs = (MK-Abs * 10)
                                  + FUNCTION MOD (GN-Rand, 10)
              end-perform
     end-if.
     if       MK-Abs = zero
              move "N" to MK-Neg.
     if       MK-Neg = "Y"
              subtract 1 from MK-Abs.
     perform  varying MK-B from MK-Len by -1 until MK-B < 1
              compute MK-Lo = FUNCTION MOD (MK-Abs, 256)
              compute MK-Abs = MK-Abs / 256
              if   MK-Neg = "Y"
                   compute MK-Lo = 255 - MK-Lo
              end-if
              move FUNCTION CHAR (MK-Lo + 1)
                     to CM-Old-Buf (MK-P + MK-B - 1:1)
     end-perform.
 bd315-Exit.
     exit.
*>
 bd316-Mask-Display.
*> character by character in ASCII terms - A numeric item takes
*>   digits whatever its kind, so an overpunched sign byte survives.
     if       LT-Num (MK-Idx) = "Y"
          and MK-Kind not = "BLANK"
              move "DIGITS" to MK-Kind.
     if       MK-Kind = "BLANK"
              if   LT-Num (MK-Idx) = "Y"
                   move all "0" to CM-Old-Buf (MK-P:MK-Len)
              else
                   move spaces to CM-Old-Buf (MK-P:MK-Len)
              end-if
              if   Force-Ebcdic
                   inspect CM-Old-Buf (MK-P:MK-Len)
                           converting WS-Ebcdic-To to WS-Ebcdic-From
              end-if
              go to bd316-Exit.
     perform  varying MK-B from 1 by 1 until MK-B > MK-Len
              move CM-Old-Buf (MK-P + MK-B - 1:1) to MK-Char
              if   Force-Ebcdic
                   inspect MK-Char
                           converting WS-Ebcdic-From to WS-Ebcdic-To
              end-if
              perform bd296-Next-Rand thru bd296-Exit
              move space to MK-Class
              evaluate true
                  when MK-Char >= "0" and MK-Char <= "9"
                   and MK-Kind not = "NAME"
                       compute MK-Lo = FUNCTION MOD (GN-Rand, 10) + 27
                       move GN-Alpha (MK-Lo:1) to MK-Char
                       move "Y" to MK-Class
                  when MK-Char >= "A" and MK-Char <= "Z"
                   and MK-Kind not = "DIGITS"
                       compute MK-Lo = FUNCTION MOD (GN-Rand, 26) + 1
                       move GN-Alpha (MK-Lo:1) to MK-Char
                       move "Y" to MK-Class
                  when MK-Char >= "a" and MK-Char <= "z"
                   and MK-Kind not = "DIGITS"
                       compute MK-Lo = FUNCTION MOD (GN-Rand, 26) + 1
                       move FUNCTION LOWER-CASE (GN-Alpha (MK-Lo:1))
                              to MK-Char
                       move "Y" to MK-Class
              end-evaluate
              if   MK-Class = "Y"
                   if   Force-Ebcdic
                        inspect MK-Char
                                converting WS-Ebcdic-To to WS-Ebcdic-From
                   end-if
                   move MK-Char to CM-Old-Buf (MK-P + MK-B - 1:1)
              end-if
     end-perform.
 bd316-Exit.
     exit.
*>
 bd319-Exit.
     exit.
*>
 bd320-Dataconv.                                                  *> New -DATACONV
*>***********************
*> Same layout pick and field table as -FILECOMPARE; each record is
*>   copied as read, then its DISPLAY fields transcoded in place so
*>   packed and binary bytes never meet the code-page table.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     perform  bd301-Find-Record thru bd301-Find-Exit.
     move     "Y" to DC-Gate-Fail.     *> until the file is written
     if       CM-Rec-Idx = zero
              display "-DATACONV: no matching 01 record layout captured"
              go to bd329-Exit.
     move     LT-Length (CM-Rec-Idx) to CM-Rec-Len.
     if       CM-Rec-Len = zero
           or CM-Rec-Len > 4095
              display "-DATACONV: record layout has no computed length,"
                      " or over 4095"
              go to bd329-Exit.
     if       WS-Dataconv-Out = spaces
              display "-DATACONV=in,out names no output file"
              go to bd329-Exit.
     move     zero to CM-Ign-Cnt.
     perform  bd301-Build-Fields thru bd301-Exit.
*>
     move     "N" to CM-Keyed CM-Old-Eof DC-In-Eof.
     move     zero to CM-Old-Off CM-Old-No DC-Out-Off DC-Nl-Recs.
     if       WS-Dataconv-Dir = "A2E"
          and WS-Dataconv-Line = "Y"
              open input Dataconv-In
              if   FS-Reply not = zero
                   move zero to FS-Reply
                   display "-DATACONV: cannot open "
                           FUNCTION TRIM (WS-Dataconv-In)
                   go to bd329-Exit
              end-if
     else
              move spaces to DF-File-Name
              move WS-Dataconv-In to DF-File-Name
              move 1 to DF-Access-Mode
              move 3 to DF-Deny-Mode
              move zero to DF-Device CM-Old-Handle Return-Code
              call "CBL_OPEN_FILE" using DF-File-Name DF-Access-Mode
                                         DF-Deny-Mode DF-Device
                                         CM-Old-Handle
              if   Return-Code not = zero
                   move zero to Return-Code
                   display "-DATACONV: cannot open "
                           FUNCTION TRIM (WS-Dataconv-In)
                   go to bd329-Exit
              end-if
     end-if.
     move     spaces to DF-File-Name.
     move     WS-Dataconv-Out to DF-File-Name.
     move     2 to DF-Access-Mode.
     move     zero to DF-Deny-Mode DF-Device DC-Out-Handle Return-Code.
     call     "CBL_CREATE_FILE" using DF-File-Name DF-Access-Mode
                                      DF-Deny-Mode DF-Device DC-Out-Handle.
     move     1 to DF-Access-Mode.
     move     3 to DF-Deny-Mode.
     if       Return-Code not = zero
              move zero to Return-Code
              perform bd323-Close-Input thru bd323-Exit
              display "-DATACONV: cannot create "
                      FUNCTION TRIM (WS-Dataconv-Out)
              go to bd329-Exit.
     perform  bd321-Read thru bd321-Exit.
*>
 bd322-Next-Record.
     if       DC-In-Eof = "Y"
              go to bd322-Done.
     move     CM-Old-Buf (1:CM-Rec-Len) to CM-New-Buf (1:CM-Rec-Len).
     move     "N" to DC-Nl-Hit.
     perform  varying CM-J from 1 by 1 until CM-J > CM-Fld-Cnt
              perform bd324-Convert-Field thru bd324-Exit
     end-perform.
     if       DC-Nl-Hit = "Y"
              add 1 to DC-Nl-Recs.
     move     CM-Rec-Len to DC-Out-Len.
     if       WS-Dataconv-Dir = "E2A"
          and WS-Dataconv-Line = "Y"
              perform until DC-Out-Len = zero
                         or CM-New-Buf (DC-Out-Len:1) not = space
                      subtract 1 from DC-Out-Len
              end-perform
              add  1 to DC-Out-Len
              move x"0A" to CM-New-Buf (DC-Out-Len:1).
     move     DC-Out-Len to DF-Count.
     move     zero to DF-Flags Return-Code.
     call     "CBL_WRITE_FILE" using DC-Out-Handle DC-Out-Off DF-Count
                                      DF-Flags CM-New-Buf.
     move     zero to Return-Code.
     add      DC-Out-Len to DC-Out-Off.
     perform  bd321-Read thru bd321-Exit.
     go       to bd322-Next-Record.
*>
 bd322-Done.
     perform  bd323-Close-Input thru bd323-Exit.
     call     "CBL_CLOSE_FILE" using DC-Out-Handle.
     move     zero to Return-Code.
     move     "N" to DC-Gate-Fail.
     move     CM-Old-No to DC-NumZ.
     if       WS-Dataconv-Dir = "E2A"
              display "Data conversion: " FUNCTION TRIM (DC-NumZ)
                      " records EBCDIC to ASCII - "
                      FUNCTION TRIM (WS-Dataconv-Out) with no advancing
     else
              display "Data conversion: " FUNCTION TRIM (DC-NumZ)
                      " records ASCII to EBCDIC - "
                      FUNCTION TRIM (WS-Dataconv-Out) with no advancing.
     if       WS-Dataconv-Line = "Y"
              display " (line sequential ASCII side)"
     else
              move CM-Rec-Len to DC-NumZ
              display " (fixed length " FUNCTION TRIM (DC-NumZ) ")".
     if       DC-Nl-Recs > zero
          and WS-Dataconv-Line = "Y"
              move DC-Nl-Recs to DC-NumZ
              display "Caution: " FUNCTION TRIM (DC-NumZ)
                      " record(s) hold A x0A/x0D byte in binary or packed"
                      " data - line sequential will split them".
     go       to bd329-Exit.
*>
 bd321-Read.
*> the next input record into CM-Old-Buf, CM-Old-No counting.
     if       WS-Dataconv-Dir = "A2E"
          and WS-Dataconv-Line = "Y"
              read Dataconv-In at end
                   move "Y" to DC-In-Eof
              end-read
              if   DC-In-Eof = "N"
                   move Dataconv-In-Rec (1:CM-Rec-Len)
                          to CM-Old-Buf (1:CM-Rec-Len)
                   add  1 to CM-Old-No
              end-if
              move zero to FS-Reply
              go to bd321-Exit.
     perform  bd304-Read-Old thru bd304-Exit.
     move     CM-Old-Eof to DC-In-Eof.
 bd321-Exit.
     exit.
*>
 bd323-Close-Input.
     if       WS-Dataconv-Dir = "A2E"
          and WS-Dataconv-Line = "Y"
              close Dataconv-In
              move zero to FS-Reply
     else
              call "CBL_CLOSE_FILE" using CM-Old-Handle
              move zero to Return-Code.
 bd323-Exit.
     exit.
*>
 bd324-Convert-Field.
*> field CM-J of the field table, transcoded in CM-New-Buf.
     move     CM-Fld-Idx (CM-J) to DC-Idx.
     move     CM-Fld-Pos (CM-J) to DC-P.
     move     LT-Length (DC-Idx) to DC-Len.
     if       LT-Usage (DC-Idx) (1:4) = "COMP"
           or LT-Usage (DC-Idx) (1:6) = "BINARY"
           or LT-Usage (DC-Idx) (1:6) = "PACKED"
           or LT-Usage (DC-Idx) (1:5) = "INDEX"
           or LT-Usage (DC-Idx) (1:7) = "POINTER"
              move zero to DC-Zone
              inspect CM-New-Buf (DC-P:DC-Len) tallying DC-Zone
                      for all x"0A" all x"0D"
              if   DC-Zone > zero
                   move "Y" to DC-Nl-Hit
              end-if
              go to bd324-Exit.
     if       WS-Dataconv-Dir = "E2A"
              inspect CM-New-Buf (DC-P:DC-Len)
                      converting WS-Ebcdic-From to WS-Ebcdic-To
     else
              inspect CM-New-Buf (DC-P:DC-Len)
                      converting WS-Ebcdic-To to WS-Ebcdic-From.
     if       LT-Num (DC-Idx) = "Y"
              move CM-Old-Buf (DC-P + DC-Len - 1:1) to DC-Char
              perform bd325-Sign-Byte thru bd325-Exit
              move DC-Char to CM-New-Buf (DC-P + DC-Len - 1:1).
 bd324-Exit.
     exit.
*>
 bd325-Sign-Byte.
*> the last byte of A zoned numeric, recast from the byte as read.
     if       WS-Dataconv-Dir = "E2A"
              compute DC-Zone = (FUNCTION ORD (DC-Char) - 1) / 16
              compute DC-Digit = FUNCTION MOD
                                 (FUNCTION ORD (DC-Char) - 1, 16)
              if   DC-Digit > 9
                   inspect DC-Char
                           converting WS-Ebcdic-From to WS-Ebcdic-To
                   go to bd325-Exit
              end-if
              evaluate DC-Zone
                  when 12
                  when 15
                       move FUNCTION CHAR (49 + DC-Digit) to DC-Char
                  when 13
                       if   LT-Signed (DC-Idx) = "Y"
                            move FUNCTION CHAR (113 + DC-Digit)
                                   to DC-Char
                       else
                            move FUNCTION CHAR (49 + DC-Digit)
                                   to DC-Char
                       end-if
                  when other
                       inspect DC-Char
                               converting WS-Ebcdic-From to WS-Ebcdic-To
              end-evaluate
              go to bd325-Exit.
*> A2E - C for A signed positive, D negative, F unsigned.
     move     999 to DC-Digit.
     evaluate true
         when DC-Char >= "0" and DC-Char <= "9"
              compute DC-Digit = FUNCTION ORD (DC-Char) - 49
              move 12 to DC-Zone
         when DC-Char >= "p" and DC-Char <= "y"
              compute DC-Digit = FUNCTION ORD (DC-Char) - 113
              move 13 to DC-Zone
         when DC-Char = "{"
              move zero to DC-Digit
              move 12 to DC-Zone
         when DC-Char >= "A" and DC-Char <= "I"
              compute DC-Digit = FUNCTION ORD (DC-Char) - 65
              move 12 to DC-Zone
         when DC-Char = "}"
              move zero to DC-Digit
              move 13 to DC-Zone
         when DC-Char >= "J" and DC-Char <= "R"
              compute DC-Digit = FUNCTION ORD (DC-Char) - 74
              move 13 to DC-Zone
     end-evaluate.
     if       DC-Digit = 999
              inspect DC-Char converting WS-Ebcdic-To to WS-Ebcdic-From
              go to bd325-Exit.
     if       LT-Signed (DC-Idx) not = "Y"
              move 15 to DC-Zone.
     move     FUNCTION CHAR ((DC-Zone * 16) + DC-Digit + 1) to DC-Char.
 bd325-Exit.
     exit.
*>
 bd329-Exit.
     exit.
*>
 bd330-Reformat.                                                  *> New -REFORMAT
*>***********************
*> True end of job: the member as given is re-read and written back
*>   out normalised beside it - the Identification
*>   Division line for line, the other divisions cut into tokens
*>   and laid out A sentence at A time by bd357-Sentence.  Then A
*>   -FMTSIG run of ourselves over that copy; only A signature equal
*>   to this run's own lets it through to Prog-BaseName.fmt.cbl.
*>***********************
     move     "Y" to RF-Gate-Fail.     *> until the copy is kept
     if       Ebcdic-Source
              display "Caution: -REFORMAT needs An ASCII source - no "
                      "reformatted copy written"
              go to bd349-Exit.
     move     "reformat.case" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found = "Y"
              move FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Rest, LEADING))
                     to RF-Case.
     if       RF-Case not = "LOWER" and not = "KEEP"
              move "UPPER" to RF-Case.
     move     "reformat.indent" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     move     FUNCTION TRIM (CF-Rest, LEADING) to CF-Rest.
     if       CF-Found = "Y"
          and CF-Rest (1:1) numeric
          and CF-Rest (1:1) not = "0"
              move FUNCTION NUMVAL (CF-Rest (1:1)) to RF-Step.
     if       SW-Free
              move "Y" to RF-Free
     else
              move "N" to RF-Free.
     open     input Reformat-In.
     if       FS-Reply not = zero
              display "Caution: cannot re-read "
                       FUNCTION TRIM (WS-Reformat-Src)
                      " - no reformatted copy written"
              move zero to FS-Reply
              go to bd349-Exit.
*>
*> The candidate sits beside the member so its COPY books resolve the
*>   same way: name.fmtchk.cbl, its check run's listing beside it.
*>
     move     zero to RF-K.
     perform  varying RF-I from 128 by -1 until RF-I < 2 or RF-K > zero
              if   WS-Reformat-Src (RF-I:1) = OS-Delimiter
                   move 1 to RF-K
              end-if
              if   WS-Reformat-Src (RF-I:1) = "."
                   compute RF-K = RF-I - 1
              end-if
     end-perform.
     if       RF-K < 2
              move FUNCTION LENGTH (FUNCTION TRIM (WS-Reformat-Src))
                to RF-K.
     move     spaces to RF-Cand RF-Cand-Lst RF-Cand-Pro.
     string   WS-Reformat-Src (1:RF-K) delimited by size
              ".fmtchk.cbl"   delimited by size  into RF-Cand.
     string   WS-Reformat-Src (1:RF-K) delimited by size
              ".fmtchk.lst"   delimited by size  into RF-Cand-Lst.
     string   WS-Reformat-Src (1:RF-K) delimited by size
              ".fmtchk.pro"   delimited by size  into RF-Cand-Pro.
     open     output Reformat-Out.
     move     ">>SOURCE FREE" to Reformat-Out-Rec.
     write    Reformat-Out-Rec.
     move     "I" to RF-Mode.
     move     "N" to RF-Abort RF-In-Lit RF-Copy-Tok RF-Copy-Mode
                     RF-Exec-Mode RF-Mid RF-Copy-First.
     move     zero to RF-Tok-Cnt RF-Words RF-Sp RF-Depth RF-Last-D
                      RF-Col RF-Pad-To RF-Lvl-Sp RF-Last-Lvl-D RF-Lines.
     move     spaces to RF-Line RF-Prev.
 bd331-Next-Line.
     read     Reformat-In at end
              go to bd333-Eof.
     if       RF-Abort = "Y"
              go to bd333-Eof.
     add      1 to RF-Lines.
     inspect  Reformat-In-Rec replacing all x"0D" by space.
     move     zero to RF-Hits.
     inspect  Reformat-In-Rec tallying RF-Hits for all x"09".
     if       RF-Hits = zero
              move Reformat-In-Rec to RF-Raw
     else
              move spaces to RF-Raw
              move 1 to RF-J
              perform  varying RF-I from 1 by 1 until RF-I > 256
                                                   or RF-J > 500
                       if   Reformat-In-Rec (RF-I:1) = x"09"
                            compute RF-K = (RF-J - 1) / 8
                            compute RF-J = RF-K * 8 + 9
                       else
                            move Reformat-In-Rec (RF-I:1)
                              to RF-Raw (RF-J:1)
                            add  1 to RF-J
                       end-if
              end-perform
     end-if.
     if       RF-Free = "Y"
              move space to RF-Ind
              move RF-Raw to RF-Area
              move 256 to RF-Area-Len
              perform until RF-Area-Len < 2
                         or RF-Area (RF-Area-Len:1) not = space
                      subtract 1 from RF-Area-Len
              end-perform
     else
              move RF-Raw (7:1) to RF-Ind
              move RF-Raw (8:65) to RF-Area
              move 65 to RF-Area-Len
              if   RF-Ind = ">"                  *> A directive from col 7
                   move space to RF-Ind
                   move RF-Raw (7:66) to RF-Area
                   move 66 to RF-Area-Len
              end-if
     end-if.
     move     FUNCTION UPPER-CASE (FUNCTION TRIM (RF-Area, LEADING))
                to RF-Upper.
*>
*> Whole lines - comments, debugging lines, directives, blank lines.
*>
     if       RF-Ind = "*" or = "/"
              move spaces to RF-Tu
              string "*>" delimited by size
                     RF-Area (1:RF-Area-Len) delimited by size
                     into RF-Tu
              perform bd356-Whole-Line thru bd356-Exit
              go to bd331-Next-Line.
     if       RF-Ind = "D" or = "d"
              move spaces to RF-Tu
              string ">>D " delimited by size
                     RF-Area (1:RF-Area-Len) delimited by size
                     into RF-Tu
              perform bd356-Whole-Line thru bd356-Exit
              go to bd331-Next-Line.
     if       RF-Ind not = space and not = "-"
              move RF-Raw (7:250) to RF-Tu
              perform bd356-Whole-Line thru bd356-Exit
              go to bd331-Next-Line.
     if       RF-Ind = "-"
              go to bd332-Code.
     if       RF-Upper (1:2) = "*>"
              move RF-Area (1:RF-Area-Len) to RF-Tu
              perform bd356-Whole-Line thru bd356-Exit
              go to bd331-Next-Line.
     if       RF-Upper (1:8) = ">>SOURCE"      *> the copy is all free
              move zero to RF-Hits
              inspect RF-Upper tallying RF-Hits for all "FREE"
              if   RF-Hits > zero
                   move "Y" to RF-Free
              else
                   move "N" to RF-Free
              end-if
              go to bd331-Next-Line.
     if       RF-Upper (1:2) = ">>"
              move FUNCTION TRIM (RF-Area (1:RF-Area-Len), LEADING)
                     to RF-Tu
              perform bd356-Whole-Line thru bd356-Exit
              go to bd331-Next-Line.
     if       RF-Upper = spaces
              move spaces to RF-Tu
              perform bd356-Whole-Line thru bd356-Exit
              go to bd331-Next-Line.
*>
*> Division headers switch the layout rules.
*>
     if       RF-Upper (1:23) = "IDENTIFICATION DIVISION"
           or RF-Upper (1:11) = "ID DIVISION"
           or (RF-Upper (1:11) = "PROGRAM-ID."
               and RF-Mode not = "I")
              perform bd357-Sentence thru bd357-Exit
              perform bd366-Flush thru bd366-Exit
              move "I" to RF-Mode.
     if       RF-Upper (1:20) = "ENVIRONMENT DIVISION"
              perform bd357-Sentence thru bd357-Exit
              perform bd366-Flush thru bd366-Exit
              move "E" to RF-Mode.
     if       RF-Upper (1:13) = "DATA DIVISION"
              perform bd357-Sentence thru bd357-Exit
              perform bd366-Flush thru bd366-Exit
              move zero to RF-Lvl-Sp RF-Last-Lvl-D
              move "D" to RF-Mode.
     if       RF-Upper (1:18) = "PROCEDURE DIVISION"
              perform bd357-Sentence thru bd357-Exit
              perform bd366-Flush thru bd366-Exit
              move zero to RF-Sp RF-Depth RF-Last-D
              move "P" to RF-Mode.
     if       RF-Mode = "I"
              move spaces to Reformat-Out-Rec
              move FUNCTION TRIM (RF-Area (1:RF-Area-Len), LEADING)
                     to Reformat-Out-Rec (2:255)
              write Reformat-Out-Rec
              go to bd331-Next-Line.
 bd332-Code.
     perform  bd353-Tokenize thru bd353-Exit.
     go       to bd331-Next-Line.
*>
 bd333-Eof.
     perform  bd357-Sentence thru bd357-Exit.
     perform  bd366-Flush thru bd366-Exit.
     close    Reformat-In Reformat-Out.
     move     zero to FS-Reply.
     if       RF-Abort = "Y"
              display "Caution: -REFORMAT stopped - "
                       FUNCTION TRIM (RF-Abort-Why)
                      " - no reformatted copy written"
              call "CBL_DELETE_FILE" using RF-Cand
              go to bd349-Exit.
*>
*> The copy through A child run of ourselves for its signature - only
*>   the switches that change how names resolve go with it.
*>
     call     "CBL_DELETE_FILE" using RF-Sig-B.
     move     spaces to RF-Command.
     move     1 to RF-Cmd-Ptr.
     string   "cobxref "         delimited by size
              RF-Cand            delimited by space
              " -FREE -FMTSIG="  delimited by size
              RF-Sig-B           delimited by space
              into RF-Command with pointer RF-Cmd-Ptr.
     perform  varying RF-N from 2 by 1 until RF-N > Arg-Number
              move FUNCTION UPPER-CASE (Arg-Value (RF-N)) to RF-Upper
              if   RF-Upper (1:9) = "-COPYLIB=" or = "-DIALECT="
                                 or = "-MAXCOPY="
                or RF-Upper (1:5) = "-EXT="
                   string " "            delimited by size
                          Arg-Value (RF-N) delimited by space
                          into RF-Command with pointer RF-Cmd-Ptr
              end-if
     end-perform.
     string   " >/dev/null 2>&1" delimited by size
              into RF-Command with pointer RF-Cmd-Ptr.
     call     "SYSTEM" using RF-Command.
     move     zero to return-code.
 bd334-Check.
     open     input Fmtsig-In-A.
     if       FS-Reply not = zero
              display "Caution: no symbol signature for "
                       FUNCTION TRIM (WS-Reformat-Src)
                      " - no reformatted copy written"
              move zero to FS-Reply
              go to bd348-Drop.
     open     input Fmtsig-In-B.
     if       FS-Reply not = zero
              close Fmtsig-In-A
              display "Caution: the reformatted copy would not cross-"
                      "reference - not kept"
              move zero to FS-Reply
              go to bd348-Drop.
     move     zero to RF-Sigs.
 bd335-Compare.
     read     Fmtsig-In-A into RF-Sig-Row at end
              move high-values to RF-Sig-Row.
     read     Fmtsig-In-B into RF-Sig-Last at end
              move high-values to RF-Sig-Last.
     if       RF-Sig-Row = high-values
          and RF-Sig-Last = high-values
              go to bd336-Keep.
     if       RF-Sig-Row = RF-Sig-Last
              add  1 to RF-Sigs
              go to bd335-Compare.
     close    Fmtsig-In-A Fmtsig-In-B.
     move     zero to FS-Reply.
     display  "Caution: the reformatted copy changes the symbol table - "
              "not kept".
     if       RF-Sig-Row = high-values
              move "(none)" to RF-Sig-Row.
     if       RF-Sig-Last = high-values
              move "(none)" to RF-Sig-Last.
     display  "   was: " FUNCTION TRIM (RF-Sig-Row).
     display  "   now: " FUNCTION TRIM (RF-Sig-Last).
     go       to bd348-Drop.
 bd336-Keep.
     close    Fmtsig-In-A Fmtsig-In-B.
     move     zero to FS-Reply.
     call     "CBL_COPY_FILE" using RF-Cand Reformat-FileName.
     if       return-code not = zero
              move zero to return-code
              display "Caution: cannot write "
                       FUNCTION TRIM (Reformat-FileName)
              go to bd348-Drop.
     move     "N" to RF-Gate-Fail.
     move     RF-Sigs to RF-NumZ.
     display  "Reformatted copy " FUNCTION TRIM (Reformat-FileName)
              " written - symbol table unchanged ("
              FUNCTION TRIM (RF-NumZ) " rows)".
 bd348-Drop.
     call     "CBL_DELETE_FILE" using RF-Cand.
     call     "CBL_DELETE_FILE" using RF-Sig-A.
     call     "CBL_DELETE_FILE" using RF-Sig-B.
     call     "CBL_DELETE_FILE" using RF-Cand-Lst.
     call     "CBL_DELETE_FILE" using RF-Cand-Pro.
     move     zero to return-code.
 bd349-Exit.
     exit.
*>
 bd350-Fmtsig-Setup.                                              *> New -REFORMAT
*>***********************
*> Once the temp directory is known: -FMTSIG clears its own file;
*>   -REFORMAT names its signature pair and collects this run's
*>   signature into the first of the pair.
*>***********************
     if       WS-Fmtsig-Child = "Y"
              call "CBL_DELETE_FILE" using WS-Fmtsig-File
              go to bd350-Exit.
     move     spaces to RF-Sig-A RF-Sig-B.
     string   Temp-PathName    delimited by space
              OS-Delimiter     delimited by size
              "cxfmtsig1"      delimited by size   into RF-Sig-A.
     string   Temp-PathName    delimited by space
              OS-Delimiter     delimited by size
              "cxfmtsig2"      delimited by size   into RF-Sig-B.
     move     SourceFileName to WS-Reformat-Src.   *> the member as named
     move     RF-Sig-A to WS-Fmtsig-File.
     call     "CBL_DELETE_FILE" using WS-Fmtsig-File.
 bd350-Exit.
     exit.
*>
 bd351-Fmtsig-Collect.                                            *> New -REFORMAT
*>***********************
*> Per program pass: one signature row per distinct name and type in
*>   the sorted symbol stream and its section - reference counts and
*>   the reference kind are left out, as both follow line breaks (A
*>   lone "name." on A line reads as A paragraph).
*>***********************
     open     extend Fmtsig-Out.
     if       FS-Reply not = zero
              open output Fmtsig-Out.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd351-Exit.
     move     spaces to RF-Sig-Last.
     perform  zz236-Open-Part2 thru zz236-Exit.
 bd351-Next-Name.
     perform  zz238-Get-Sorted-Rec thru zz238-Exit.
     if       Part2-Eof
              perform zz239-Close-Part2
              close Fmtsig-Out
              move zero to FS-Reply
              go to bd351-Exit.
     if       SkaDataName = spaces
              go to bd351-Next-Name.
*> Names ahead of any PROGRAM-ID carry the file name, name.fmtchk here.
     move     FUNCTION UPPER-CASE (SkaProgramName) to RF-Tu.
     if       WS-Fmtsig-Child = "Y"
        and   RF-Tu = FUNCTION UPPER-CASE (Prog-BaseName)
              move zero to RF-Pos
              inspect RF-Tu tallying RF-Pos
                      for characters before initial ".FMTCHK "
              move spaces to RF-Tu (RF-Pos + 1:).
     move     spaces to RF-Sig-Row.
     string   "S|"             delimited by size
              RF-Tu            delimited by space
              "|"              delimited by size
              SkaDataName      delimited by space
              "|"              delimited by size
              SkaWSorPD        delimited by size
              into RF-Sig-Row.
     move     FUNCTION UPPER-CASE (RF-Sig-Row) to RF-Sig-Row.
     if       RF-Sig-Row = RF-Sig-Last
              go to bd351-Next-Name.
     move     RF-Sig-Row to RF-Sig-Last Fmtsig-Out-Rec.
     write    Fmtsig-Out-Rec.
     go       to bd351-Next-Name.
 bd351-Exit.
     exit.
*>
 bd352-Fmtsig-Layout.                                             *> New -REFORMAT
*>***********************
*> True end of job: every captured layout item joins the signature -
*>   level, name, picture, usage, occurs, redefines, size and offset.
*>***********************
     open     extend Fmtsig-Out.
     if       FS-Reply not = zero
              open output Fmtsig-Out.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd352-Exit.
     perform  varying RF-N from 1 by 1 until RF-N > Layout-Count
              move spaces to Fmtsig-Out-Rec
              string "L|"               delimited by size
                     LT-Prog (RF-N)     delimited by space
                     "|"                delimited by size
                     LT-Level (RF-N)    delimited by size
                     "|"                delimited by size
                     LT-Name (RF-N)     delimited by space
                     "|"                delimited by size
                     LT-Pic (RF-N)      delimited by space
                     "|"                delimited by size
                     LT-Usage (RF-N)    delimited by space
                     "|"                delimited by size
                     LT-Occurs (RF-N)   delimited by size
                     "|"                delimited by size
                     LT-Redefines (RF-N) delimited by space
                     "|"                delimited by size
                     LT-Length (RF-N)   delimited by size
                     "|"                delimited by size
                     LT-Offset (RF-N)   delimited by size
                     into Fmtsig-Out-Rec
              move FUNCTION UPPER-CASE (Fmtsig-Out-Rec) to Fmtsig-Out-Rec
              write Fmtsig-Out-Rec
     end-perform.
     close    Fmtsig-Out.
     move     zero to FS-Reply.
 bd352-Exit.
     exit.
*>
 bd353-Tokenize.                                                  *> New -REFORMAT
*>***********************
*> RF-Area (1:RF-Area-Len) into the token table: words, literals
*>   (A fixed-format continuation completes the literal still open),
*>   pseudo-text, inline comments, and sentence periods - A period
*>   ends the sentence, and the one closing A COPY or REPLACE is
*>   kept apart as A Q token.
*>***********************
     move     1 to RF-I.
     move     "N" to RF-Glue.
     if       RF-Ind = "-"
              if   RF-In-Lit = "Y"
                   perform varying RF-I from 1 by 1
                             until RF-I > RF-Area-Len
                                or RF-Area (RF-I:1) = RF-Quote
                           continue
                   end-perform
                   add  1 to RF-I
                   perform bd354-Literal thru bd354-Exit
              else
                   move "Y" to RF-Glue       *> A split word
              end-if
     else
              move "N" to RF-In-Lit
     end-if.
 bd353-Next.
     if       RF-I > RF-Area-Len
           or RF-Abort = "Y"
              go to bd353-Exit.
     move     RF-Area (RF-I:1) to RF-Char.
     if       RF-Char = space
              add  1 to RF-I
              move "N" to RF-Glue
              go to bd353-Next.
     if       RF-Area (RF-I:2) = "*>"
              compute RF-Len = RF-Area-Len - RF-I + 1
              move RF-Area (RF-I:RF-Len) to RF-Tu
              perform until RF-Len < 3
                         or RF-Tu (RF-Len:1) not = space
                      subtract 1 from RF-Len
              end-perform
              move "C" to RF-Want
              perform bd355-Add-Token thru bd355-Exit
              go to bd353-Exit.
     if       RF-Area (RF-I:2) = "=="
              compute RF-J = RF-I + 2
              perform until RF-J > RF-Area-Len
                         or RF-Area (RF-J:2) = "=="
                      add  1 to RF-J
              end-perform
              add  1 to RF-J
              if   RF-J > RF-Area-Len
                   move RF-Area-Len to RF-J
              end-if
              compute RF-Len = RF-J - RF-I + 1
              move RF-Area (RF-I:RF-Len) to RF-Tu
              move "L" to RF-Want
              perform bd355-Add-Token thru bd355-Exit
              compute RF-I = RF-J + 1
              go to bd353-Next.
     if       RF-Char = quote or = "'"
              move RF-Char to RF-Quote
              move RF-Char to RF-Tu
              move 1 to RF-Len
              move "L" to RF-Want
              perform bd355-Add-Token thru bd355-Exit
              add  1 to RF-I
              perform bd354-Literal thru bd354-Exit
              go to bd353-Next.
     move     RF-I to RF-J.
     perform  until RF-J > RF-Area-Len
                 or RF-Area (RF-J:1) = space or = quote or = "'"
                 or RF-Area (RF-J:2) = "*>"
              add  1 to RF-J
     end-perform.
     compute  RF-Len = RF-J - RF-I.
     move     RF-Area (RF-I:RF-Len) to RF-Tu.
     move     RF-J to RF-I.
     if       RF-Tu (RF-Len:1) = "."
          and (RF-I > RF-Area-Len or RF-Area (RF-I:1) = space)
              move space to RF-Tu (RF-Len:1)
              subtract 1 from RF-Len
              if   RF-Len > zero
                   move "W" to RF-Want
                   perform bd355-Add-Token thru bd355-Exit
              end-if
              move "." to RF-Tu
              move 1 to RF-Len
              move "Y" to RF-Glue
              if   RF-Copy-Tok = "Y"
                   move "Q" to RF-Want
              else
                   move "P" to RF-Want
              end-if
              perform bd355-Add-Token thru bd355-Exit
              if   RF-Want = "P"
                or RF-Mode not = "P"
                or RF-Copy-First = "Y"
                   perform bd357-Sentence thru bd357-Exit
              end-if
              move "N" to RF-Copy-Tok
              go to bd353-Next.
     move     "W" to RF-Want.
     perform  bd355-Add-Token thru bd355-Exit.
     go       to bd353-Next.
 bd353-Exit.
     exit.
*>
 bd354-Literal.                                                   *> New -REFORMAT
*> The open literal (the last token) runs on from RF-I to its closing
*>   quote - in fixed format up to column 72 when it is continued.
     if       RF-I > RF-Area-Len
              move "Y" to RF-In-Lit
              go to bd354-Exit.
     if       RF-Tok-Len (RF-Tok-Cnt) > 199
              move "Y" to RF-Abort
              move "A literal is longer than 200 characters" to RF-Abort-Why
              go to bd354-Exit.
     add      1 to RF-Tok-Len (RF-Tok-Cnt).
     move     RF-Area (RF-I:1)
              to RF-Tok-Text (RF-Tok-Cnt) (RF-Tok-Len (RF-Tok-Cnt):1).
     if       RF-Area (RF-I:1) = RF-Quote
              if   RF-I < RF-Area-Len
               and RF-Area (RF-I + 1:1) = RF-Quote
                   add  1 to RF-I
                   add  1 to RF-Tok-Len (RF-Tok-Cnt)
                   move RF-Quote to RF-Tok-Text (RF-Tok-Cnt)
                                       (RF-Tok-Len (RF-Tok-Cnt):1)
              else
                   add  1 to RF-I
                   move "N" to RF-In-Lit
                   move "Y" to RF-Glue
                   go to bd354-Exit
              end-if
     end-if.
     add      1 to RF-I.
     go       to bd354-Literal.
 bd354-Exit.
     exit.
*>
 bd355-Add-Token.                                                 *> New -REFORMAT
*> RF-Want/RF-Tu/RF-Len/RF-Glue as the next token - A sentence too
*>   long for the table is laid out as far as it has got.
     if       RF-Tok-Cnt > 2990
              perform bd357-Sentence thru bd357-Exit.
     add      1 to RF-Tok-Cnt.
     move     RF-Want to RF-Tok-Type (RF-Tok-Cnt).
     move     RF-Glue to RF-Tok-Glue (RF-Tok-Cnt).
     move     RF-Len  to RF-Tok-Len (RF-Tok-Cnt).
     move     RF-Tu   to RF-Tok-Text (RF-Tok-Cnt).
     move     "Y" to RF-Glue.
     if       RF-Want = "W"
              move FUNCTION UPPER-CASE (RF-Tu (1:32)) to RF-Word
              if   RF-Word = "COPY" or = "REPLACE"
                   move "Y" to RF-Copy-Tok
                   if   RF-Words = zero
                        move "Y" to RF-Copy-First
                   end-if
              end-if
     end-if.
     if       RF-Want = "W" or = "L"
              add  1 to RF-Words.
 bd355-Exit.
     exit.
*>
 bd356-Whole-Line.                                                *> New -REFORMAT
*> RF-Tu goes out as A line of its own, in its place among the tokens.
     if       RF-Tok-Cnt = zero
              perform bd366-Flush thru bd366-Exit
              move RF-Tu to Reformat-Out-Rec
              write Reformat-Out-Rec
              go to bd356-Exit.
     move     "F" to RF-Want.
     move     "N" to RF-Glue.
     move     1 to RF-Len.
     perform  bd355-Add-Token thru bd355-Exit.
 bd356-Exit.
     exit.
*>
 bd357-Sentence.                                                  *> New -REFORMAT
*>***********************
*> Lay out the tokens held - A whole sentence unless the table filled
*>   (RF-Mid then tells the next call it continues one).  RF-F/RF-L
*>   are the first and last words, RF-Word/RF-Word2 the first two
*>   and RF-Word3 the last, upper case.
*>***********************
     if       RF-Tok-Cnt = zero
              go to bd357-Exit.
     move     zero to RF-F RF-L.
     perform  varying RF-T from 1 by 1 until RF-T > RF-Tok-Cnt
              if   RF-Tok-Type (RF-T) = "W" or = "L"
                   if   RF-F = zero
                        move RF-T to RF-F
                   end-if
                   move RF-T to RF-L
              end-if
     end-perform.
     move     spaces to RF-Word RF-Word2 RF-Word3 RF-Prev.
     if       RF-F > zero
              move RF-F to RF-T2
              perform bd368-Tok-Word thru bd368-Exit
              move RF-Uw to RF-Word
              compute RF-T2 = RF-F + 1
              perform bd368-Tok-Word thru bd368-Exit
              move RF-Uw to RF-Word2
              move RF-L to RF-T2
              perform bd368-Tok-Word thru bd368-Exit
              move RF-Uw to RF-Word3
     end-if.
     if       RF-F = zero
           or (RF-Mid = "Y" and RF-Mode not = "P")
              perform varying RF-T from 1 by 1 until RF-T > RF-Tok-Cnt
                      perform bd364-Put thru bd364-Exit
              end-perform
     else
              evaluate RF-Mode
                when "E"
                     perform bd358-Env-Sentence thru bd358-Exit
                when "D"
                     perform bd359-Data-Sentence thru bd359-Exit
                when other
                     perform bd360-Proc-Sentence thru bd360-Exit
              end-evaluate
     end-if.
     if       RF-Tok-Type (RF-Tok-Cnt) = "P" or = "Q"
              perform bd366-Flush thru bd366-Exit
              move "N" to RF-Mid
              if   RF-Tok-Type (RF-Tok-Cnt) = "P"
                   move zero to RF-Sp RF-Depth RF-Last-D
                   move "N" to RF-Copy-Mode RF-Exec-Mode
              end-if
     else
              move "Y" to RF-Mid
     end-if.
     move     zero to RF-Tok-Cnt RF-Words.
     move     "N" to RF-Copy-First.
 bd357-Exit.
     exit.
*>
 bd358-Env-Sentence.                                              *> New -REFORMAT
*> Paragraph and section headers at column 2; SELECT with each of its
*>   clauses on A line of its own under the file name.
     move     RF-Word to RF-Uw.
     move     3 to RF-List-No.
     perform  bd369-Lookup thru bd369-Exit.
     if       RF-Hits > zero
              move 2 to RF-D
              perform bd365-Start-Line thru bd365-Exit
              move 6 to RF-Cont
     else
              move 6 to RF-D
              perform bd365-Start-Line thru bd365-Exit
              compute RF-Cont = RF-D + 9
              if   RF-Word = "SELECT"
                   compute RF-Pad-To = RF-D + 9
              end-if
     end-if.
     perform  varying RF-T from 1 by 1 until RF-T > RF-Tok-Cnt
              if   RF-Word = "SELECT"
               and RF-T > RF-F
               and RF-Tok-Type (RF-T) = "W"
                   move RF-T to RF-T2
                   perform bd368-Tok-Word thru bd368-Exit
                   move 4 to RF-List-No
                   perform bd369-Lookup thru bd369-Exit
                   if   RF-Hits > zero
                    and RF-Prev not = "FILE" and not = "ALTERNATE"
                    and RF-Prev not = "RECORD"
                        move 15 to RF-D
                        perform bd365-Start-Line thru bd365-Exit
                        move 19 to RF-Cont
                   end-if
                   move RF-Uw to RF-Prev
              end-if
              perform bd364-Put thru bd364-Exit
     end-perform.
 bd358-Exit.
     exit.
*>
 bd359-Data-Sentence.                                             *> New -REFORMAT
*>***********************
*> FD/SD/RD/CD and section headers at column 2; A data item indented
*>   by how deep its level number nests under the levels before it
*>   (an 88 one step under its owner), name after the level, clauses
*>   lined up at column 36 where the name leaves room.
*>***********************
     move     zero to RF-Lvl.
     if       RF-Word (1:1) numeric
          and (RF-Tok-Len (RF-F) = 1
               or (RF-Tok-Len (RF-F) = 2 and RF-Word (2:1) numeric))
              move FUNCTION NUMVAL (RF-Word (1:2)) to RF-Lvl.
     evaluate true
       when RF-Word = "FD" or = "SD" or = "RD" or = "CD"
              move zero to RF-Lvl-Sp RF-Last-Lvl-D
              move 2 to RF-D
              perform bd365-Start-Line thru bd365-Exit
              move 6 to RF-Cont RF-Pad-To
              move 1 to RF-S
       when (RF-Word3 = "SECTION" or = "DIVISION")
        and RF-Words < 4
              move zero to RF-Lvl-Sp RF-Last-Lvl-D
              move 2 to RF-D
              perform bd365-Start-Line thru bd365-Exit
              move 6 to RF-Cont
              move 1 to RF-S
       when RF-Lvl > zero
              perform bd359-Level thru bd359-Level-Exit
       when other                    *> COPY, EXEC - at the depth in use
              compute RF-D = 2 + RF-Step * RF-Last-Lvl-D
              perform bd365-Start-Line thru bd365-Exit
              compute RF-Cont = RF-D + 4
              move 1 to RF-S
     end-evaluate.
     perform  varying RF-T from RF-S by 1 until RF-T > RF-Tok-Cnt
              perform bd364-Put thru bd364-Exit
     end-perform.
     go       to bd359-Exit.
 bd359-Level.
     evaluate true
       when RF-Lvl = 1
              move 1 to RF-Lvl-Sp
              move 1 to RF-Lvl-Stk (1)
              move zero to RF-N
       when RF-Lvl = 77 or = 66 or = 78
              move zero to RF-Lvl-Sp RF-N
       when RF-Lvl = 88
              compute RF-N = RF-Last-Lvl-D + 1
       when other
              perform until RF-Lvl-Sp = zero
                         or RF-Lvl-Stk (RF-Lvl-Sp) < RF-Lvl
                      subtract 1 from RF-Lvl-Sp
              end-perform
              move RF-Lvl-Sp to RF-N
              if   RF-Lvl-Sp < 50
                   add  1 to RF-Lvl-Sp
                   move RF-Lvl to RF-Lvl-Stk (RF-Lvl-Sp)
              end-if
     end-evaluate.
     if       RF-Lvl not = 88
              move RF-N to RF-Last-Lvl-D.
     compute  RF-D = 2 + RF-Step * RF-N.
     perform  bd365-Start-Line thru bd365-Exit.
     perform  varying RF-T from 1 by 1 until RF-T not < RF-F
              perform bd364-Put thru bd364-Exit
     end-perform.
     if       RF-Tok-Len (RF-F) = 1          *> levels as two digits
              move RF-Tok-Text (RF-F) (1:1) to RF-Tok-Text (RF-F) (2:1)
              move "0" to RF-Tok-Text (RF-F) (1:1)
              move 2 to RF-Tok-Len (RF-F).
     move     RF-F to RF-T.
     perform  bd364-Put thru bd364-Exit.
     compute  RF-S = RF-F + 1.
     compute  RF-Pad-To = RF-D + 4.
     if       RF-S not > RF-Tok-Cnt
          and RF-Tok-Type (RF-S) = "W"
              move RF-Word2 to RF-Uw
              move 5 to RF-List-No
              perform bd369-Lookup thru bd369-Exit
              if   RF-Hits = zero
                   move RF-S to RF-T
                   perform bd364-Put thru bd364-Exit
                   add  1 to RF-S
              end-if
     end-if.
     if       RF-Col < 34
              move 36 to RF-Pad-To RF-Cont
     else
              move zero to RF-Pad-To
              compute RF-Cont = RF-D + 8
     end-if.
 bd359-Level-Exit.
     exit.
 bd359-Exit.
     exit.
*>
 bd360-Proc-Sentence.                                             *> New -REFORMAT
*>***********************
*> Procedure Division: division, section, paragraph and DECLARATIVES
*>   headers at column 2, anything else A statement at A time through
*>   bd361-Proc-Token.
*>***********************
     if       RF-Mid = "Y"
              go to bd360-Statements.
     move     RF-Word to RF-Uw.
     move     1 to RF-List-No.
     perform  bd369-Lookup thru bd369-Exit.
     if       RF-Word = "PROCEDURE" or = "DECLARATIVES" or = "END"
           or (RF-Hits = zero
               and (RF-Words = 1 or RF-Word2 = "SECTION"))
              move zero to RF-Sp RF-Depth RF-Last-D
              move 2 to RF-D
              perform bd365-Start-Line thru bd365-Exit
              move 6 to RF-Cont
              perform varying RF-T from 1 by 1 until RF-T > RF-Tok-Cnt
                      perform bd364-Put thru bd364-Exit
              end-perform
              go to bd360-Exit.
 bd360-Statements.
     perform  varying RF-T from 1 by 1 until RF-T > RF-Tok-Cnt
              perform bd361-Proc-Token thru bd361-Exit
     end-perform.
 bd360-Exit.
     exit.
*>
 bd361-Proc-Token.                                                *> New -REFORMAT
*>***********************
*> One token of A statement sentence.  A verb starts A line at the
*>   current depth - IF, EVALUATE, SEARCH and an inline PERFORM open
*>   A scope one deeper; ELSE and WHEN line up with their scope,
*>   END-xxx with the statement it closes, and AT END, ON SIZE
*>   ERROR, INVALID KEY and the like (NOT or not) one step in from
*>   their statement with the statements they hold one more.
*>***********************
     if       RF-Tok-Type (RF-T) not = "W"
           or RF-Exec-Mode = "Y"
           or RF-Copy-Mode = "Y"
              perform bd364-Put thru bd364-Exit
              move spaces to RF-Prev
              go to bd361-Exit.
     move     RF-T to RF-T2.
     perform  bd368-Tok-Word thru bd368-Exit.
     move     RF-Uw to RF-Word.
     if       RF-Word = "ELSE"
              move "IF" to RF-Pop-Type
              perform bd363-Pop-To thru bd363-Exit
              if   RF-Found = "Y"
                   move RF-Stk-D (RF-Sp) to RF-N
              else
                   move RF-Last-D to RF-N
              end-if
              compute RF-Depth = RF-N + 1
              go to bd361-Line.
     if       RF-Word = "WHEN"
              move "EV" to RF-Pop-Type
              perform bd363-Pop-To thru bd363-Exit
              if   RF-Found = "Y"
                   compute RF-N = RF-Stk-D (RF-Sp) + 1
              else
                   move RF-Last-D to RF-N
              end-if
              compute RF-Depth = RF-N + 1
              go to bd361-Line.
     perform  bd362-Phrase thru bd362-Exit.
     if       RF-Ph-Len > zero
              if   RF-Ph-Not = "Y"
               and RF-Sp > zero
               and RF-Stk-Type (RF-Sp) = "PH"
                   move RF-Stk-D (RF-Sp) to RF-N
              else
                   move RF-Last-D to RF-N
                   if   RF-Sp < 100
                        add  1 to RF-Sp
                        move "PH" to RF-Stk-Type (RF-Sp)
                        move RF-N to RF-Stk-D (RF-Sp)
                   end-if
              end-if
              compute RF-D = 6 + RF-Step * (RF-N + 1)
              perform bd365-Start-Line thru bd365-Exit
              perform RF-Ph-Len times
                      perform bd364-Put thru bd364-Exit
                      add  1 to RF-T
              end-perform
              subtract 1 from RF-T
              compute RF-Depth = RF-N + 2
              go to bd361-Done.
     if       RF-Word (1:4) = "END-"
              evaluate RF-Word
                when "END-IF"
                     move "IF" to RF-Pop-Type
                when "END-EVALUATE"
                when "END-SEARCH"
                     move "EV" to RF-Pop-Type
                when "END-PERFORM"
                     move "PF" to RF-Pop-Type
                when other
                     move "PH" to RF-Pop-Type
              end-evaluate
              if   RF-Pop-Type = "PH"
                   move "N" to RF-Found
                   if   RF-Sp > zero
                    and RF-Stk-Type (RF-Sp) = "PH"
                        move "Y" to RF-Found
                   end-if
              else
                   perform bd363-Pop-To thru bd363-Exit
              end-if
              if   RF-Found = "Y"
                   move RF-Stk-D (RF-Sp) to RF-N
                   subtract 1 from RF-Sp
              else
                   move RF-Last-D to RF-N
              end-if
              move RF-N to RF-Depth
              go to bd361-Line.
     perform  bd362-Is-Verb thru bd362-Verb-Exit.
     if       RF-Verb = "N"
              perform bd364-Put thru bd364-Exit
              go to bd361-Done.
*>
*> A statement.
*>
     move     RF-Depth to RF-N.
     compute  RF-D = 6 + RF-Step * RF-N.
     perform  bd365-Start-Line thru bd365-Exit.
     compute  RF-Cont = RF-D + 9.
     perform  bd364-Put thru bd364-Exit.
     compute  RF-Pad-To = RF-D + 9.
     move     RF-N to RF-Last-D.
     move     spaces to RF-Pop-Type.
     if       RF-Word = "IF"
              move "IF" to RF-Pop-Type.
     if       RF-Word = "EVALUATE" or = "SEARCH"
              move "EV" to RF-Pop-Type.
     if       RF-Word = "PERFORM"
          and RF-Inline = "Y"
              move "PF" to RF-Pop-Type.
     if       RF-Pop-Type not = spaces
          and RF-Sp < 100
              add  1 to RF-Sp
              move RF-Pop-Type to RF-Stk-Type (RF-Sp)
              move RF-N to RF-Stk-D (RF-Sp)
              add  1 to RF-Depth.
     go       to bd361-Done.
 bd361-Line.
*> ELSE, WHEN or A scope terminator on A line of its own at depth RF-N.
     compute  RF-D = 6 + RF-Step * RF-N.
     perform  bd365-Start-Line thru bd365-Exit.
     perform  bd364-Put thru bd364-Exit.
     move     RF-N to RF-Last-D.
 bd361-Done.
     move     RF-Word to RF-Prev.
 bd361-Exit.
     exit.
*>
 bd362-Phrase.                                                    *> New -REFORMAT
*> RF-Ph-Len = the words in A conditional phrase starting at RF-T.
     move     zero to RF-Ph-Len.
     move     "N" to RF-Ph-Not.
     perform  varying RF-S from 1 by 1 until RF-S > 5
              compute RF-T2 = RF-T + RF-S - 1
              perform bd368-Tok-Word thru bd368-Exit
              move RF-Uw to RF-Pw (RF-S)
     end-perform.
     move     1 to RF-S.
     if       RF-Pw (1) = "NOT"
              move "Y" to RF-Ph-Not
              move 2 to RF-S.
     evaluate true
       when RF-Pw (RF-S) = "AT"
        and (RF-Pw (RF-S + 1) = "END" or = "END-OF-PAGE" or = "EOP")
              move 2 to RF-Ph-Len
       when RF-Pw (RF-S) = "ON"
        and RF-Pw (RF-S + 1) = "SIZE"
        and RF-Pw (RF-S + 2) = "ERROR"
              move 3 to RF-Ph-Len
       when RF-Pw (RF-S) = "ON"
        and (RF-Pw (RF-S + 1) = "EXCEPTION" or = "OVERFLOW")
              move 2 to RF-Ph-Len
       when RF-Pw (RF-S) = "SIZE"
        and RF-Pw (RF-S + 1) = "ERROR"
              move 2 to RF-Ph-Len
       when RF-Pw (RF-S) = "INVALID"
        and RF-Pw (RF-S + 1) = "KEY"
              move 2 to RF-Ph-Len
       when RF-Pw (RF-S) = "INVALID"
              move 1 to RF-Ph-Len
       when (RF-Pw (RF-S) = "EXCEPTION" or = "OVERFLOW"
                             or = "END-OF-PAGE" or = "EOP")
        and RF-Prev not = "STANDARD" and not = "AFTER"
              move 1 to RF-Ph-Len
     end-evaluate.
     if       RF-Ph-Len > zero
          and RF-Ph-Not = "Y"
              add  1 to RF-Ph-Len.
 bd362-Exit.
     exit.
*>
 bd362-Is-Verb.
*> RF-Verb = "Y" when RF-Word starts A statement here - not after TO,
*>   FROM, BY and the like, where it can only be An operand.  For
*>   PERFORM RF-Inline says whether it opens an inline scope.
     move     "N" to RF-Verb RF-Inline.
     move     RF-Word to RF-Uw.
     move     1 to RF-List-No.
     perform  bd369-Lookup thru bd369-Exit.
     if       RF-Hits = zero
              go to bd362-Verb-Exit.
     move     RF-Prev to RF-Uw.
     move     2 to RF-List-No.
     perform  bd369-Lookup thru bd369-Exit.
     if       RF-Hits > zero
              go to bd362-Verb-Exit.
     compute  RF-T2 = RF-T + 1.
     perform  bd368-Tok-Word thru bd368-Exit.
     move     RF-Uw to RF-Word2.
     if       RF-Word = "NEXT"
          and RF-Word2 not = "SENTENCE"
              go to bd362-Verb-Exit.
     move     "Y" to RF-Verb.
     if       RF-Word not = "PERFORM"
              go to bd362-Verb-Exit.
     compute  RF-T2 = RF-T + 2.
     perform  bd368-Tok-Word thru bd368-Exit.
     if       RF-Word2 = "VARYING" or = "UNTIL" or = "WITH"
                      or = "TEST" or = "FOREVER"
           or RF-Uw = "TIMES"
              move "Y" to RF-Inline
              go to bd362-Verb-Exit.
     move     RF-Word2 to RF-Uw.
     move     1 to RF-List-No.
     perform  bd369-Lookup thru bd369-Exit.
     if       RF-Hits > zero
              move "Y" to RF-Inline.
 bd362-Verb-Exit.
     exit.
*>
 bd363-Pop-To.                                                    *> New -REFORMAT
*> Drop the scopes above the nearest RF-Pop-Type one - they end with
*>   it - leaving that one on top; none open, nothing dropped.
     move     "N" to RF-Found.
     perform  varying RF-Sx from RF-Sp by -1 until RF-Sx < 1
                                               or RF-Found = "Y"
              if   RF-Stk-Type (RF-Sx) = RF-Pop-Type
                   move RF-Sx to RF-Sp
                   move "Y" to RF-Found
              end-if
     end-perform.
 bd363-Exit.
     exit.
*>
 bd364-Put.                                                       *> New -REFORMAT
*>***********************
*> Token RF-T onto the output line: whole lines on their own, An
*>   inline comment closes the line, periods close up; otherwise one
*>   space apart (none when glued in the source, at least up to
*>   RF-Pad-To after A verb or level), breaking before RF-Width to
*>   continue at RF-Cont.
*>***********************
     evaluate RF-Tok-Type (RF-T)
       when "F"
              perform bd366-Flush thru bd366-Exit
              move RF-Tok-Text (RF-T) to Reformat-Out-Rec
              if   RF-Fix-Copy = "Y"
                   move spaces to Reformat-Out-Rec
                   move RF-Tok-Text (RF-T) to Reformat-Out-Rec (7:250)
              end-if
              write Reformat-Out-Rec
              go to bd364-Exit
       when "P"
       when "Q"
              move zero to RF-Pad-To
              if   RF-Col = zero
                   move RF-Next-Col to RF-Col
              else
                   add  1 to RF-Col
              end-if
              move "." to RF-Line (RF-Col:1)
              if   RF-Tok-Type (RF-T) = "Q"
                   move "N" to RF-Copy-Mode
              end-if
              if   RF-Tok-Type (RF-T) = "Q"
               and RF-Fix-Copy = "Y"
                   perform bd366-Flush thru bd366-Exit
                   move "       >>SOURCE FREE" to Reformat-Out-Rec
                   write Reformat-Out-Rec
                   move "N" to RF-Fix-Copy
                   move 80 to RF-Width
              end-if
              go to bd364-Exit
     end-evaluate.
*>
*> A COPY from fixed-format source is written in fixed format, its
*>   copybook being read in the format of the line that names it.
*>
     if       RF-Tok-Type (RF-T) = "W"
          and RF-Free = "N"
          and RF-Exec-Mode = "N"
          and RF-Fix-Copy = "N"
          and FUNCTION UPPER-CASE (RF-Tok-Text (RF-T) (1:8)) = "COPY"
              perform bd366-Flush thru bd366-Exit
              move "       >>SOURCE FIXED" to Reformat-Out-Rec
              write Reformat-Out-Rec
              move "Y" to RF-Fix-Copy
              move 72 to RF-Width
              if   RF-Next-Col < 12
                   move 12 to RF-Next-Col
              end-if
              compute RF-Cont = RF-Next-Col + 4.
     perform  bd367-Case thru bd367-Exit.
*>
*> A sentence's last word is not left alone on A line, where it would
*>   read as A paragraph name - the word before it goes down with it.
*>
     move     RF-Out-Len to RF-Need.
     if       RF-T + 2 not > RF-Tok-Cnt
              if   (RF-Tok-Type (RF-T + 1) = "W" or = "L")
               and (RF-Tok-Type (RF-T + 2) = "P" or = "Q")
               and RF-Tok-Glue (RF-T + 1) not = "Y"
                   compute RF-Need = RF-Out-Len + RF-Tok-Len (RF-T + 1) + 2
              end-if
     end-if.
     evaluate true
       when RF-Col = zero
              move RF-Next-Col to RF-Pos
       when RF-Tok-Glue (RF-T) = "Y"
              compute RF-Pos = RF-Col + 1
       when RF-Tok-Type (RF-T) = "C"
              compute RF-Pos = RF-Col + 2
       when RF-Col + 1 + RF-Need > RF-Width
        and RF-Col > RF-Cont
              perform bd366-Flush thru bd366-Exit
              move RF-Next-Col to RF-Pos
       when other
              compute RF-Pos = RF-Col + 2
              if   RF-Pad-To > RF-Pos
                   move RF-Pad-To to RF-Pos
              end-if
     end-evaluate.
     if       RF-Tok-Glue (RF-T) not = "Y"
              move zero to RF-Pad-To.
     if       RF-Pos + RF-Out-Len > 500
              move "Y" to RF-Abort
              move "A statement too long to lay out" to RF-Abort-Why
              go to bd364-Exit.
     move     RF-Out (1:RF-Out-Len) to RF-Line (RF-Pos:RF-Out-Len).
     compute  RF-Col = RF-Pos + RF-Out-Len - 1.
     if       RF-Tok-Type (RF-T) = "C"
              perform bd366-Flush thru bd366-Exit
              go to bd364-Exit.
     if       RF-Tok-Type (RF-T) = "W"
              move FUNCTION UPPER-CASE (RF-Out (1:32)) to RF-Uw
              evaluate RF-Uw
                when "COPY"
                when "REPLACE"
                     if   RF-Exec-Mode = "N"
                          move "Y" to RF-Copy-Mode
                     end-if
                when "EXEC"
                     move "Y" to RF-Exec-Mode
                when "END-EXEC"
                     move "N" to RF-Exec-Mode
              end-evaluate
     end-if.
 bd364-Exit.
     exit.
*>
 bd365-Start-Line.                                                *> New -REFORMAT
*> A fresh line starting at column RF-D, continuing 4 in.
     perform  bd366-Flush thru bd366-Exit.
     move     RF-D to RF-Next-Col.
     compute  RF-Cont = RF-D + 4.
     move     zero to RF-Pad-To.
 bd365-Exit.
     exit.
*>
 bd366-Flush.                                                     *> New -REFORMAT
     if       RF-Col = zero
              go to bd366-Exit.
     if       RF-Col > 255
              move "Y" to RF-Abort
              move "A line would pass column 255" to RF-Abort-Why.
     move     RF-Line (1:RF-Col) to Reformat-Out-Rec.
     write    Reformat-Out-Rec.
     move     spaces to RF-Line.
     move     zero to RF-Col.
     move     RF-Cont to RF-Next-Col.
 bd366-Exit.
     exit.
*>
 bd367-Case.                                                      *> New -REFORMAT
*> RF-Out/RF-Out-Len = token RF-T as it is to be written - A reserved
*>   word cased per reformat.case, outside COPY and EXEC text.
     move     RF-Tok-Len (RF-T) to RF-Out-Len.
     move     RF-Tok-Text (RF-T) to RF-Out.
     if       RF-Tok-Type (RF-T) not = "W"
           or RF-Case = "KEEP"
           or RF-Exec-Mode = "Y"
           or RF-Copy-Mode = "Y"
           or RF-Out-Len > 31
              go to bd367-Exit.
     move     RF-T to RF-T2.
     perform  bd368-Tok-Word thru bd368-Exit.
     search   all Reserved-Names
              at end
                   go to bd367-Exit
              when Resvd-Word (Resvd-Idx) = RF-Uw (1:30)
                   continue
     end-search.
     if       RF-Case = "UPPER"
              move FUNCTION UPPER-CASE (RF-Out (1:RF-Out-Len))
                to RF-Out (1:RF-Out-Len)
     else
              move FUNCTION LOWER-CASE (RF-Out (1:RF-Out-Len))
                to RF-Out (1:RF-Out-Len).
 bd367-Exit.
     exit.
*>
 bd368-Tok-Word.                                                  *> New -REFORMAT
*> RF-Uw = token RF-T2 upper case without A trailing comma or
*>   semicolon, spaces if it is not A word.
     move     spaces to RF-Uw.
     if       RF-T2 > RF-Tok-Cnt
           or RF-T2 < 1
              go to bd368-Exit.
     if       RF-Tok-Type (RF-T2) not = "W"
              go to bd368-Exit.
     move     FUNCTION UPPER-CASE (RF-Tok-Text (RF-T2) (1:32)) to RF-Uw.
     if       RF-Tok-Len (RF-T2) < 33
          and RF-Tok-Len (RF-T2) > 1
          and (RF-Uw (RF-Tok-Len (RF-T2):1) = "," or = ";")
              move space to RF-Uw (RF-Tok-Len (RF-T2):1).
 bd368-Exit.
     exit.
*>
 bd369-Lookup.                                                    *> New -REFORMAT
*> RF-Hits > zero when RF-Uw is in word list RF-List-No.
     move     zero to RF-Hits.
     if       RF-Uw = spaces
              go to bd369-Exit.
     move     spaces to RF-Key.
     string   " "       delimited by size
              RF-Uw     delimited by space
              " "       delimited by size
              into RF-Key.
     compute  RF-K = FUNCTION LENGTH (FUNCTION TRIM (RF-Uw)) + 2.
     evaluate RF-List-No
       when 1
              inspect RF-Verb-List tallying RF-Hits for all RF-Key (1:RF-K)
       when 2
              inspect RF-Not-After tallying RF-Hits for all RF-Key (1:RF-K)
       when 3
              inspect RF-Env-Heads tallying RF-Hits for all RF-Key (1:RF-K)
       when 4
              inspect RF-Sel-Breaks tallying RF-Hits for all RF-Key (1:RF-K)
       when other
              inspect RF-Data-Clauses tallying RF-Hits for all RF-Key (1:RF-K)
     end-evaluate.
 bd369-Exit.
     exit.
*>
 bd370-Makefile.                                                  *> New -MAKEFILE
*>***********************
*> dir/library.mk from the library's sources: one object rule per
*>   member on its source plus the inputs its .prostamp recorded,
*>   then A link unit per member nothing else in the library calls.
*>   Calls come from the stitched .calls pairs, ENTRY names resolve
*>   to the member that declares them.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "cxmaketmp"        delimited by size
                                 into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.cbl "           delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.cob 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to MAK-Count MAK-Ent-Count MAK-Roots MAK-No-Stamp
                      SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
               and MAK-Count < 500
                   perform bd371-Add-Member thru bd371-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       MAK-Count = zero
              display "Caution: -MAKEFILE found no .cbl/.cob members in "
                       FUNCTION TRIM (WS-Library-Dir)
              go to bd370-Exit.
*>
*> Called members are not link-unit heads.
*>
     perform  varying MAK-J from 1 by 1 until MAK-J > CY-Pair-Count
              move CY-To (MAK-J) to MAK-Name
              perform bd373-Resolve thru bd373-Exit
              if   MAK-R > zero
               and MAK-Key (MAK-R) not = CY-From (MAK-J)
                   move "Y" to MAK-Called (MAK-R)
              end-if
     end-perform.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "library.mk"       delimited by size
                                 into Copyuse-Report-FileName.
*> Recipe lines start with A TAB, which A line sequential write
*>   refuses as invalid data while validation is on.
     display  "COB_LS_VALIDATE" upon Environment-Name.
     display  "FALSE" upon Environment-Value.
     open     output Copyuse-Report-Out.
     accept   MF-Date-W from date YYYYMMDD.
     move     spaces to Copyuse-Report-Rec.
     string   "# Build dependencies for "       delimited by size
              FUNCTION TRIM (WS-Library-Dir)     delimited by size
              " - cobxref -MAKEFILE "            delimited by size
              MF-Date-W                          delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "# Copybook paths as resolved when each member was analysed"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "# (.prostamp), so run make from the same directory."
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "COBC     = cobc" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "COBFLAGS =" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     ".PHONY: all" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "all:" to MAK-Held.
     perform  varying MAK-Idx from 1 by 1 until MAK-Idx > MAK-Count
              if   MAK-Called (MAK-Idx) not = "Y"
                   add  1 to MAK-Roots
                   move spaces to MAK-Line
                   string "    "                      delimited by size
                          MAK-Base (MAK-Idx)            delimited by space
                          into MAK-Line
                   perform bd374-Put-Held thru bd374-Exit
              end-if
     end-perform.
     perform  bd374-Flush-Held thru bd374-Exit.
*>
     perform  varying MAK-Idx from 1 by 1 until MAK-Idx > MAK-Count
              perform bd372-Object-Rule thru bd372-Exit
     end-perform.
     perform  varying MAK-Idx from 1 by 1 until MAK-Idx > MAK-Count
              if   MAK-Called (MAK-Idx) not = "Y"
                   perform bd375-Link-Unit thru bd375-Exit
              end-if
     end-perform.
     close    Copyuse-Report-Out.
     display  "COB_LS_VALIDATE" upon Environment-Name.
     display  "TRUE" upon Environment-Value.
     move     MAK-Count to MAK-CntZ.
     move     MAK-Roots to MAK-CntZ2.
     display  "Makefile (" FUNCTION TRIM (MAK-CntZ) " member(s), "
              FUNCTION TRIM (MAK-CntZ2) " link unit(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
     if       MAK-No-Stamp > zero
              move MAK-No-Stamp to MAK-CntZ
              display "Caution: " FUNCTION TRIM (MAK-CntZ)
                      " member(s) have no .prostamp - copybook"
                      " dependencies unknown, re-run with -INCREMENTAL"
                      " or the member with -PROCACHE".
 bd370-Exit.
     exit.
*>
 bd371-Add-Member.                                                *> New -MAKEFILE
*> Copyuse-Raw-Rec holds A source path: its names, and the ENTRY
*>   points its .calls declares.
     add      1 to MAK-Count.
     move     Copyuse-Raw-Rec (1:128) to MAK-Src (MAK-Count).
     move     Copyuse-Raw-Rec (1:80) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     CU-Program-Name to MAK-Base (MAK-Count).
     move     FUNCTION UPPER-CASE (CU-Program-Name (1:32))
              to MAK-Key (MAK-Count).
     move     "N" to MAK-Called (MAK-Count) MAK-In (MAK-Count).
     perform  varying MAK-P from 128 by -1
              until MAK-P < 2 or MAK-Src (MAK-Count) (MAK-P:1) = "."
              continue
     end-perform.
     subtract 1 from MAK-P giving MAK-Stem-Len (MAK-Count).
     if       MAK-Stem-Len (MAK-Count) < 1
              go to bd371-Exit.
     move     spaces to Batch-Calls-FileName.
     string   MAK-Src (MAK-Count) (1:MAK-Stem-Len (MAK-Count))
                                 delimited by size
              ".calls"           delimited by size
                                 into Batch-Calls-FileName.
     call     "CBL_CHECK_FILE_EXIST" using Batch-Calls-FileName
                                            Cbl-File-Details.
     if       Return-Code not = zero
              move zero to Return-Code
              go to bd371-Exit.
     move     zero to SW-Batch-Calls-Eof.
     open     input Batch-Calls-In.
     perform  until Batch-Calls-Eof
              read Batch-Calls-In at end
                       move 1 to SW-Batch-Calls-Eof
                       exit perform
              end-read
              if   BCL-Call-Type (1:6) = "ENTRY "
               and MAK-Ent-Count < 500
                   add  1 to MAK-Ent-Count
                   move FUNCTION UPPER-CASE (BCL-Call-Name)
                        to MAK-Ent-Name (MAK-Ent-Count)
                   move MAK-Count to MAK-Ent-Mem (MAK-Ent-Count)
              end-if
     end-perform.
     close    Batch-Calls-In.
 bd371-Exit.
     exit.
*>
 bd372-Object-Rule.                                               *> New -MAKEFILE
*> base.o on the source and the member's recorded inputs, compiled
*>   with -I for each input's directory - A link-unit head as main.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to MAK-Held MAK-Line.
     string   MAK-Base (MAK-Idx)   delimited by space
              ".o: "             delimited by size
              MAK-Src (MAK-Idx)    delimited by space
              into MAK-Held.
     move     zero to MAK-Dir-Count.
     move     spaces to WS-Diff-Old-FileName.
     if       MAK-Stem-Len (MAK-Idx) > zero
              string MAK-Src (MAK-Idx) (1:MAK-Stem-Len (MAK-Idx))
                                      delimited by size
                     ".prostamp"      delimited by size
                     into WS-Diff-Old-FileName
     end-if.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              add  1 to MAK-No-Stamp
              perform bd374-Flush-Held thru bd374-Exit
              move "# no .prostamp - copybook dependencies unknown"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd372-Recipe.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Diff-Old-Record not = spaces
                   perform bd372-One-Input thru bd372-One-Exit
              end-if
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
     perform  bd374-Flush-Held thru bd374-Exit.
 bd372-Recipe.
     move     spaces to MAK-Held.
     string   MAK-Tab                  delimited by size
              "$(COBC) -c"            delimited by size
              into MAK-Held.
     if       MAK-Called (MAK-Idx) not = "Y"
              move " -x" to MAK-Held (12:3).
     compute  MAK-P = FUNCTION LENGTH (FUNCTION TRIM (MAK-Held TRAILING)) + 1.
     move     " $(COBFLAGS)" to MAK-Held (MAK-P:12).
     perform  varying MAK-K from 1 by 1 until MAK-K > MAK-Dir-Count
              move spaces to MAK-Line
              string MAK-Tab                   delimited by size
                     "  -I "                  delimited by size
                     MAK-Dir (MAK-K)            delimited by space
                     into MAK-Line
              perform bd374-Put-Held thru bd374-Exit
     end-perform.
     move     spaces to MAK-Line.
     string   MAK-Tab                  delimited by size
              "  -o $@ $<"            delimited by size
              into MAK-Line.
     perform  bd374-Put-Held thru bd374-Exit.
     perform  bd374-Flush-Held thru bd374-Exit.
 bd372-Exit.
     exit.
*>
 bd372-One-Input.
*> "size date time path" - the member's own source is already named.
     move     spaces to MAK-Path-W.
     unstring Diff-Old-Record delimited by all spaces
              into MAK-Size-W MAK-Date-W MAK-Time-W MAK-Path-W.
     if       MAK-Path-W = spaces
           or MAK-Path-W (1:128) = MAK-Src (MAK-Idx)
              go to bd372-One-Exit.
     move     spaces to MAK-Line.
     string   "    "                  delimited by size
              MAK-Path-W               delimited by space
              into MAK-Line.
     perform  bd374-Put-Held thru bd374-Exit.
     move     zero to MAK-P.
     perform  varying MAK-K from 1 by 1 until MAK-K > 128
              if   MAK-Path-W (MAK-K:1) = OS-Delimiter
                   move MAK-K to MAK-P
              end-if
     end-perform.
     if       MAK-P > 1
              move MAK-Path-W (1:MAK-P - 1) to MAK-Dir-W
     else
              move "." to MAK-Dir-W.
     move     "N" to MAK-Changed.
     perform  varying MAK-K from 1 by 1 until MAK-K > MAK-Dir-Count
              if   MAK-Dir (MAK-K) = MAK-Dir-W
                   move "Y" to MAK-Changed
              end-if
     end-perform.
     if       MAK-Changed = "N"
      and     MAK-Dir-Count < 20
              add  1 to MAK-Dir-Count
              move MAK-Dir-W to MAK-Dir (MAK-Dir-Count).
 bd372-One-Exit.
     exit.
*>
 bd373-Resolve.                                                   *> New -MAKEFILE
*> MAK-R = the member whose name or ENTRY is MAK-Name, else zero.
     move     zero to MAK-R.
     perform  varying MAK-K from 1 by 1 until MAK-K > MAK-Count
              if   MAK-Key (MAK-K) = MAK-Name
                   move MAK-K to MAK-R
                   go to bd373-Exit
              end-if
     end-perform.
     perform  varying MAK-K from 1 by 1 until MAK-K > MAK-Ent-Count
              if   MAK-Ent-Name (MAK-K) = MAK-Name
                   move MAK-Ent-Mem (MAK-K) to MAK-R
                   go to bd373-Exit
              end-if
     end-perform.
 bd373-Exit.
     exit.
*>
 bd374-Put-Held.                                                  *> New -MAKEFILE
*> Writes the held line continued with A backslash, holds MAK-Line.
     compute  MAK-P = FUNCTION LENGTH (FUNCTION TRIM (MAK-Held TRAILING)) + 1.
     move     " \" to MAK-Held (MAK-P:2).
     move     MAK-Held to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     MAK-Line to MAK-Held.
     go       to bd374-Exit.
 bd374-Flush-Held.
     if       MAK-Held not = spaces
              move MAK-Held to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to MAK-Held.
 bd374-Exit.
     exit.
*>
 bd375-Link-Unit.                                                 *> New -MAKEFILE
*> Member MAK-Idx and every member its calls reach, transitively.
     perform  varying MAK-J from 1 by 1 until MAK-J > MAK-Count
              move "N" to MAK-In (MAK-J)
     end-perform.
     move     "Y" to MAK-In (MAK-Idx).
     move     "Y" to MAK-Changed.
     perform  until MAK-Changed = "N"
              move "N" to MAK-Changed
              perform varying MAK-J from 1 by 1 until MAK-J > CY-Pair-Count
                  move CY-From (MAK-J) to MAK-Name
                  perform bd373-Resolve thru bd373-Exit
                  if   MAK-R > zero
                   and MAK-In (MAK-R) = "Y"
                       move CY-To (MAK-J) to MAK-Name
                       perform bd373-Resolve thru bd373-Exit
                       if   MAK-R > zero
                        and MAK-In (MAK-R) = "N"
                            move "Y" to MAK-In (MAK-R)
                            move "Y" to MAK-Changed
                       end-if
                  end-if
              end-perform
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to MAK-Held.
     string   MAK-Base (MAK-Idx)   delimited by space
              ": "               delimited by size
              MAK-Base (MAK-Idx)   delimited by space
              ".o"               delimited by size
              into MAK-Held.
     perform  varying MAK-J from 1 by 1 until MAK-J > MAK-Count
              if   MAK-In (MAK-J) = "Y"
               and MAK-J not = MAK-Idx
                   move spaces to MAK-Line
                   string "    "             delimited by size
                          MAK-Base (MAK-J)     delimited by space
                          ".o"               delimited by size
                          into MAK-Line
                   perform bd374-Put-Held thru bd374-Exit
              end-if
     end-perform.
     perform  bd374-Flush-Held thru bd374-Exit.
     move     spaces to Copyuse-Report-Rec.
     string   MAK-Tab                       delimited by size
              "$(COBC) -x $(COBFLAGS) -o $@ $^"
                                           delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd375-Exit.
     exit.
*>
 bd376-Sqlimpact.                                                 *> New -SQLIMPACT
*>***********************
*> dir/sqlimpact.report: every saved EXEC SQL statement on the table
*>   named by -SQLIMPACT=, program by program, from the members' .xdb
*>   databases.  Each .xdb is loaded into the usual tables one
*>   program at A time, the way -REPORTDB reloads A single one.
*>***********************
     move     spaces to SI-Word SI-Table SI-Column.
     move     zero to SI-N.
     unstring FUNCTION UPPER-CASE (WS-Sqlimpact-Arg) delimited by "."
              into SI-Word SI-Table SI-Column
              tallying in SI-N.
     if       SI-N < 3
              move SI-Table to SI-Column
              move SI-Word  to SI-Table.
     if       SI-Table = spaces
              display "Caution: -SQLIMPACT= needs A table name"
              go to bd376-Exit.
     move     SI-Column to SI-Col-Fold.
     inspect  SI-Col-Fold replacing all "-" by "_".
     move     zero to SI-Dbs SI-Progs SI-Stmts SI-Host-Cnt SI-Ends
                      SI-Manual SW-Copyuse-Raw-Eof.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "cxsqitmp"         delimited by size
                                 into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "sqlimpact.report" delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     accept   MF-Date-W from date YYYYMMDD.
     move     spaces to Copyuse-Report-Rec.
     string   "SQL schema change impact - "      delimited by size
              FUNCTION TRIM (WS-Library-Dir)      delimited by size
              " - "                               delimited by size
              MF-Date-W                           delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     if       SI-Column = spaces
              string "Change: table "               delimited by size
                     FUNCTION TRIM (SI-Table)        delimited by size
                     " (all columns)"                delimited by size
                     into Copyuse-Report-Rec
     else
              string "Change: table "               delimited by size
                     FUNCTION TRIM (SI-Table)        delimited by size
                     " column "                      delimited by size
                     FUNCTION TRIM (SI-Column)       delimited by size
                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd377-One-Xdb thru bd377-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       SI-Dbs = zero
              move "No .xdb databases found - run the members with -SAVEDB (or -SQLIMPACT=) first"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              display "Caution: -SQLIMPACT found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir).
     move     SI-Stmts to SI-CntZ.
     move     SI-Progs to SI-CntZ2.
     move     spaces to Copyuse-Report-Rec.
     string   "Summary: "                        delimited by size
              FUNCTION TRIM (SI-CntZ)             delimited by size
              " statement(s) in "                 delimited by size
              FUNCTION TRIM (SI-CntZ2)            delimited by size
              " program(s)"                       delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     SI-Host-Cnt to SI-CntZ.
     move     SI-Ends to SI-CntZ2.
     move     spaces to Copyuse-Report-Rec.
     string   "         "                        delimited by size
              FUNCTION TRIM (SI-CntZ)             delimited by size
              " host item(s), "                   delimited by size
              FUNCTION TRIM (SI-CntZ2)            delimited by size
              " record field(s) reached"          delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       SI-Manual > zero
              move SI-Manual to SI-CntZ
              move spaces to Copyuse-Report-Rec
              string "         "                 delimited by size
                     FUNCTION TRIM (SI-CntZ)      delimited by size
                     " statement(s) to check by hand"
                                                  delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Reviewed by: ____________________   Date: __________" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Approved by: ____________________   Date: __________" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     SI-Stmts to SI-CntZ.
     display  "SQL impact (" FUNCTION TRIM (SI-CntZ)
              " statement(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd376-Exit.
     exit.
*>
 bd377-One-Xdb.                                                   *> New -SQLIMPACT
*>***********************
*> Load one .xdb, program by program - A nested program's rows sit
*>   behind their own header - and report each as it completes.
*>***********************
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd377-Exit.
     add      1 to SI-Dbs.
     move     spaces to SI-Prog.
     move     zero to Layout-Count PG-Para-Count Flow-Pair-Count
                      Sql-Stmt-Count FIO-Rec-Count.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   if   SI-Prog not = spaces
                        perform bd378-Program thru bd378-Exit
                   end-if
                   move Xdb-In-Rec (15:32) to SI-Prog
                   move zero to Layout-Count PG-Para-Count
                                Flow-Pair-Count Sql-Stmt-Count
                                FIO-Rec-Count
              else
               evaluate Xdb-In-Rec (1:1)
                  when "L"
                       if   Layout-Count < 5000
                            add  1 to Layout-Count
                            move Xdb-In-Rec (2:175)
                                 to LT-Entry (Layout-Count)
                       end-if
                  when "P"
                       if   PG-Para-Count < 2000
                            add  1 to PG-Para-Count
                            move Xdb-In-Rec (2:39)
                                 to PG-Para-Entry (PG-Para-Count)
                       end-if
                  when "F"
                       if   Flow-Pair-Count < 4000
                            add  1 to Flow-Pair-Count
                            move Xdb-In-Rec (2:71)
                                 to Flow-Pair-Entry (Flow-Pair-Count)
                       end-if
                  when "S"
                       if   Sql-Stmt-Count < 100
                            add  1 to Sql-Stmt-Count
                            initialize Sql-Stmt-Entry (Sql-Stmt-Count)
                            move Xdb-In-Rec (2:146)
                                 to Sql-Stmt-Entry (Sql-Stmt-Count) (1:146)
                       end-if
                  when "H"
                       if   Sql-Stmt-Count > zero
                        and Xdb-In-Rec (2:6) = SQ-Ref (Sql-Stmt-Count)
                            move Xdb-In-Rec (8:96)
                                 to SQ-Hosts (Sql-Stmt-Count)
                            move Xdb-In-Rec (104:96)
                                 to SQ-Binds (Sql-Stmt-Count)
                       end-if
                  when "R"
                       if   FIO-Rec-Count < 200
                            add  1 to FIO-Rec-Count
                            move Xdb-In-Rec (2:64)
                                 to FIO-Rec-Entry (FIO-Rec-Count)
                       end-if
                  when other
                       continue
               end-evaluate
              end-if
     end-perform.
     close    Xdb-In.
     if       SI-Prog not = spaces
              perform bd378-Program thru bd378-Exit.
 bd377-Exit.
     exit.
*>
 bd378-Program.                                                   *> New -SQLIMPACT
     move     "N" to SI-Prog-Shown.
     perform  varying SI-Idx from 1 by 1 until SI-Idx > Sql-Stmt-Count
              perform bd379-Statement thru bd379-Exit
     end-perform.
 bd378-Exit.
     exit.
*>
 bd379-Statement.                                                 *> New -SQLIMPACT
*>***********************
*> Does statement SI-Idx name the table - and, for A column change,
*>   which host item carries the column?  Tried in order: an explicit
*>   column = :host in SET/WHERE, the column's place in the SELECT or
*>   INSERT list against the host list, then A host whose name spells
*>   the column (hyphens as underscores, any prefix).
*>***********************
     move     SQ-Tables (SI-Idx) to SI-List.
     move     SI-Table to SI-Key.
     perform  bd380-List-Match thru bd380-Exit.
     if       SI-Hit not = "Y"
              go to bd379-Exit.
     move     spaces to SI-Host SI-How.
     if       SI-Column not = spaces
              perform bd381-Find-Host thru bd381-Exit
              if   SI-Host = spaces
               and SI-N = zero
               and (SQ-Cols (SI-Idx) not = spaces
                or  SQ-Binds (SI-Idx) not = spaces
                or  SQ-Stmt-Type (SI-Idx) (1:6) = "DELETE")
                   go to bd379-Exit
              end-if
     end-if.
*>
     add      1 to SI-Stmts.
     if       SI-Prog-Shown not = "Y"
              move "Y" to SI-Prog-Shown
              add  1 to SI-Progs
              move spaces to Copyuse-Report-Rec
              if   SI-Progs > 1
                   write Copyuse-Report-Rec
              end-if
              string "Program "                     delimited by size
                     FUNCTION TRIM (SI-Prog)         delimited by size
                     "  ("                           delimited by size
                     FUNCTION TRIM (Xdb-FileName)    delimited by size
                     ")"                             delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to SI-Para.
     move     zero to SI-Para-Ref.
     perform  varying SI-J from 1 by 1 until SI-J > PG-Para-Count
              if   PG-Para-Ref (SI-J) not > SQ-Ref (SI-Idx)
               and PG-Para-Ref (SI-J) not < SI-Para-Ref
                   move PG-Para-Name (SI-J) to SI-Para
                   move PG-Para-Ref (SI-J)  to SI-Para-Ref
              end-if
     end-perform.
     if       SI-Para = spaces
              move "(no paragraph)" to SI-Para.
     move     SQ-Ref (SI-Idx) to SI-RefZ.
     move     spaces to Copyuse-Report-Rec.
     string   "  line "                          delimited by size
              SI-RefZ                             delimited by size
              "  "                                delimited by size
              SQ-Stmt-Type (SI-Idx)               delimited by size
              " in "                              delimited by size
              FUNCTION TRIM (SI-Para)             delimited by size
              "  tables: "                        delimited by size
              FUNCTION TRIM (SQ-Tables (SI-Idx))  delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       SI-Column = spaces
              if   SQ-Hosts (SI-Idx) = spaces
                   move "    (no host variables)" to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
              move 1 to SI-Ptr
              perform until SI-Ptr > 96
                      move spaces to SI-Host
                      move SI-Ptr to SI-L
                      unstring SQ-Hosts (SI-Idx) delimited by all spaces
                               into SI-Host with pointer SI-Ptr
                      if   SI-Host = spaces
                           exit perform
                      end-if
*> A host used twice in the statement is reported once
                      move "N" to SI-Hit
                      move 1 to SI-J
                      perform until SI-J not < SI-L
                              move spaces to SI-Part
                              unstring SQ-Hosts (SI-Idx)
                                       delimited by all spaces
                                       into SI-Part with pointer SI-J
                              if   SI-Part = SI-Host
                                   move "Y" to SI-Hit
                              end-if
                      end-perform
                      if   SI-Hit = "N"
                           move "host" to SI-How
                           perform bd382-Host thru bd382-Exit
                      end-if
              end-perform
              go to bd379-Exit.
     if       SI-Host = spaces
              add  1 to SI-Manual
              if   SI-N > zero
                   move "    column selected, no host here (cursor?) - check its FETCH by hand"
                        to Copyuse-Report-Rec
              else
                   move "    column list not captured - check by hand"
                        to Copyuse-Report-Rec
              end-if
              write Copyuse-Report-Rec
              go to bd379-Exit.
     perform  bd382-Host thru bd382-Exit.
 bd379-Exit.
     exit.
*>
 bd380-List-Match.                                                *> New -SQLIMPACT
*> Is SI-Key one of the words of SI-List - as is, or as the last part
*>   of A qualified name (SCHEMA.TABLE, ALIAS.COLUMN)?  SI-Hit Y/N and
*>   SI-N its position.
     move     "N" to SI-Hit.
     move     zero to SI-N.
     move     1 to SI-Ptr.
     perform  until SI-Ptr > 96 or SI-Hit = "Y"
              move spaces to SI-Word
              unstring SI-List delimited by all spaces
                       into SI-Word with pointer SI-Ptr
              if   SI-Word = spaces
                   exit perform
              end-if
              add  1 to SI-N
              move FUNCTION UPPER-CASE (SI-Word) to SI-Word
              perform bd380-Word-Match thru bd380-Word-Exit
     end-perform.
     if       SI-Hit not = "Y"
              move zero to SI-N.
 bd380-Exit.
     exit.
*>
 bd380-Word-Match.
     move     "N" to SI-Hit.
     if       SI-Word = SI-Key
              move "Y" to SI-Hit
              go to bd380-Word-Exit.
     move     FUNCTION LENGTH (FUNCTION TRIM (SI-Key)) to SI-K.
     move     FUNCTION LENGTH (FUNCTION TRIM (SI-Word)) to SI-L.
     if       SI-L > SI-K
      and     SI-Word (SI-L - SI-K:1) = "."
      and     SI-Word (SI-L - SI-K + 1:SI-K) = SI-Key (1:SI-K)
              move "Y" to SI-Hit.
 bd380-Word-Exit.
     exit.
*>
 bd381-Find-Host.                                                 *> New -SQLIMPACT
     move     SI-Column to SI-Key.
     move     1 to SI-J.
     perform  until SI-J > 96 or SI-Host not = spaces
              move spaces to SI-Word
              unstring SQ-Binds (SI-Idx) delimited by all spaces
                       into SI-Word with pointer SI-J
              if   SI-Word = spaces
                   exit perform
              end-if
              move spaces to SI-Part SI-Fold
              unstring SI-Word delimited by "="
                       into SI-Part SI-Fold
              move FUNCTION UPPER-CASE (SI-Part) to SI-Word
              perform bd380-Word-Match thru bd380-Word-Exit
              if   SI-Hit = "Y"
                   move SI-Fold to SI-Host
                   move "bound" to SI-How
              end-if
     end-perform.
     if       SI-Host not = spaces
              go to bd381-Exit.
*>
     move     SQ-Cols (SI-Idx) to SI-List.
     perform  bd380-List-Match thru bd380-Exit.
     if       SI-N > zero
              move 1 to SI-J
              perform SI-N times
                      move spaces to SI-Word
                      unstring SQ-Hosts (SI-Idx) delimited by all spaces
                               into SI-Word with pointer SI-J
              end-perform
              if   SI-Word not = spaces
                   move SI-Word to SI-Host
                   move "by position" to SI-How
                   go to bd381-Exit
              end-if
     end-if.
*>
     move     1 to SI-J.
     move     FUNCTION LENGTH (FUNCTION TRIM (SI-Col-Fold)) to SI-K.
     perform  until SI-J > 96 or SI-Host not = spaces
              move spaces to SI-Word
              unstring SQ-Hosts (SI-Idx) delimited by all spaces
                       into SI-Word with pointer SI-J
              if   SI-Word = spaces
                   exit perform
              end-if
              move FUNCTION UPPER-CASE (SI-Word) to SI-Fold
              inspect SI-Fold replacing all "-" by "_"
              move FUNCTION LENGTH (FUNCTION TRIM (SI-Fold)) to SI-L
              if   SI-Fold = SI-Col-Fold
                   move SI-Word to SI-Host
              else
               if  SI-L > SI-K
                and SI-Fold (SI-L - SI-K:1) = "_"
                and SI-Fold (SI-L - SI-K + 1:SI-K) = SI-Col-Fold (1:SI-K)
                   move SI-Word to SI-Host
               end-if
              end-if
     end-perform.
     if       SI-Host not = spaces
              move "by name" to SI-How.
 bd381-Exit.
     exit.
*>
 bd382-Host.                                                      *> New -SQLIMPACT
*> One host item: its PIC and usage, then where its value goes to
*>   and where it comes from through the saved MOVE/COMPUTE flows.
     add      1 to SI-Host-Cnt.
     move     FUNCTION UPPER-CASE (SI-Host) to SI-Host.
     perform  bd384-Describe thru bd384-Exit.
     move     spaces to Copyuse-Report-Rec.
     string   "    host "                        delimited by size
              FUNCTION TRIM (SI-Host)             delimited by size
              " ("                                delimited by size
              FUNCTION TRIM (SI-How)              delimited by size
              ")"                                 delimited by size
              SI-Word                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "F" to SI-Dir.
     perform  bd383-Follow thru bd383-Exit.
     move     "B" to SI-Dir.
     perform  bd383-Follow thru bd383-Exit.
 bd382-Exit.
     exit.
*>
 bd383-Follow.                                                    *> New -SQLIMPACT
*> Breadth first over the flow pairs from SI-Host - forward (F) along
*>   From -> To, back (B) along To -> From - each item once.
     move     1 to SI-Seen-Cnt SI-Seen-Pos.
     move     SI-Host to FL-Seen-Name (1).
     perform  until SI-Seen-Pos > SI-Seen-Cnt
              perform varying SI-J from 1 by 1
                        until SI-J > Flow-Pair-Count
                      if   SI-Dir = "F"
                           move FUNCTION UPPER-CASE (FP-From (SI-J))
                                to SI-Part
                           move FUNCTION UPPER-CASE (FP-To (SI-J))
                                to SI-Fold
                      else
                           move FUNCTION UPPER-CASE (FP-To (SI-J))
                                to SI-Part
                           move FUNCTION UPPER-CASE (FP-From (SI-J))
                                to SI-Fold
                      end-if
                      if   SI-Part = FL-Seen-Name (SI-Seen-Pos)
                       and SI-Seen-Cnt < 400
                           move "N" to SI-Hit
                           perform varying SI-K from 1 by 1
                                     until SI-K > SI-Seen-Cnt
                                   if   FL-Seen-Name (SI-K) = SI-Fold
                                        move "Y" to SI-Hit
                                        exit perform
                                   end-if
                           end-perform
                           if   SI-Hit = "N"
                                add  1 to SI-Seen-Cnt
                                move SI-Fold to FL-Seen-Name (SI-Seen-Cnt)
                           end-if
                      end-if
              end-perform
              add  1 to SI-Seen-Pos
     end-perform.
     perform  varying SI-Seen-Pos from 2 by 1 until SI-Seen-Pos > SI-Seen-Cnt
              move FL-Seen-Name (SI-Seen-Pos) to SI-Host
              perform bd384-Describe thru bd384-Exit
              move spaces to Copyuse-Report-Rec
              if   SI-Dir = "F"
                   string "      to   "               delimited by size
                          FUNCTION TRIM (SI-Host)      delimited by size
                          SI-Word                      delimited by size
                          into Copyuse-Report-Rec
              else
                   string "      from "               delimited by size
                          FUNCTION TRIM (SI-Host)      delimited by size
                          SI-Word                      delimited by size
                          into Copyuse-Report-Rec
              end-if
              write Copyuse-Report-Rec
              if   SI-Rec not = spaces
                   add  1 to SI-Ends
              end-if
     end-perform.
     move     FL-Seen-Name (1) to SI-Host.
 bd383-Exit.
     exit.
*>
 bd384-Describe.                                                  *> New -SQLIMPACT
*> SI-Host's PIC and usage into SI-Word; for A File Section item also
*>   its 01 record and, through the R rows, the FD (SI-Rec, SI-FD).
     move     spaces to SI-Word SI-Rec SI-FD.
     move     zero to SI-L.
     perform  varying SI-K from 1 by 1 until SI-K > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (SI-K)) = SI-Host
                   move SI-K to SI-L
                   exit perform
              end-if
     end-perform.
     if       SI-L = zero
              move "  (not in the saved layout)" to SI-Word
              go to bd384-Exit.
     move     1 to SI-Out-Ptr.
     if       LT-Pic (SI-L) = spaces
              string "  group "                     delimited by size
                     FUNCTION TRIM (LT-Usage (SI-L)) delimited by size
                     into SI-Word with pointer SI-Out-Ptr
     else
              string "  PIC "                       delimited by size
                     FUNCTION TRIM (LT-Pic (SI-L))   delimited by size
                     " "                            delimited by size
                     FUNCTION TRIM (LT-Usage (SI-L)) delimited by size
                     into SI-Word with pointer SI-Out-Ptr.
     if       LT-Section (SI-L) not = 1
              go to bd384-Exit.
     perform  varying SI-K from SI-L by -1 until SI-K < 1
              if   LT-Level (SI-K) = 1
                   move LT-Name (SI-K) to SI-Rec
                   exit perform
              end-if
     end-perform.
     perform  varying SI-K from 1 by 1 until SI-K > FIO-Rec-Count
              if   FUNCTION UPPER-CASE (FIO-Rec-Name (SI-K))
                 = FUNCTION UPPER-CASE (SI-Rec)
                   move FIO-Rec-File (SI-K) to SI-FD
                   exit perform
              end-if
     end-perform.
     string   "  - record "                       delimited by size
              FUNCTION TRIM (SI-Rec)              delimited by size
              into SI-Word with pointer SI-Out-Ptr.
     if       SI-FD not = spaces
              string ", file "                    delimited by size
                     FUNCTION TRIM (SI-FD)        delimited by size
                     into SI-Word with pointer SI-Out-Ptr.
 bd384-Exit.
     exit.
*>
 bd385-Crud-Rows.                                                 *> New -CRUD
*>***********************
*> This program's file events, SQL statements and CICS file commands
*>   folded into one C/R/U/D row per data store, saved as "A" rows.
*>   WRITE and OPEN OUTPUT/EXTEND create, READ/START and OPEN INPUT
*>   read, REWRITE and OPEN I-O update.  A statement's first table
*>   takes its verb, any further ones (subqueries, INSERT ... SELECT)
*>   are read.
*>***********************
     move     zero to CRA-Count.
     perform  varying CRD-I from 1 by 1 until CRD-I > FIO-Event-Count
              move FIO-Ev-Verb (CRD-I) to CRD-Verb
              move spaces to CRD-Ops
              evaluate CRD-Verb
                  when "WRITE"
                  when "OPEN-OUTPUT"
                  when "OPEN-EXTEND"
                       move "C" to CRD-Ops (1:1)
                  when "READ"
                  when "START"
                  when "OPEN-INPUT"
                       move "R" to CRD-Ops (2:1)
                  when "REWRITE"
                  when "OPEN-I-O"
                       move "U" to CRD-Ops (3:1)
                  when "DELETE"
                       move "D" to CRD-Ops (4:1)
                  when other
                       continue
              end-evaluate
              if   CRD-Ops not = spaces
                   move "F" to CRD-Kind-W
                   move FUNCTION UPPER-CASE (FIO-Ev-File (CRD-I))
                        to CRD-Name-W
                   perform bd386-Add-Access thru bd386-Exit
              end-if
     end-perform.
     perform  varying CRD-I from 1 by 1 until CRD-I > Sql-Stmt-Count
              move "Y" to CRD-First
              move 1 to CRD-P
              perform until CRD-P > 64
                      move spaces to CRD-Word
                      unstring SQ-Tables (CRD-I) delimited by all spaces
                               into CRD-Word with pointer CRD-P
                      if   CRD-Word = spaces
                           exit perform
                      end-if
                      move spaces to CRD-Ops
                      if   CRD-First = "Y"
                           move "N" to CRD-First
                           evaluate FUNCTION UPPER-CASE (SQ-Stmt-Type (CRD-I))
                               when "INSERT"
                                    move "C" to CRD-Ops (1:1)
                               when "SELECT"
                               when "DECLARE"
                                    move "R" to CRD-Ops (2:1)
                               when "UPDATE"
                                    move "U" to CRD-Ops (3:1)
                               when "DELETE"
                                    move "D" to CRD-Ops (4:1)
                               when "MERGE"
                                    move "C" to CRD-Ops (1:1)
                                    move "U" to CRD-Ops (3:1)
                               when other
                                    continue
                           end-evaluate
                      else
                           move "R" to CRD-Ops (2:1)
                      end-if
                      if   CRD-Ops not = spaces
                           move "S" to CRD-Kind-W
                           move FUNCTION UPPER-CASE (CRD-Word (1:44))
                                to CRD-Name-W
                           perform bd386-Add-Access thru bd386-Exit
                      end-if
              end-perform
     end-perform.
     perform  varying CRD-I from 1 by 1 until CRD-I > Cics-Count
              move spaces to CRD-Ops
              evaluate FUNCTION UPPER-CASE (CX-Cmd (CRD-I))
                  when "WRITE"
                       move "C" to CRD-Ops (1:1)
                  when "READ"
                  when "READNEXT"
                  when "READPREV"
                  when "STARTBR"
                  when "RESETBR"
                       move "R" to CRD-Ops (2:1)
                  when "REWRITE"
                       move "U" to CRD-Ops (3:1)
                  when "DELETE"
                       move "D" to CRD-Ops (4:1)
                  when other
                       continue
              end-evaluate
              move spaces to CRD-Name-W
              move 1 to CRD-P
              perform until CRD-P > 64 or CRD-Ops = spaces
                      move spaces to CRD-Word
                      unstring CX-Res (CRD-I) delimited by all spaces
                               into CRD-Word with pointer CRD-P
                      if   CRD-Word = spaces
                           exit perform
                      end-if
                      move FUNCTION UPPER-CASE (CRD-Word) to CRD-Word
                      if   CRD-Word (1:5) = "FILE="
                           move CRD-Word (6:44) to CRD-Name-W
                      end-if
                      if   CRD-Word (1:8) = "DATASET="
                           move CRD-Word (9:44) to CRD-Name-W
                      end-if
              end-perform
              if   CRD-Name-W not = spaces
                   move "C" to CRD-Kind-W
                   perform bd386-Add-Access thru bd386-Exit
              end-if
     end-perform.
     perform  varying CRD-I from 1 by 1 until CRD-I > CRA-Count
              move spaces to Xdb-Out-Rec
              move "A" to Xdb-Out-Rec (1:1)
              move CRA-Kind (CRD-I) to Xdb-Out-Rec (2:1)
              move CRA-Name (CRD-I) to Xdb-Out-Rec (3:44)
              move CRA-Ops (CRD-I)  to Xdb-Out-Rec (47:4)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
 bd385-Exit.
     exit.
*>
 bd386-Add-Access.                                                *> New -CRUD
*> CRD-Ops merged into this program's row for CRD-Kind-W/CRD-Name-W.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRA-Count
              if   CRA-Kind (CRD-J) = CRD-Kind-W
               and CRA-Name (CRD-J) = CRD-Name-W
                   exit perform
              end-if
     end-perform.
     if       CRD-J > CRA-Count
              if   CRA-Count not < 300
                   go to bd386-Exit
              end-if
              add  1 to CRA-Count
              move CRA-Count  to CRD-J
              move CRD-Kind-W to CRA-Kind (CRD-J)
              move CRD-Name-W to CRA-Name (CRD-J)
              move spaces     to CRA-Ops (CRD-J).
     perform  varying CRD-K from 1 by 1 until CRD-K > 4
              if   CRD-Ops (CRD-K:1) not = space
                   move CRD-Ops (CRD-K:1) to CRA-Ops (CRD-J) (CRD-K:1)
              end-if
     end-perform.
 bd386-Exit.
     exit.
*>
 bd387-Crud.                                                      *> New -CRUD
*>***********************
*> dir/crud.csv and dir/crud.html from the members' .xdb "A" rows.
*>   The -FILECAT ASSIGN sweep over the library runs first so A
*>   program's SELECT name resolves to the physical name it is
*>   assigned to - two programs sharing A dataset share A column.
*>***********************
     perform  bd394-Load-Catalog thru bd394-Exit.                 *> New -FIELDLINEAGE
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxcrudtmp"         delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to CRD-Progs CRD-Stores CRD-Dbs CRD-Flagged
                      CRD-Dropped SW-Copyuse-Raw-Eof.
     move     spaces to CRD-Grid.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd388-Crud-Xdb thru bd388-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       CRD-Dbs = zero
              display "Caution: -CRUD found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -CRUD first"
              go to bd387-Exit.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
              if   CRD-All (CRD-J) (1:1) = space
                or CRD-All (CRD-J) (2:1) = space
                   add 1 to CRD-Flagged
              end-if
     end-perform.
     perform  bd389-Crud-Csv thru bd389-Exit.
     perform  bd390-Crud-Html thru bd390-Exit.
     if       CRD-Dropped > zero
              move CRD-Dropped to CRD-CntZ
              display "Caution: -CRUD matrix is capped at 300 programs x "
                      "300 stores - " FUNCTION TRIM (CRD-CntZ)
                      " access row(s) left out".
     move     CRD-Progs to CRD-CntZ.
     move     CRD-Stores to CRD-CntZ2.
     display  "CRUD matrix (" FUNCTION TRIM (CRD-CntZ) " program(s) x "
              FUNCTION TRIM (CRD-CntZ2) " store(s)) written to "
              FUNCTION TRIM (Crud-FileName) " and "
              FUNCTION TRIM (Copyuse-Report-FileName).
     if       CRD-Flagged > zero
              move CRD-Flagged to CRD-CntZ
              display "  " FUNCTION TRIM (CRD-CntZ)
                      " store(s) with no Create or no Read in the library".
 bd387-Exit.
     exit.
*>
 bd388-Crud-Xdb.                                                  *> New -CRUD
*> One member's .xdb - each program header opens its matrix row, each
*>   "A" row fills A cell.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd388-Exit.
     add      1 to CRD-Dbs.
     move     Copyuse-Raw-Rec to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     CU-Program-Name to CRD-Base.
     move     zero to CRD-I.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   perform varying CRD-I from 1 by 1
                             until CRD-I > CRD-Progs
                           if   CRD-Prog (CRD-I) = Xdb-In-Rec (15:32)
                                exit perform
                           end-if
                   end-perform
                   if   CRD-I > CRD-Progs
                        if   CRD-Progs < 300
                             add  1 to CRD-Progs
                             move Xdb-In-Rec (15:32)
                                  to CRD-Prog (CRD-Progs)
                        else
                             move zero to CRD-I
                        end-if
                   end-if
              else
               if  Xdb-In-Rec (1:1) = "A"
                   if   CRD-I = zero
                        add  1 to CRD-Dropped
                   else
                        perform bd388-Cell thru bd388-Cell-Exit
                   end-if
               end-if
              end-if
     end-perform.
     close    Xdb-In.
 bd388-Exit.
     exit.
*>
 bd388-Cell.
     move     Xdb-In-Rec (2:1)  to CRD-Kind-W.
     move     Xdb-In-Rec (3:44) to CRD-Name-W.
     move     Xdb-In-Rec (47:4) to CRD-Ops.
     if       CRD-Kind-W = "F"                              *> New -FIELDLINEAGE
              perform bd395-Resolve-File thru bd395-Exit.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
              if   CRD-Kind (CRD-J) = CRD-Kind-W
               and CRD-Name (CRD-J) = CRD-Name-W
                   exit perform
              end-if
     end-perform.
     if       CRD-J > CRD-Stores
              if   CRD-Stores not < 300
                   add  1 to CRD-Dropped
                   go to bd388-Cell-Exit
              end-if
              add  1 to CRD-Stores
              move CRD-Kind-W to CRD-Kind (CRD-Stores)
              move CRD-Name-W to CRD-Name (CRD-Stores)
              move spaces     to CRD-All (CRD-Stores).
     perform  varying CRD-K from 1 by 1 until CRD-K > 4
              if   CRD-Ops (CRD-K:1) not = space
                   move CRD-Ops (CRD-K:1)
                        to CRD-Cell (CRD-I, CRD-J) (CRD-K:1)
                           CRD-All (CRD-J) (CRD-K:1)
              end-if
     end-perform.
 bd388-Cell-Exit.
     exit.
*>
 bd389-Crud-Csv.                                                  *> New -CRUD
*> One row per program, one column per store, then A "flag" row.
     move     spaces to Crud-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "crud.csv"         delimited by size
                                 into Crud-FileName.
     open     output Crud-Csv-Out.
     move     spaces to Crud-Csv-Rec.
     move     1 to CRD-P.
     string   "program"          delimited by size
              into Crud-Csv-Rec with pointer CRD-P.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
              perform bd391-Store-Label thru bd391-Exit
              string ","                        delimited by size
                     FUNCTION TRIM (CRD-Label)  delimited by size
                     into Crud-Csv-Rec with pointer CRD-P
              end-string
     end-perform.
     write    Crud-Csv-Rec.
     perform  varying CRD-I from 1 by 1 until CRD-I > CRD-Progs
              move spaces to Crud-Csv-Rec
              move 1 to CRD-P
              string FUNCTION TRIM (CRD-Prog (CRD-I)) delimited by size
                     into Crud-Csv-Rec with pointer CRD-P
              end-string
              perform varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
                      move CRD-Cell (CRD-I, CRD-J) to CRD-Ops
                      perform bd392-Ops-Text thru bd392-Exit
                      string ","                     delimited by size
                             CRD-Word               delimited by space
                             into Crud-Csv-Rec with pointer CRD-P
                      end-string
              end-perform
              write Crud-Csv-Rec
     end-perform.
     move     spaces to Crud-Csv-Rec.
     move     1 to CRD-P.
     string   "flag"             delimited by size
              into Crud-Csv-Rec with pointer CRD-P.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
              perform bd393-Store-Flag thru bd393-Exit
              string ","                       delimited by size
                     FUNCTION TRIM (CRD-Flag)  delimited by size
                     into Crud-Csv-Rec with pointer CRD-P
              end-string
     end-perform.
     write    Crud-Csv-Rec.
     close    Crud-Csv-Out.
 bd389-Exit.
     exit.
*>
 bd390-Crud-Html.                                                 *> New -CRUD
*> The same grid as A table - one cell per line, flagged stores in
*>   red in the last row.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "crud.html"        delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     "<html><head><title>cobxref CRUD matrix</title></head><body>"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "<h2>CRUD matrix - "               delimited by size
              FUNCTION TRIM (WS-Library-Dir)      delimited by size
              "</h2>"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "<p>C create, R read, U update, D delete - file, SQL table and CICS file stores</p>"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "<table border=1 cellpadding=3><tr><th>program</th>"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
              perform bd391-Store-Label thru bd391-Exit
              move spaces to Copyuse-Report-Rec
              string "<th>"                     delimited by size
                     FUNCTION TRIM (CRD-Label)  delimited by size
                     "</th>"                    delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
     move     "</tr>" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying CRD-I from 1 by 1 until CRD-I > CRD-Progs
              move spaces to Copyuse-Report-Rec
              string "<tr><td>"                          delimited by size
                     FUNCTION TRIM (CRD-Prog (CRD-I))    delimited by size
                     "</td>"                             delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
                      move CRD-Cell (CRD-I, CRD-J) to CRD-Ops
                      perform bd392-Ops-Text thru bd392-Exit
                      move spaces to Copyuse-Report-Rec
                      string "<td align=center>"  delimited by size
                             CRD-Word             delimited by space
                             "</td>"              delimited by size
                             into Copyuse-Report-Rec
                      write Copyuse-Report-Rec
              end-perform
              move "</tr>" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
     move     "<tr><td><b>flag</b></td>" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying CRD-J from 1 by 1 until CRD-J > CRD-Stores
              perform bd393-Store-Flag thru bd393-Exit
              move spaces to Copyuse-Report-Rec
              if   CRD-Flag = spaces
                   move "<td></td>" to Copyuse-Report-Rec
              else
                   string "<td bgcolor=#ffc0c0>"    delimited by size
                          FUNCTION TRIM (CRD-Flag)  delimited by size
                          "</td>"                   delimited by size
                          into Copyuse-Report-Rec
              end-if
              write Copyuse-Report-Rec
     end-perform.
     move     "</tr></table>" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     CRD-Flagged to CRD-CntZ.
     move     spaces to Copyuse-Report-Rec.
     string   "<p>"                              delimited by size
              FUNCTION TRIM (CRD-CntZ)            delimited by size
              " store(s) with no Create or no Read anywhere in the library.</p>"
                                                  delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "</body></html>" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
 bd390-Exit.
     exit.
*>
 bd391-Store-Label.                                               *> New -CRUD
     move     spaces to CRD-Label.
     evaluate CRD-Kind (CRD-J)
         when "F"
              string "file:"                       delimited by size
                     FUNCTION TRIM (CRD-Name (CRD-J)) delimited by size
                     into CRD-Label
         when "S"
              string "table:"                      delimited by size
                     FUNCTION TRIM (CRD-Name (CRD-J)) delimited by size
                     into CRD-Label
         when other
              string "cics:"                       delimited by size
                     FUNCTION TRIM (CRD-Name (CRD-J)) delimited by size
                     into CRD-Label
     end-evaluate.
 bd391-Exit.
     exit.
*>
 bd392-Ops-Text.                                                  *> New -CRUD
*> CRD-Ops "C U " as "CU" in CRD-Word.
     move     spaces to CRD-Word.
     move     1 to CRD-K.
     if       CRD-Ops (1:1) not = space
              string "C" delimited by size into CRD-Word with pointer CRD-K.
     if       CRD-Ops (2:1) not = space
              string "R" delimited by size into CRD-Word with pointer CRD-K.
     if       CRD-Ops (3:1) not = space
              string "U" delimited by size into CRD-Word with pointer CRD-K.
     if       CRD-Ops (4:1) not = space
              string "D" delimited by size into CRD-Word with pointer CRD-K.
 bd392-Exit.
     exit.
*>
 bd393-Store-Flag.                                                *> New -CRUD
     move     spaces to CRD-Flag.
     if       CRD-All (CRD-J) (1:1) = space
      and     CRD-All (CRD-J) (2:1) = space
              move "no C/R" to CRD-Flag
              go to bd393-Exit.
     if       CRD-All (CRD-J) (1:1) = space
              move "no C" to CRD-Flag.
     if       CRD-All (CRD-J) (2:1) = space
              move "no R" to CRD-Flag.
 bd393-Exit.
     exit.
*>
 bd394-Load-Catalog.                                              *> New -FIELDLINEAGE
*> The -FILECAT ASSIGN sweep over the library's sources, so A
*>   member's SELECT name resolves to its physical file (bd395).
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxcattmp"          delimited by size
                                  into Copyuse-Raw-FileName.
     string   "grep -Hni " quote "assign" quote " "
                                  delimited by size
              WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "*.cbl "            delimited by size
              WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "*.cob 2>/dev/null | sort > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to Filecat-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform zz211-Add-Assign thru zz211-Add-Assign-Exit
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
 bd394-Exit.
     exit.
*>
 bd395-Resolve-File.                                              *> New -FIELDLINEAGE
*> CRD-Name-W, A SELECT name in member CRD-Base, becomes the physical
*>   name its ASSIGN gives - unless the name is only known at run
*>   time (ASSIGN USING, A data name, DYNAMIC or EXTERNAL), when the
*>   store stays under its SELECT name.
     perform  varying CRD-K from 1 by 1 until CRD-K > Filecat-Count
              if   FC-Prog (CRD-K) = CRD-Base
               and FUNCTION UPPER-CASE (FC-Select (CRD-K))
                 = CRD-Name-W (1:32)
               and FC-Note (CRD-K) not = "(dynamic)"
               and FC-Note (CRD-K) not = "(data-name)"
               and FUNCTION UPPER-CASE (FC-Phys (CRD-K)) not = "DYNAMIC"
               and FUNCTION UPPER-CASE (FC-Phys (CRD-K)) not = "EXTERNAL"
                   move FC-Phys (CRD-K) to CRD-Name-W
                   exit perform
              end-if
     end-perform.
 bd395-Exit.
     exit.
*>
 bd396-Fieldlineage.                                              *> New -FIELDLINEAGE
*>***********************
*> Hop 1 is the dataset and field asked for; every program writing A
*>   hop's dataset is searched back to its input record fields, each
*>   of which becomes A further hop.  A chain ends at A dataset no
*>   library program writes, or where nothing reaches an input.
*>***********************
     move     spaces to FLN-Dataset FLN-Field.
     unstring FUNCTION UPPER-CASE (WS-Fieldlin-Arg) delimited by ":"
              into FLN-Dataset FLN-Field.
     if       FLN-Dataset = spaces or FLN-Field = spaces
              display "Caution: -FIELDLINEAGE= needs dataset:field"
              go to bd396-Exit.
     perform  bd394-Load-Catalog thru bd394-Exit.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "cxflntmp"         delimited by size
                                 into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to FLN-Db-Count FLN-Wr-Count FLN-Hop-Count
                      FLN-Writers FLN-Origins SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
               and FLN-Db-Count < 300
                   add  1 to FLN-Db-Count
                   move Copyuse-Raw-Rec to FLN-Db-Path (FLN-Db-Count)
                   move Copyuse-Raw-Rec to CU-Path
                   perform zz201-Get-Path-Basename
                      thru zz201-Get-Path-Basename-Exit
                   move CU-Program-Name to FLN-Db-Base (FLN-Db-Count)
                   move FLN-Db-Count to FLN-Cur-Db
                   perform bd397-Scan-Writers thru bd397-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       FLN-Db-Count = zero
              display "Caution: -FIELDLINEAGE found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -FIELDLINEAGE= first"
              go to bd396-Exit.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "fieldlineage.report" delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     accept   MF-Date-W from date YYYYMMDD.
     move     spaces to Copyuse-Report-Rec.
     string   "Field lineage - "                 delimited by size
              FUNCTION TRIM (FLN-Dataset)         delimited by size
              " field "                           delimited by size
              FUNCTION TRIM (FLN-Field)           delimited by size
              " - "                               delimited by size
              FUNCTION TRIM (WS-Library-Dir)      delimited by size
              " "                                 delimited by size
              MF-Date-W                           delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     1 to FLN-Hop-Count.
     move     FLN-Dataset to FLN-H-Set (1).
     move     FLN-Field   to FLN-H-Field (1).
     move     zero        to FLN-H-Off (1) FLN-H-Len (1)
                             FLN-H-Parent (1) FLN-H-Kids (1).
     move     spaces      to FLN-H-Prog (1) FLN-H-Path (1).
     perform  varying FLN-H from 1 by 1 until FLN-H > FLN-Hop-Count
              perform bd399-Hop thru bd399-Exit
     end-perform.
*>
*> every chain, read from its origin forward to the field asked for.
*>
     move     "Chains (origin first):" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying FLN-K from 1 by 1 until FLN-K > FLN-Hop-Count
              if   FLN-H-Kids (FLN-K) = zero
                   perform bd406-Chain thru bd406-Exit
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     FLN-Hop-Count to FLN-CntZ.
     move     spaces to Copyuse-Report-Rec.
     string   "Summary: "                        delimited by size
              FUNCTION TRIM (FLN-CntZ)            delimited by size
              " hop(s)"                           delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Field lineage (" FUNCTION TRIM (FLN-CntZ)
              " hop(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd396-Exit.
     exit.
*>
 bd397-Scan-Writers.                                              *> New -FIELDLINEAGE
*> The member's "A" rows: every file it creates or updates, by its
*>   physical name.
     move     FLN-Db-Path (FLN-Cur-Db) to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd397-Exit.
     move     FLN-Db-Base (FLN-Cur-Db) to CRD-Base.
     move     spaces to FLN-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   move Xdb-In-Rec (15:32) to FLN-Cur-Prog
              else
               if  Xdb-In-Rec (1:2) = "AF"
                and (Xdb-In-Rec (47:1) = "C" or Xdb-In-Rec (49:1) = "U")
                and FLN-Wr-Count < 1000
                   move Xdb-In-Rec (3:44) to CRD-Name-W
                   perform bd395-Resolve-File thru bd395-Exit
                   add  1 to FLN-Wr-Count
                   move FLN-Cur-Db        to FLN-Wr-Db (FLN-Wr-Count)
                   move FLN-Cur-Prog      to FLN-Wr-Prog (FLN-Wr-Count)
                   move Xdb-In-Rec (3:44) to FLN-Wr-FD (FLN-Wr-Count)
                   move CRD-Name-W        to FLN-Wr-Phys (FLN-Wr-Count)
               end-if
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd397-Exit.
     exit.
*>
 bd398-Load-Program.                                              *> New -FIELDLINEAGE
*>***********************
*> Program FLN-Cur-Prog's rows from .xdb FLN-Cur-Db - layout,
*>   paragraphs, flow pairs, record -> FD map and its "A" rows -
*>   names upper-cased, each layout row's 01 and each flow pair's
*>   layout rows looked up once.
*>***********************
     move     zero to Layout-Count PG-Para-Count Flow-Pair-Count
                      FIO-Rec-Count CRA-Count.
     move     "N" to FLN-Loading.
     move     FLN-Db-Path (FLN-Cur-Db) to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd398-Exit.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   if   FLN-Loading = "Y"
                        exit perform
                   end-if
                   if   Xdb-In-Rec (15:32) = FLN-Cur-Prog
                        move "Y" to FLN-Loading
                   end-if
              else
               if  FLN-Loading = "Y"
                evaluate Xdb-In-Rec (1:1)
                  when "L"
                       if   Layout-Count < 5000
                            add  1 to Layout-Count
                            move Xdb-In-Rec (2:175)
                                 to LT-Entry (Layout-Count)
                            move FUNCTION UPPER-CASE (LT-Name (Layout-Count))
                                 to LT-Name (Layout-Count)
                       end-if
                  when "P"
                       if   PG-Para-Count < 2000
                            add  1 to PG-Para-Count
                            move Xdb-In-Rec (2:39)
                                 to PG-Para-Entry (PG-Para-Count)
                       end-if
                  when "F"
                       if   Flow-Pair-Count < 4000
                            add  1 to Flow-Pair-Count
                            move Xdb-In-Rec (2:71)
                                 to Flow-Pair-Entry (Flow-Pair-Count)
                            move FUNCTION UPPER-CASE (FP-From (Flow-Pair-Count))
                                 to FP-From (Flow-Pair-Count)
                            move FUNCTION UPPER-CASE (FP-To (Flow-Pair-Count))
                                 to FP-To (Flow-Pair-Count)
                       end-if
                  when "R"
                       if   FIO-Rec-Count < 200
                            add  1 to FIO-Rec-Count
                            move FUNCTION UPPER-CASE (Xdb-In-Rec (2:64))
                                 to FIO-Rec-Entry (FIO-Rec-Count)
                       end-if
                  when "A"
                       if   CRA-Count < 300
                            add  1 to CRA-Count
                            move FUNCTION UPPER-CASE (Xdb-In-Rec (2:49))
                                 to CRA-Entry (CRA-Count)
                       end-if
                  when other
                       continue
                end-evaluate
               end-if
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply FLN-R.
     perform  varying FLN-K from 1 by 1 until FLN-K > Layout-Count
              if   LT-Level (FLN-K) = 1 or = 77 or FLN-R = zero
                   move FLN-K to FLN-R
              end-if
              move FLN-R to FLN-Root (FLN-K)
     end-perform.
     perform  varying FLN-J from 1 by 1 until FLN-J > Flow-Pair-Count
              move FP-To (FLN-J) to FLN-Lookup
              perform bd398-Find-Item thru bd398-Find-Exit
              move FLN-S to FLN-PT (FLN-J)
              move FP-From (FLN-J) to FLN-Lookup
              perform bd398-Find-Item thru bd398-Find-Exit
              if   FLN-S = zero
*> READ file INTO x pairs the file itself with x - its record
                   perform varying FLN-K from 1 by 1
                             until FLN-K > FIO-Rec-Count
                           if   FIO-Rec-File (FLN-K) = FP-From (FLN-J)
                                move FIO-Rec-Name (FLN-K) to FLN-Lookup
                                perform bd398-Find-Item thru bd398-Find-Exit
                                exit perform
                           end-if
                   end-perform
              end-if
              move FLN-S to FLN-PF (FLN-J)
     end-perform.
 bd398-Exit.
     exit.
*>
 bd398-Find-Item.
     move     zero to FLN-S.
     perform  varying FLN-K from 1 by 1 until FLN-K > Layout-Count
              if   LT-Name (FLN-K) = FLN-Lookup
                   move FLN-K to FLN-S
                   exit perform
              end-if
     end-perform.
 bd398-Find-Exit.
     exit.
*>
 bd399-Hop.                                                       *> New -FIELDLINEAGE
     move     FLN-H-Off (FLN-H) to FLN-OffZ.
     move     FLN-H-Len (FLN-H) to FLN-LenZ.
     move     FLN-H to FLN-CntZ.
     move     spaces to Copyuse-Report-Rec.
     if       FLN-H-Len (FLN-H) = zero
              string "Hop "                              delimited by size
                     FUNCTION TRIM (FLN-CntZ)             delimited by size
                     ": "                                 delimited by size
                     FUNCTION TRIM (FLN-H-Set (FLN-H))    delimited by size
                     " field "                            delimited by size
                     FUNCTION TRIM (FLN-H-Field (FLN-H))  delimited by size
                     into Copyuse-Report-Rec
     else
              string "Hop "                              delimited by size
                     FUNCTION TRIM (FLN-CntZ)             delimited by size
                     ": "                                 delimited by size
                     FUNCTION TRIM (FLN-H-Set (FLN-H))    delimited by size
                     " field "                            delimited by size
                     FUNCTION TRIM (FLN-H-Field (FLN-H))  delimited by size
                     " (offset "                          delimited by size
                     FUNCTION TRIM (FLN-OffZ)             delimited by size
                     ", length "                          delimited by size
                     FUNCTION TRIM (FLN-LenZ)             delimited by size
                     ")"                                  delimited by size
                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to FLN-Writers.
     perform  varying FLN-W from 1 by 1 until FLN-W > FLN-Wr-Count
              if   FLN-Wr-Phys (FLN-W) = FLN-H-Set (FLN-H)
                   add  1 to FLN-Writers
                   perform bd400-Writer thru bd400-Exit
              end-if
     end-perform.
     if       FLN-Writers = zero
              add  1 to FLN-Origins
              move "  no library program writes it - an origin (external input)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd399-Exit.
     exit.
*>
 bd400-Writer.                                                    *> New -FIELDLINEAGE
*>***********************
*> Writer FLN-W of hop FLN-H: find the hop's field in its layout of
*>   the file - by name on the first hop, by offset and length under
*>   the file's records after that - then walk back from it.
*>***********************
     move     FLN-Wr-Db (FLN-W)   to FLN-Cur-Db.
     move     FLN-Wr-Prog (FLN-W) to FLN-Cur-Prog.
     move     FLN-Wr-FD (FLN-W)   to FLN-Cur-FD.
     perform  bd398-Load-Program thru bd398-Exit.
     move     spaces to Copyuse-Report-Rec.
     string   "  written by "                    delimited by size
              FUNCTION TRIM (FLN-Cur-Prog)        delimited by size
              " ("                                delimited by size
              FUNCTION TRIM (FLN-Db-Path (FLN-Cur-Db)) delimited by size
              ", file "                           delimited by size
              FUNCTION TRIM (FLN-Cur-FD)          delimited by size
              ")"                                 delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to FLN-Start FLN-R.
     perform  varying FLN-K from 1 by 1 until FLN-K > Layout-Count
              move FLN-Root (FLN-K) to FLN-T
              move "N" to FLN-Hit
              perform varying FLN-J from 1 by 1 until FLN-J > FIO-Rec-Count
                      if   FIO-Rec-File (FLN-J) = FLN-Cur-FD
                       and FIO-Rec-Name (FLN-J) = LT-Name (FLN-T)
                           move "Y" to FLN-Hit
                           exit perform
                      end-if
              end-perform
              if   FLN-Hit = "Y" and FLN-R = zero
                   move FLN-T to FLN-R
              end-if
              if   FLN-H-Len (FLN-H) = zero
                   if   LT-Name (FLN-K) = FLN-H-Field (FLN-H) (1:32)
                    and (FLN-Start = zero or FLN-Hit = "Y")
                        move FLN-K to FLN-Start
                   end-if
              else
                   if   FLN-Hit = "Y"
                    and LT-Offset (FLN-K) = FLN-H-Off (FLN-H)
                    and LT-Length (FLN-K) = FLN-H-Len (FLN-H)
                    and (FLN-Start = zero
                     or  LT-Group-Flag (FLN-Start) = "Y")
                        move FLN-K to FLN-Start
                   end-if
              end-if
     end-perform.
     move     zero to FLN-Node-Count.
     if       FLN-Start not = zero
              move 1 to FLN-Node-Count
              move LT-Name (FLN-Start)   to FLN-N-Name (1)
              move FLN-Root (FLN-Start)  to FLN-N-Root (1)
              move LT-Offset (FLN-Start) to FLN-N-Off (1)
              move LT-Length (FLN-Start) to FLN-N-Len (1)
     else
*> not A named item - the same bytes of the file's record
              if   FLN-H-Len (FLN-H) not = zero and FLN-R not = zero
                   move 1 to FLN-Node-Count
                   move FLN-R to FLN-N-Root (1)
                   move FLN-H-Off (FLN-H) to FLN-N-Off (1)
                   move FLN-H-Len (FLN-H) to FLN-N-Len (1)
                   move FLN-H-Off (FLN-H) to FLN-O
                   move FLN-H-Len (FLN-H) to FLN-L
                   perform bd404-Name-At thru bd404-Exit
                   move FLN-Name-W to FLN-N-Name (1)
              end-if
     end-if.
     if       FLN-Node-Count = zero
              move "    field not found in this program's saved layout"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd400-Exit.
     move     zero to FLN-N-Parent (1) FLN-N-Ref (1).
     perform  varying FLN-N from 1 by 1 until FLN-N > FLN-Node-Count
              perform bd401-Back-Step thru bd401-Exit
     end-perform.
     if       FLN-Node-Count = 1
              move "    no MOVE or COMPUTE into it was found"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  varying FLN-N from 2 by 1 until FLN-N > FLN-Node-Count
              move FLN-N-Ref (FLN-N) to FLN-Para-Ref
              perform bd405-Para-Of thru bd405-Exit
              move FLN-N-Ref (FLN-N) to FLN-RefZ
              move FLN-N-Parent (FLN-N) to FLN-K
              move spaces to Copyuse-Report-Rec
              string "    "                            delimited by size
                     FUNCTION TRIM (FLN-N-Name (FLN-K)) delimited by size
                     " <- "                            delimited by size
                     FUNCTION TRIM (FLN-N-Name (FLN-N)) delimited by size
                     "   "                             delimited by size
                     FUNCTION TRIM (FLN-Para)          delimited by size
                     " line "                          delimited by size
                     FUNCTION TRIM (FLN-RefZ)          delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform bd402-Input-Check thru bd402-Exit
     end-perform.
 bd400-Exit.
     exit.
*>
 bd401-Back-Step.                                                 *> New -FIELDLINEAGE
*> Every flow pair whose target holds node FLN-N's bytes - the item
*>   itself, or A group around it - gives A source node: the sending
*>   item when the target is the node exactly, otherwise the same
*>   bytes of the sending group.
     if       FLN-N-Root (FLN-N) = zero
              go to bd401-Exit.
     perform  varying FLN-J from 1 by 1 until FLN-J > Flow-Pair-Count
              move FLN-PT (FLN-J) to FLN-T
              if   FLN-T not = zero
               and FLN-Root (FLN-T) = FLN-N-Root (FLN-N)
               and LT-Offset (FLN-T) not > FLN-N-Off (FLN-N)
               and FLN-N-Off (FLN-N) + FLN-N-Len (FLN-N)
                   not > LT-Offset (FLN-T) + LT-Length (FLN-T)
                   move FLN-PF (FLN-J) to FLN-S
                   if   FLN-S = zero
                        move FP-From (FLN-J) to FLN-Name-W
                        move zero to FLN-R FLN-O FLN-L
                   else
                    if  LT-Offset (FLN-T) = FLN-N-Off (FLN-N)
                    and LT-Length (FLN-T) = FLN-N-Len (FLN-N)
                        move LT-Name (FLN-S)   to FLN-Name-W
                        move FLN-Root (FLN-S)  to FLN-R
                        move LT-Offset (FLN-S) to FLN-O
                        move LT-Length (FLN-S) to FLN-L
                    else
                        move FLN-Root (FLN-S) to FLN-R
                        compute FLN-O = LT-Offset (FLN-S)
                                      + FLN-N-Off (FLN-N) - LT-Offset (FLN-T)
                        move FLN-N-Len (FLN-N) to FLN-L
                        perform bd404-Name-At thru bd404-Exit
                    end-if
                   end-if
                   perform bd403-Add-Node thru bd403-Exit
              end-if
     end-perform.
 bd401-Exit.
     exit.
*>
 bd402-Input-Check.                                               *> New -FIELDLINEAGE
*> Node FLN-N in the record of A file this program reads opens A new
*>   hop on that file's dataset - unless the same bytes of it have
*>   already been one.
     move     FLN-N-Root (FLN-N) to FLN-R.
     if       FLN-R = zero
              go to bd402-Exit.
     if       LT-Section (FLN-R) not = 1
              go to bd402-Exit.
     move     spaces to CRD-Name-W.
     perform  varying FLN-K from 1 by 1 until FLN-K > FIO-Rec-Count
              if   FIO-Rec-Name (FLN-K) = LT-Name (FLN-R)
                   move FIO-Rec-File (FLN-K) to CRD-Name-W
                   exit perform
              end-if
     end-perform.
     if       CRD-Name-W = spaces
              go to bd402-Exit.
     move     "N" to FLN-Hit.
     perform  varying FLN-K from 1 by 1 until FLN-K > CRA-Count
              if   CRA-Kind (FLN-K) = "F"
               and CRA-Name (FLN-K) = CRD-Name-W
               and CRA-Ops (FLN-K) (2:1) = "R"
                   move "Y" to FLN-Hit
                   exit perform
              end-if
     end-perform.
     if       FLN-Hit not = "Y"
              go to bd402-Exit.
     move     FLN-Db-Base (FLN-Cur-Db) to CRD-Base.
     perform  bd395-Resolve-File thru bd395-Exit.
     move     CRD-Name-W to FLN-In-Set.
     perform  varying FLN-K from 1 by 1 until FLN-K > FLN-Hop-Count
              if   FLN-H-Set (FLN-K) = FLN-In-Set
               and FLN-H-Off (FLN-K) = FLN-N-Off (FLN-N)
               and FLN-H-Len (FLN-K) = FLN-N-Len (FLN-N)
                   go to bd402-Exit
              end-if
     end-perform.
     if       FLN-Hop-Count not < 100
              move "    (hop table full - chain stops here)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd402-Exit.
*> the path inside this program, input field first.
     move     spaces to FLN-Path.
     move     1 to FLN-Ptr.
     move     FLN-N to FLN-K.
     string   FUNCTION TRIM (FLN-N-Name (FLN-K)) delimited by size
              into FLN-Path with pointer FLN-Ptr.
     perform  until FLN-N-Parent (FLN-K) = zero or FLN-Ptr > 250
              move FLN-N-Ref (FLN-K) to FLN-Para-Ref
              perform bd405-Para-Of thru bd405-Exit
              move FLN-N-Ref (FLN-K) to FLN-RefZ
              move FLN-N-Parent (FLN-K) to FLN-K
              string " -> "                            delimited by size
                     FUNCTION TRIM (FLN-N-Name (FLN-K)) delimited by size
                     " ("                              delimited by size
                     FUNCTION TRIM (FLN-Para)          delimited by size
                     " "                               delimited by size
                     FUNCTION TRIM (FLN-RefZ)          delimited by size
                     ")"                               delimited by size
                     into FLN-Path with pointer FLN-Ptr
              end-string
     end-perform.
     add      1 to FLN-Hop-Count.
     add      1 to FLN-H-Kids (FLN-H).
     move     FLN-In-Set          to FLN-H-Set (FLN-Hop-Count).
     move     FLN-N-Name (FLN-N)  to FLN-H-Field (FLN-Hop-Count).
     move     FLN-N-Off (FLN-N)   to FLN-H-Off (FLN-Hop-Count).
     move     FLN-N-Len (FLN-N)   to FLN-H-Len (FLN-Hop-Count).
     move     FLN-H               to FLN-H-Parent (FLN-Hop-Count).
     move     zero                to FLN-H-Kids (FLN-Hop-Count).
     move     FLN-Cur-Prog        to FLN-H-Prog (FLN-Hop-Count).
     move     FLN-Path            to FLN-H-Path (FLN-Hop-Count).
     move     FLN-Hop-Count to FLN-CntZ.
     move     spaces to Copyuse-Report-Rec.
     string   "      input from "                delimited by size
              FUNCTION TRIM (FLN-In-Set)          delimited by size
              " - hop "                           delimited by size
              FUNCTION TRIM (FLN-CntZ)            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd402-Exit.
     exit.
*>
 bd403-Add-Node.                                                  *> New -FIELDLINEAGE
*> FLN-Name-W / FLN-R / FLN-O / FLN-L as A node under FLN-N, once.
     perform  varying FLN-K from 1 by 1 until FLN-K > FLN-Node-Count
              if   FLN-N-Root (FLN-K) = FLN-R
               and FLN-N-Off (FLN-K) = FLN-O
               and FLN-N-Len (FLN-K) = FLN-L
               and (FLN-R not = zero
                or  FLN-N-Name (FLN-K) = FLN-Name-W)
                   go to bd403-Exit
              end-if
     end-perform.
     if       FLN-Node-Count not < 300
              go to bd403-Exit.
     add      1 to FLN-Node-Count.
     move     FLN-Name-W      to FLN-N-Name (FLN-Node-Count).
     move     FLN-R           to FLN-N-Root (FLN-Node-Count).
     move     FLN-O           to FLN-N-Off (FLN-Node-Count).
     move     FLN-L           to FLN-N-Len (FLN-Node-Count).
     move     FLN-N           to FLN-N-Parent (FLN-Node-Count).
     move     FP-Ref (FLN-J)  to FLN-N-Ref (FLN-Node-Count).
 bd403-Exit.
     exit.
*>
 bd404-Name-At.                                                   *> New -FIELDLINEAGE
*> The item under 01 FLN-R at offset FLN-O, length FLN-L - an
*>   elementary one first - else "RECORD+offset".
     move     spaces to FLN-Name-W.
     perform  varying FLN-K from FLN-R by 1
              until FLN-K > Layout-Count
                 or (FLN-K > FLN-R and FLN-Root (FLN-K) not = FLN-R)
              if   LT-Offset (FLN-K) = FLN-O
               and LT-Length (FLN-K) = FLN-L
                   if   LT-Group-Flag (FLN-K) = "N"
                     or FLN-Name-W = spaces
                        move LT-Name (FLN-K) to FLN-Name-W
                   end-if
              end-if
     end-perform.
     if       FLN-Name-W = spaces
              move FLN-O to FLN-OffZ
              string FUNCTION TRIM (LT-Name (FLN-R)) delimited by size
                     "+"                              delimited by size
                     FUNCTION TRIM (FLN-OffZ)         delimited by size
                     into FLN-Name-W.
 bd404-Exit.
     exit.
*>
 bd405-Para-Of.                                                   *> New -FIELDLINEAGE
*> The paragraph holding source line FLN-Para-Ref.
     move     "(no paragraph)" to FLN-Para.
     move     zero to FLN-Q.
     perform  varying FLN-P from 1 by 1 until FLN-P > PG-Para-Count
              if   PG-Para-Ref (FLN-P) not > FLN-Para-Ref
               and PG-Para-Ref (FLN-P) not < FLN-Q
                   move PG-Para-Name (FLN-P) to FLN-Para
                   move PG-Para-Ref (FLN-P)  to FLN-Q
              end-if
     end-perform.
 bd405-Exit.
     exit.
*>
 bd406-Chain.                                                     *> New -FIELDLINEAGE
*> Hop FLN-K ends A chain - print it from there up to hop 1.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     FLN-K to FLN-J.
     perform  until FLN-J = zero
              move spaces to Copyuse-Report-Rec
              string "  "                                 delimited by size
                     FUNCTION TRIM (FLN-H-Set (FLN-J))    delimited by size
                     " "                                  delimited by size
                     FUNCTION TRIM (FLN-H-Field (FLN-J))  delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   FLN-H-Parent (FLN-J) not = zero
                   move spaces to Copyuse-Report-Rec
                   string "    "                          delimited by size
                          FUNCTION TRIM (FLN-H-Prog (FLN-J)) delimited by size
                          ": "                            delimited by size
                          FUNCTION TRIM (FLN-H-Path (FLN-J)) delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
              move FLN-H-Parent (FLN-J) to FLN-J
     end-perform.
 bd406-Exit.
     exit.
*>
 bd407-Privacy-Sink.                                              *> New -PRIVACYMAP
*> SkaDataName met in A DISPLAY or A CALL, or the record A WRITE /
*>   REWRITE names - A place data can leave the program.  Kept once
*>   per name and line; whether it is sensitive is settled at the end.
     evaluate PD-Verb
         when "DISPLAY"
         when "CALL"
              move PD-Verb to PV-Kind-W
         when "WRITE"
         when "REWRITE"
              if   SkaDataName (1:32) not = FL-First-Name
                   go to bd407-Exit
              end-if
              move "WRITE" to PV-Kind-W
         when other
              go to bd407-Exit
     end-evaluate.
     move     FUNCTION UPPER-CASE (SkaDataName (1:32)) to PV-Name.
     perform  varying PV-K from PV-Sink-Cnt by -1 until PV-K < 1
              if   PV-Sink-Ref (PV-K) not = SkaRefNo
                   exit perform
              end-if
              if   PV-Sink-Name (PV-K) = PV-Name
               and PV-Sink-Kind (PV-K) = PV-Kind-W
                   go to bd407-Exit
              end-if
     end-perform.
     if       PV-Sink-Cnt not < 2000
              go to bd407-Exit.
     add      1 to PV-Sink-Cnt.
     move     PV-Kind-W to PV-Sink-Kind (PV-Sink-Cnt).
     move     PV-Name   to PV-Sink-Name (PV-Sink-Cnt).
     move     SkaRefNo  to PV-Sink-Ref (PV-Sink-Cnt).
     move     spaces    to PV-Sink-Stmt (PV-Sink-Cnt).
 bd407-Exit.
     exit.
*>
 bd408-Privacymap.                                                *> New -PRIVACYMAP
*>***********************
*> Tag the items the patterns name, spread the tag over the flow
*>   pairs until nothing new is tagged, then list every sink that
*>   carries tagged data.
*>***********************
     perform  bd409-Load-Patterns thru bd409-Exit.
     move     Privacymap-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Privacy map for "              delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       PV-Pat-Cnt = zero
              move "  (no privacy: patterns in the config files or on the switch)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              close Copyuse-Report-Out
              display "Caution: -PRIVACYMAP has no patterns to tag - add"
                      " privacy: lines to the config file"
              go to bd408-Exit.
     move     spaces to PV-Line.
     move     1 to PV-P.
     string   "  Patterns:"                   delimited by size
              into PV-Line with pointer PV-P.
     perform  varying PV-I from 1 by 1 until PV-I > PV-Pat-Cnt
                                          or PV-P > 220
              string " "                      delimited by size
                     FUNCTION TRIM (PV-Pat (PV-I)) delimited by size
                     into PV-Line with pointer PV-P
              end-string
     end-perform.
     move     PV-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
*>
*> the SQL statements' host variables that go to the database - all
*>   of them for A change, the bound ones (WHERE / SET) for A read.
*>
     perform  varying PV-I from 1 by 1 until PV-I > Sql-Stmt-Count
              move FUNCTION UPPER-CASE (SQ-Stmt-Type (PV-I)) to PV-Word
              move 1 to PV-P
              perform until PV-P > 96
                      move spaces to PV-Name
                      if   PV-Word = "INSERT" or = "UPDATE"
                                   or = "DELETE" or = "MERGE"
                           unstring SQ-Hosts (PV-I) delimited by all spaces
                                    into PV-Name with pointer PV-P
                      else
                           unstring SQ-Binds (PV-I) delimited by all spaces
                                    into PV-Name with pointer PV-P
                           if   PV-Name not = spaces
                                move spaces to PV-Via
                                unstring PV-Name delimited by "="
                                         into PV-Via PV-Name
                           end-if
                      end-if
                      if   PV-Name = spaces
                           exit perform
                      end-if
                      if   PV-Sink-Cnt < 2000
                           add  1 to PV-Sink-Cnt
                           move "SQL" to PV-Sink-Kind (PV-Sink-Cnt)
                           move FUNCTION UPPER-CASE (PV-Name)
                                to PV-Sink-Name (PV-Sink-Cnt)
                           move SQ-Ref (PV-I) to PV-Sink-Ref (PV-Sink-Cnt)
                           move PV-Word to PV-Sink-Stmt (PV-Sink-Cnt)
                      end-if
              end-perform
     end-perform.
*>
*> seed tags from the layout, then spread them along the flow pairs.
*>
     move     zero to PV-Tag-Cnt.
     perform  varying PV-I from 1 by 1 until PV-I > Layout-Count
              move FUNCTION UPPER-CASE (LT-Name (PV-I)) to CM-Nm
              move "N" to CM-Match
              perform varying PV-J from 1 by 1 until PV-J > PV-Pat-Cnt
                                                 or CM-Match = "Y"
                      move PV-Pat (PV-J) to CM-Pat
                      perform bd308-Name-Match thru bd308-Exit
              end-perform
              if   CM-Match = "Y"
                   move CM-Nm to PV-Name
                   perform bd410-Is-Tagged thru bd410-Is-Tagged-Exit
                   if   PV-Hit = "N" and PV-Tag-Cnt < 1000
                        add  1 to PV-Tag-Cnt
                        move CM-Nm  to PV-Tag-Name (PV-Tag-Cnt)
                        move CM-Pat to PV-Tag-From (PV-Tag-Cnt)
                        move zero   to PV-Tag-Ref (PV-Tag-Cnt)
                   end-if
              end-if
     end-perform.
     move     "Y" to PV-Added.
     move     zero to PV-Passes.
     perform  until PV-Added = "N" or PV-Passes > 50
              move "N" to PV-Added
              add  1 to PV-Passes
              perform varying PV-I from 1 by 1 until PV-I > Flow-Pair-Count
                      move FUNCTION UPPER-CASE (FP-To (PV-I)) to PV-Name
                      perform bd410-Is-Tagged thru bd410-Is-Tagged-Exit
                      if   PV-Hit = "N"
                           move FUNCTION UPPER-CASE (FP-From (PV-I))
                                to PV-Name
                           perform bd410-Carries thru bd410-Exit
                           if   PV-Hit = "Y" and PV-Tag-Cnt < 1000
                                add  1 to PV-Tag-Cnt
                                move FUNCTION UPPER-CASE (FP-To (PV-I))
                                     to PV-Tag-Name (PV-Tag-Cnt)
                                move PV-Name to PV-Tag-From (PV-Tag-Cnt)
                                move FP-Ref (PV-I) to PV-Tag-Ref (PV-Tag-Cnt)
                                move "Y" to PV-Added
                           end-if
                      end-if
              end-perform
     end-perform.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Tagged items:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       PV-Tag-Cnt = zero
              move "  (no data name matches the patterns)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  varying PV-I from 1 by 1 until PV-I > PV-Tag-Cnt
              move spaces to Copyuse-Report-Rec
              move PV-Tag-Name (PV-I) to Copyuse-Report-Rec (3:32)
              if   PV-Tag-Ref (PV-I) = zero
                   string "matches "            delimited by size
                          FUNCTION TRIM (PV-Tag-From (PV-I))
                                                delimited by size
                          into Copyuse-Report-Rec (36:80)
              else
                   move PV-Tag-Ref (PV-I) to FLN-Para-Ref PV-RefZ
                   perform bd405-Para-Of thru bd405-Exit
                   string "copied from "        delimited by size
                          FUNCTION TRIM (PV-Tag-From (PV-I))
                                                delimited by size
                          "  "                  delimited by size
                          FUNCTION TRIM (FLN-Para) delimited by size
                          " line "              delimited by size
                          FUNCTION TRIM (PV-RefZ) delimited by size
                          into Copyuse-Report-Rec (36:120)
              end-if
              write Copyuse-Report-Rec
     end-perform.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Sinks reached by tagged data:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     "Kind"      to Copyuse-Report-Rec (3:8).
     move     "Item"      to Copyuse-Report-Rec (12:32).
     move     "Carries"   to Copyuse-Report-Rec (45:32).
     move     "Paragraph" to Copyuse-Report-Rec (78:32).
     move     "  Line"    to Copyuse-Report-Rec (111:6).
     write    Copyuse-Report-Rec.
     move     zero to PV-Hits.
     perform  varying PV-I from 1 by 1 until PV-I > PV-Sink-Cnt
              move PV-Sink-Name (PV-I) to PV-Name
              perform bd410-Carries thru bd410-Exit
              if   PV-Hit = "Y"
                   perform bd411-Sink-Line thru bd411-Exit
              end-if
     end-perform.
     if       PV-Hits = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     PV-Tag-Cnt to PV-CntZ.
     move     PV-Hits to PV-CntZ2.
     string   "Summary: "                     delimited by size
              FUNCTION TRIM (PV-CntZ)         delimited by size
              " tagged item(s), "             delimited by size
              FUNCTION TRIM (PV-CntZ2)        delimited by size
              " sink(s)"                      delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Privacy map (" FUNCTION TRIM (PV-CntZ2)
              " sink(s)) written to " FUNCTION TRIM (Privacymap-FileName).
 bd408-Exit.
     exit.
*>
 bd409-Load-Patterns.                                             *> New -PRIVACYMAP
*> Patterns from -PRIVACYMAP= first, then every "privacy:" line of
*>   the user's config file and the site one.
     move     zero to PV-Pat-Cnt.
     move     FUNCTION UPPER-CASE (WS-Privacy-Arg) to CF-Rest.
     perform  bd409-Split thru bd409-Split-Exit.
     perform  varying PV-F from 1 by 1 until PV-F > 2
              move spaces to WS-Config-Name
              if   PV-F = 1
                   if   WS-Config-Home = spaces
                        exit perform cycle
                   end-if
                   string WS-Config-Home delimited by space
                          OS-Delimiter   delimited by size
                          ".cobxrefrc"   delimited by size
                          into WS-Config-Name
              else
                   move "/etc/cobxref.conf" to WS-Config-Name
              end-if
              open input Config-In
              if   FS-Reply not = zero
                   move zero to FS-Reply
                   exit perform cycle
              end-if
              perform until FS-Reply not = zero
                      read Config-In at end
                           move 1 to FS-Reply
                           exit perform
                      end-read
                      if   Config-In-Rec = spaces
                        or Config-In-Rec (1:1) = "#"
                        or Config-In-Rec (1:2) = "*>"
                           exit perform cycle
                      end-if
                      move spaces to CF-Key CF-Rest
                      unstring Config-In-Rec delimited by ":"
                               into CF-Key CF-Rest
                      if   FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Key))
                           = "PRIVACY"
                           move FUNCTION UPPER-CASE (CF-Rest) to CF-Rest
                           perform bd409-Split thru bd409-Split-Exit
                      end-if
              end-perform
              close Config-In
              move zero to FS-Reply
     end-perform.
 bd409-Exit.
     exit.
*>
 bd409-Split.
*> CF-Rest holds patterns split by commas or spaces.
     inspect  CF-Rest replacing all "," by space.
     move     1 to PV-P.
     perform  until PV-P > 200 or PV-Pat-Cnt = 50
              move spaces to PV-Word
              unstring CF-Rest delimited by all spaces
                       into PV-Word with pointer PV-P
              if   PV-Word = spaces
                   if   PV-P > 200
                        exit perform
                   end-if
                   if   CF-Rest (PV-P:) = spaces
                        exit perform
                   end-if
                   exit perform cycle
              end-if
              add  1 to PV-Pat-Cnt
              move PV-Word to PV-Pat (PV-Pat-Cnt)
     end-perform.
 bd409-Split-Exit.
     exit.
*>
 bd410-Carries.                                                   *> New -PRIVACYMAP
*> Does PV-Name hold tagged data - tagged itself, inside A tagged
*>   group, or A group with A tagged item in it?  PV-Via names the
*>   tagged item.
     move     spaces to PV-Via.
     perform  bd410-Is-Tagged thru bd410-Is-Tagged-Exit.
     if       PV-Hit = "Y"
              move PV-Name to PV-Via
              go to bd410-Exit.
     move     zero to PV-R.
     perform  varying PV-J from 1 by 1 until PV-J > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (PV-J)) = PV-Name
                   move PV-J to PV-R
                   exit perform
              end-if
     end-perform.
     if       PV-R = zero
              go to bd410-Exit.
     move     PV-Name to PV-Word.
     move     LT-Level (PV-R) to PV-Lvl.
     perform  varying PV-J from PV-R by -1
              until PV-J < 2 or PV-Lvl = 1 or PV-Lvl = 77
                 or PV-Hit = "Y"
              if   LT-Level (PV-J - 1) < PV-Lvl
                   move LT-Level (PV-J - 1) to PV-Lvl
                   move FUNCTION UPPER-CASE (LT-Name (PV-J - 1)) to PV-Name
                   perform bd410-Is-Tagged thru bd410-Is-Tagged-Exit
                   if   PV-Hit = "Y"
                        move PV-Name to PV-Via
                   end-if
              end-if
     end-perform.
     perform  varying PV-J from PV-R by 1
              until PV-J not < Layout-Count or PV-Hit = "Y"
                 or LT-Level (PV-J + 1) not > LT-Level (PV-R)
                 or LT-Level (PV-J + 1) = 66 or = 77
              move FUNCTION UPPER-CASE (LT-Name (PV-J + 1)) to PV-Name
              perform bd410-Is-Tagged thru bd410-Is-Tagged-Exit
              if   PV-Hit = "Y"
                   move PV-Name to PV-Via
              end-if
     end-perform.
     move     PV-Word to PV-Name.
 bd410-Exit.
     exit.
*>
 bd410-Is-Tagged.
     move     "N" to PV-Hit.
     perform  varying PV-K from 1 by 1 until PV-K > PV-Tag-Cnt
              if   PV-Tag-Name (PV-K) = PV-Name
                   move "Y" to PV-Hit
                   exit perform
              end-if
     end-perform.
 bd410-Is-Tagged-Exit.
     exit.
*>
 bd411-Sink-Line.                                                 *> New -PRIVACYMAP
*> One sink PV-I carrying PV-Via - A written record also names its
*>   file and the datasets the catalog has that file ASSIGNed to.
     add      1 to PV-Hits.
     move     PV-Sink-Ref (PV-I) to FLN-Para-Ref PV-RefZ.
     perform  bd405-Para-Of thru bd405-Exit.
     move     spaces to Copyuse-Report-Rec.
     move     PV-Sink-Kind (PV-I) to Copyuse-Report-Rec (3:8).
     move     PV-Sink-Name (PV-I) to Copyuse-Report-Rec (12:32).
     move     PV-Via              to Copyuse-Report-Rec (45:32).
     move     FLN-Para            to Copyuse-Report-Rec (78:32).
     move     PV-RefZ             to Copyuse-Report-Rec (111:6).
     write    Copyuse-Report-Rec.
     if       PV-Sink-Kind (PV-I) = "SQL"
              move spaces to Copyuse-Report-Rec
              string "           host variable of an SQL "
                                               delimited by size
                     FUNCTION TRIM (PV-Sink-Stmt (PV-I))
                                               delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd411-Exit.
     if       PV-Sink-Kind (PV-I) not = "WRITE"
              go to bd411-Exit.
     move     spaces to PV-FD PV-Dsns.
     perform  varying PV-J from 1 by 1 until PV-J > FIO-Rec-Count
              if   FUNCTION UPPER-CASE (FIO-Rec-Name (PV-J))
                   = PV-Sink-Name (PV-I)
                   move FUNCTION UPPER-CASE (FIO-Rec-File (PV-J)) to PV-FD
                   exit perform
              end-if
     end-perform.
     if       PV-FD = spaces
              go to bd411-Exit.
     if       LR-Cat-Loaded = "N"
              perform zz397-Load-Catalog thru zz397-Exit
              move "Y" to LR-Cat-Loaded.
     move     1 to PV-P.
     perform  varying PV-J from 1 by 1 until PV-J > Filecat-Count
              if   FUNCTION UPPER-CASE (FC-Select (PV-J)) = PV-FD
               and FUNCTION UPPER-CASE (FC-Prog (PV-J)) = LR-Src-Prog
               and PV-P < 80
                   string FUNCTION TRIM (FC-Phys (PV-J)) delimited by size
                          " "                            delimited by size
                          into PV-Dsns with pointer PV-P
              end-if
     end-perform.
     if       PV-Dsns = spaces
              move "(not in the catalog)" to PV-Dsns.
     move     spaces to Copyuse-Report-Rec.
     string   "           file "              delimited by size
              FUNCTION TRIM (PV-FD)           delimited by size
              " - dataset "                   delimited by size
              FUNCTION TRIM (PV-Dsns)         delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd411-Exit.
     exit.
*>
 bd412-Taint-Scan.                                                *> New -TAINT
*> SkaDataName met under A test - IF, EVALUATE, WHEN, UNTIL or
*>   INSPECT - is remembered as A check made of it (an 88 counts for
*>   its parent); under CALL "SYSTEM" it is A command sink.
     evaluate PD-Verb
         when "IF"
         when "EVALUATE"
         when "WHEN"
         when "UNTIL"
         when "INSPECT"
              continue
         when "CALL"
              if   TN-Call-Target = "SYSTEM"
                   move "SYSTEM" to TN-Kind-W
                   move FUNCTION UPPER-CASE (SkaDataName (1:32)) to TN-Name
                   move SkaRefNo to TN-Ref-W
                   move spaces to TN-Info
                   perform bd413-Add-Sink thru bd413-Exit
              end-if
              go to bd412-Exit
         when other
              go to bd412-Exit
     end-evaluate.
     if       TN-Test-Cnt not < 2000
              go to bd412-Exit.
     add      1 to TN-Test-Cnt.
     move     FUNCTION UPPER-CASE (SkaDataName (1:32))
                              to TN-Test-Name (TN-Test-Cnt).
     move     spaces          to TN-Test-Cond (TN-Test-Cnt).
     move     PD-Verb (1:8)   to TN-Test-Verb (TN-Test-Cnt).
     move     SkaRefNo        to TN-Test-Ref  (TN-Test-Cnt).
     perform  varying TN-J from 1 by 1 until TN-J > Con-Tab-Count
              if   FUNCTION UPPER-CASE (Conditions (TN-J))
                   = TN-Test-Name (TN-Test-Cnt)
                   move TN-Test-Name (TN-Test-Cnt)
                        to TN-Test-Cond (TN-Test-Cnt)
                   move FUNCTION UPPER-CASE (Variables (TN-J))
                        to TN-Test-Name (TN-Test-Cnt)
                   exit perform
              end-if
     end-perform.
 bd412-Exit.
     exit.
*>
 bd413-Add-Sink.                                                  *> New -TAINT
*> One sink - TN-Kind-W, TN-Name, TN-Ref-W and TN-Info - kept once.
     if       TN-Name = spaces
              go to bd413-Exit.
     perform  varying TN-J from 1 by 1 until TN-J > TN-Sink-Cnt
              if   TN-Sink-Kind (TN-J) = TN-Kind-W
               and TN-Sink-Name (TN-J) = TN-Name
               and TN-Sink-Ref (TN-J)  = TN-Ref-W
                   go to bd413-Exit
              end-if
     end-perform.
     if       TN-Sink-Cnt not < 500
              go to bd413-Exit.
     add      1 to TN-Sink-Cnt.
     move     TN-Kind-W to TN-Sink-Kind (TN-Sink-Cnt).
     move     TN-Name   to TN-Sink-Name (TN-Sink-Cnt).
     move     TN-Ref-W  to TN-Sink-Ref  (TN-Sink-Cnt).
     move     TN-Info   to TN-Sink-Info (TN-Sink-Cnt).
 bd413-Exit.
     exit.
*>
 bd414-Taint.                                                     *> New -TAINT
*>***********************
*> Mark the untrusted items, spread the mark over the flow pairs
*>   until nothing new is reached, then list every dangerous sink it
*>   gets to with the path back to the source and the checks made on
*>   the way.  The -PRIVACYMAP tag table and its group rules are
*>   borrowed - that report is finished by now.
*>***********************
     move     Taint-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Taint report for "             delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to PV-Tag-Cnt TN-Hits.
*>
*> console, command line and environment - an ACCEPT from the date,
*>   the time or the like is not input anybody can steer.
*>
     perform  varying TN-I from 1 by 1 until TN-I > Flow-Pair-Count
              if   FP-From (TN-I) = "(ACCEPT)"
                   move "(ACCEPT)" to TN-From
                   perform varying TN-J from 1 by 1 until TN-J > TN-Acc-Cnt
                           if   TN-Acc-Ref (TN-J) = FP-Ref (TN-I)
                                move TN-Acc-Kind (TN-J) to TN-From
                           end-if
                   end-perform
                   perform varying TN-J from 1 by 1 until TN-J > ED-Count
                           if   ED-Kind (TN-J) = "ENV-READ"
                            and ED-Ref (TN-J) = FP-Ref (TN-I)
                                move spaces to TN-From
                                string "(ENVIRONMENT "     delimited by size
                                       FUNCTION TRIM (ED-Name (TN-J))
                                                           delimited by size
                                       ")"                 delimited by size
                                       into TN-From
                           end-if
                   end-perform
                   if   TN-From not = "(SYSTEM)"
                        move FUNCTION UPPER-CASE (FP-To (TN-I)) to PV-Name
                        move FP-Ref (TN-I) to TN-Ref-W
                        perform bd415-Seed thru bd415-Exit
                   end-if
              end-if
     end-perform.
*>
*> files read from - the file name first, for READ ... INTO, then the
*>   records of its FD.
*>
     perform  varying TN-I from 1 by 1 until TN-I > FIO-Event-Count
              if   FIO-Ev-Verb (TN-I) = "OPEN-INPUT" or = "OPEN-I-O"
                   move FUNCTION UPPER-CASE (FIO-Ev-File (TN-I)) to TN-Via
                   move TN-Via to PV-Name
                   move spaces to TN-From
                   string "("                   delimited by size
                          FIO-Ev-Verb (TN-I)    delimited by space
                          ")"                   delimited by size
                          into TN-From
                   move FIO-Ev-Ref (TN-I) to TN-Ref-W
                   perform bd415-Seed thru bd415-Exit
                   perform varying TN-P from 1 by 1 until TN-P > FIO-Rec-Count
                           if   FUNCTION UPPER-CASE (FIO-Rec-File (TN-P)) = TN-Via
                                move FUNCTION UPPER-CASE (FIO-Rec-Name (TN-P))
                                     to PV-Name
                                move TN-Via to TN-From
                                perform bd415-Seed thru bd415-Exit
                           end-if
                   end-perform
              end-if
     end-perform.
*>
*> the outermost program's own parameters - JCL PARM or whatever
*>   started the run.
*>
     if       FUNCTION UPPER-CASE (HoldID-Module (1:32)) = TN-Main-Prog
              perform varying TN-I from 1 by 1 until TN-I > Prog-Params-Count
                      if   FUNCTION UPPER-CASE (PP-Prog (TN-I)) = TN-Main-Prog
                           perform varying TN-J from 1 by 1
                                   until TN-J > PP-Count (TN-I) or TN-J > 8
                                   move FUNCTION UPPER-CASE (PP-Parm (TN-I, TN-J))
                                        to PV-Name
                                   move "(LINKAGE)" to TN-From
                                   move zero to TN-Ref-W
                                   perform bd415-Seed thru bd415-Exit
                           end-perform
                      end-if
              end-perform
     end-if.
     move     PV-Tag-Cnt to TN-Srcs.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Untrusted input:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       TN-Srcs = zero
              move "  (none - no ACCEPT, input file or main program parameter)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  varying TN-I from 1 by 1 until TN-I > TN-Srcs
              move spaces to Copyuse-Report-Rec
              move PV-Tag-Name (TN-I) to Copyuse-Report-Rec (3:32)
              move PV-Tag-From (TN-I) to Copyuse-Report-Rec (36:32)
              move PV-Tag-Ref (TN-I) to TN-Ref-W
              perform bd416-Where thru bd416-Where-Exit
              move TN-Line to Copyuse-Report-Rec (69:80)
              write Copyuse-Report-Rec
     end-perform.
*>
     move     "Y" to TN-Added.
     move     zero to TN-Passes.
     perform  until TN-Added = "N" or TN-Passes > 50
              move "N" to TN-Added
              add  1 to TN-Passes
              perform varying TN-I from 1 by 1 until TN-I > Flow-Pair-Count
                      move FUNCTION UPPER-CASE (FP-To (TN-I)) to PV-Name
                      perform bd410-Is-Tagged thru bd410-Is-Tagged-Exit
                      if   PV-Hit = "N"
                       and FP-From (TN-I) (1:1) not = "("
                           move FUNCTION UPPER-CASE (FP-From (TN-I))
                                to PV-Name
                           perform bd410-Carries thru bd410-Exit
                           if   PV-Hit = "Y" and PV-Tag-Cnt < 1000
                                add  1 to PV-Tag-Cnt
                                move FUNCTION UPPER-CASE (FP-To (TN-I))
                                     to PV-Tag-Name (PV-Tag-Cnt)
                                move PV-Via to PV-Tag-From (PV-Tag-Cnt)
                                move FP-Ref (TN-I) to PV-Tag-Ref (PV-Tag-Cnt)
                                move "Y" to TN-Added
                           end-if
                      end-if
              end-perform
     end-perform.
*>
*> SQL text built at run time - the host variables of A PREPARE or
*>   an EXECUTE IMMEDIATE.
*>
     perform  varying TN-I from 1 by 1 until TN-I > Sql-Stmt-Count
              move spaces to TN-Info
              if   FUNCTION UPPER-CASE (SQ-Stmt-Type (TN-I)) = "PREPARE"
                   move "PREPARE" to TN-Info
              end-if
              if   FUNCTION UPPER-CASE (SQ-Stmt-Type (TN-I)) = "EXECUTE"
                   perform varying TN-J from 1 by 1 until TN-J > TN-Imm-Cnt
                           if   TN-Imm-Ref (TN-J) = SQ-Ref (TN-I)
                                move "EXECUTE IMMEDIATE" to TN-Info
                           end-if
                   end-perform
              end-if
              if   TN-Info not = spaces
                   move 1 to TN-P
                   perform until TN-P > 96
                           move spaces to TN-Name
                           unstring SQ-Hosts (TN-I) delimited by all spaces
                                    into TN-Name with pointer TN-P
                           if   TN-Name = spaces
                                exit perform
                           end-if
                           move FUNCTION UPPER-CASE (TN-Name) to TN-Name
                           move "SQL" to TN-Kind-W
                           move SQ-Ref (TN-I) to TN-Ref-W
                           perform bd413-Add-Sink thru bd413-Exit
                   end-perform
              end-if
     end-perform.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Dangerous sinks reached by untrusted data:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     "Kind"      to Copyuse-Report-Rec (3:8).
     move     "Item"      to Copyuse-Report-Rec (12:32).
     move     "Where"     to Copyuse-Report-Rec (45:80).
     write    Copyuse-Report-Rec.
     perform  varying TN-I from 1 by 1 until TN-I > TN-Sink-Cnt
              move TN-Sink-Name (TN-I) to PV-Name
              perform bd410-Carries thru bd410-Exit
              if   PV-Hit = "Y"
                   perform bd417-Taint-Hit thru bd417-Exit
              end-if
     end-perform.
     if       TN-Hits = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TN-Srcs to TN-CntZ.
     move     PV-Tag-Cnt to TN-CntZ2.
     move     TN-Hits to TN-CntZ3.
     string   "Summary: "                     delimited by size
              FUNCTION TRIM (TN-CntZ)         delimited by size
              " untrusted input(s), "         delimited by size
              FUNCTION TRIM (TN-CntZ2)        delimited by size
              " item(s) reached, "            delimited by size
              FUNCTION TRIM (TN-CntZ3)        delimited by size
              " dangerous sink(s)"            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Taint report (" FUNCTION TRIM (TN-CntZ3)
              " sink(s)) written to " FUNCTION TRIM (Taint-FileName).
 bd414-Exit.
     exit.
*>
 bd415-Seed.                                                      *> New -TAINT
*> PV-Name is untrusted input from TN-From at line TN-Ref-W.
     if       PV-Name = spaces
              go to bd415-Exit.
     perform  bd410-Is-Tagged thru bd410-Is-Tagged-Exit.
     if       PV-Hit = "Y" or PV-Tag-Cnt not < 1000
              go to bd415-Exit.
     add      1 to PV-Tag-Cnt.
     move     PV-Name   to PV-Tag-Name (PV-Tag-Cnt).
     move     TN-From   to PV-Tag-From (PV-Tag-Cnt).
     move     TN-Ref-W  to PV-Tag-Ref  (PV-Tag-Cnt).
 bd415-Exit.
     exit.
*>
 bd416-Where.                                                     *> New -TAINT
*> TN-Line = the paragraph and line of TN-Ref-W.
     move     spaces to TN-Line.
     if       TN-Ref-W = zero
              move "PROCEDURE DIVISION USING" to TN-Line
              go to bd416-Where-Exit.
     move     TN-Ref-W to FLN-Para-Ref TN-RefZ.
     perform  bd405-Para-Of thru bd405-Exit.
     string   FUNCTION TRIM (FLN-Para)        delimited by size
              " line "                        delimited by size
              FUNCTION TRIM (TN-RefZ)         delimited by size
              into TN-Line.
 bd416-Where-Exit.
     exit.
*>
 bd417-Taint-Hit.                                                 *> New -TAINT
*> Sink TN-I carries untrusted data through PV-Via - the sink, the
*>   path back to the input it came from and the checks made of each
*>   item on it; one finding.
     add      1 to TN-Hits.
     move     PV-Via to TN-Via.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TN-Sink-Kind (TN-I) to Copyuse-Report-Rec (3:8).
     move     TN-Sink-Name (TN-I) to Copyuse-Report-Rec (12:32).
     move     TN-Sink-Ref (TN-I) to TN-Ref-W.
     perform  bd416-Where thru bd416-Where-Exit.
     if       TN-Sink-Kind (TN-I) = "ASSIGN"   *> A SELECT, not A paragraph
              move spaces to TN-Line
              move TN-Sink-Ref (TN-I) to TN-RefZ
              string "FILE-CONTROL line "     delimited by size
                     FUNCTION TRIM (TN-RefZ)  delimited by size
                     into TN-Line.
     move     TN-Line to Copyuse-Report-Rec (45:80).
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     evaluate TN-Sink-Kind (TN-I)
         when "ASSIGN"
              string "           names the file opened for "
                                               delimited by size
                     FUNCTION TRIM (TN-Sink-Info (TN-I))
                                               delimited by size
                     into Copyuse-Report-Rec
         when "SYSTEM"
              move "           A command line run by CALL ""SYSTEM"""
                   to Copyuse-Report-Rec
         when "CALL"
              move "           names the program A dynamic CALL loads"
                   to Copyuse-Report-Rec
         when other
              string "           SQL text for "  delimited by size
                     FUNCTION TRIM (TN-Sink-Info (TN-I))
                                               delimited by size
                     into Copyuse-Report-Rec
     end-evaluate.
     write    Copyuse-Report-Rec.
     move     "           path back to the input:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "N" to TN-Checked TN-Done.
     if       TN-Via not = TN-Sink-Name (TN-I)
              move spaces to Copyuse-Report-Rec
              string "             "              delimited by size
                     FUNCTION TRIM (TN-Sink-Name (TN-I))
                                                  delimited by size
                     " shares storage with "      delimited by size
                     FUNCTION TRIM (TN-Via)       delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move TN-Sink-Name (TN-I) to TN-Name
              perform bd418-Checks thru bd418-Exit.
     move     TN-Via to TN-Name.
     move     zero to TN-Steps.
     perform  until TN-Done = "Y" or TN-Steps > 30
              add  1 to TN-Steps
              move TN-Name to PV-Name
              perform bd410-Is-Tagged thru bd410-Is-Tagged-Exit
              if   PV-Hit = "N"
                   exit perform
              end-if
              move PV-Tag-From (PV-K) to TN-From
              move PV-Tag-Ref (PV-K) to TN-Ref-W
              perform bd416-Where thru bd416-Where-Exit
              move spaces to Copyuse-Report-Rec
              string "             "            delimited by size
                     FUNCTION TRIM (TN-Name)    delimited by size
                     " <- "                     delimited by size
                     FUNCTION TRIM (TN-From)    delimited by size
                     "  "                       delimited by size
                     FUNCTION TRIM (TN-Line)    delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform bd418-Checks thru bd418-Exit
              if   TN-From (1:1) = "("
                   move TN-From to TN-Origin
                   move "Y" to TN-Done
              else
                   move TN-From to TN-Name
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     if       TN-Checked = "Y"
              move "           checked on the way - make sure the tests above reject bad values"
                   to Copyuse-Report-Rec
     else
              move "           no check seen on the way"
                   to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
*>
     move     "TAINT" to FG-W-Rule.
     move     3 to FG-W-Sev.
     move     TN-Sink-Ref (TN-I) to FG-W-Ref.
     move     TN-Sink-Name (TN-I) to FG-W-Name.
     move     spaces to FG-W-Detail.
     move     1 to TN-P.
     string   FUNCTION TRIM (TN-Origin)       delimited by size
              " reaches "                     delimited by size
              FUNCTION TRIM (TN-Sink-Kind (TN-I))
                                              delimited by size
              into FG-W-Detail with pointer TN-P.
     if       TN-Sink-Info (TN-I) not = spaces
              string " "                      delimited by size
                     FUNCTION TRIM (TN-Sink-Info (TN-I))
                                              delimited by size
                     into FG-W-Detail with pointer TN-P.
     if       TN-Checked = "N"
              string ", unchecked"            delimited by size
                     into FG-W-Detail with pointer TN-P.
     perform  zz250-Add-Finding thru zz250-Exit.
 bd417-Exit.
     exit.
*>
 bd418-Checks.                                                    *> New -TAINT
*> The tests made of TN-Name, on one line under its path step.
     move     spaces to TN-Line.
     move     1 to TN-P.
     perform  varying TN-J from 1 by 1 until TN-J > TN-Test-Cnt
                                          or TN-P > 120
              if   TN-Test-Name (TN-J) = TN-Name
                   move TN-Test-Ref (TN-J) to TN-RefZ
                   if   TN-P > 1
                        string ", "                       delimited by size
                               into TN-Line with pointer TN-P
                   end-if
                   string FUNCTION TRIM (TN-Test-Verb (TN-J))
                                                          delimited by size
                          " "                             delimited by size
                          into TN-Line with pointer TN-P
                   if   TN-Test-Cond (TN-J) not = spaces
                        string FUNCTION TRIM (TN-Test-Cond (TN-J))
                                                          delimited by size
                               " "                        delimited by size
                               into TN-Line with pointer TN-P
                   end-if
                   string "line "                         delimited by size
                          FUNCTION TRIM (TN-RefZ)         delimited by size
                          into TN-Line with pointer TN-P
              end-if
     end-perform.
     if       TN-P = 1
              go to bd418-Exit.
     move     "Y" to TN-Checked.
     move     spaces to Copyuse-Report-Rec.
     string   "               tested by "     delimited by size
              TN-Line (1:TN-P - 1)            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd418-Exit.
     exit.
*>
 bd419-Msg-Verb.                                                  *> New -MSGCAT
*> A reserved word: DISPLAY opens A message, UPON names its device,
*>   any other statement - or the full stop - closes it.
     if       MG-Open = "Y"
              evaluate true
                  when wsFoundWord2 (1:8) = "DISPLAY "
                  when PD-Verb not = "DISPLAY"
                       perform bd423-Msg-Close thru bd423-Exit
                  when wsFoundWord2 (1:5) = "UPON "
                       move "U" to MG-State
                  when MG-State = "U"
                       move wsFoundWord2 (1:10) to MG-Upon (MG-Count)
                       move space to MG-State
                  when other
                       continue
              end-evaluate.
     if       wsFoundWord2 (1:8) = "DISPLAY "
              perform bd422-Msg-Open thru bd422-Exit.
     if       MG-Open = "Y" and Word-Delimit = "."
              perform bd423-Msg-Close thru bd423-Exit.
 bd419-Exit.
     exit.
*>
 bd420-Msg-Literal.                                               *> New -MSGCAT
*> A literal of the open DISPLAY - quoted text without its quotes and
*>   in its case as coded, A number as written.  A literal of only
*>   spaces is padding: it does not make the DISPLAY A message.
     move     Word-Length to MG-Len.
     move     zero to MG-X.
     if       wsf1-1 = quote or = "'"
              perform until MG-Len < 2
                         or wsFoundWord2 (MG-Len:1) = wsf1-1
                      subtract 1 from MG-Len
              end-perform
              move 2 to MG-D
              compute MG-R = MG-Len - 2
              if   MG-R > zero
                   perform bd420-Msg-Raw thru bd420-Msg-Raw-Exit
              end-if
     else
              if   MG-Len > 1
               and wsFoundWord2 (MG-Len:1) = "."
                   subtract 1 from MG-Len
              end-if
              move 1 to MG-D
              move MG-Len to MG-R
     end-if.
     if       MG-R > zero
          and wsFoundWord2 (MG-D:MG-R) not = spaces
              move "Y" to MG-Lit-Seen (MG-Count).
     if       MG-X > zero
          and MG-Ptr < 81
              string SourceRecIn (MG-X:MG-XL) delimited by size
                     into MG-Text (MG-Count) with pointer MG-Ptr
     else
      if      MG-R > zero
          and MG-Ptr < 81
              string wsFoundWord2 (MG-D:MG-R) delimited by size
                     into MG-Text (MG-Count) with pointer MG-Ptr.
     if       Word-Delimit = "."
        or    (MG-Len < Word-Length
          and  wsFoundWord2 (MG-Len + 1:1) = ".")
              perform bd423-Msg-Close thru bd423-Exit.
 bd420-Exit.
     exit.
*>
 bd420-Msg-Raw.
*>***********************
*> Find the literal on the source line as coded: the next quoted
*>   string along the line holding the same characters once case,
*>   and the , ; & and runs of spaces the word scanner alters, are
*>   set aside.  MG-X / MG-XL are its text, zero when not found.
*>***********************
     if       Gen-RefNo1 not = MG-Raw-Ref
              move Gen-RefNo1 to MG-Raw-Ref
              move 1 to MG-Raw-Pos.
 bd420-Msg-Raw-Next.
     if       MG-Raw-Pos > 255
              go to bd420-Msg-Raw-Exit.
     move     zero to MG-I.
     inspect  SourceRecIn (MG-Raw-Pos:) tallying MG-I
              for characters before initial wsf1-1.
     compute  MG-S = MG-Raw-Pos + MG-I.
     if       MG-S > 255
              move 256 to MG-Raw-Pos
              go to bd420-Msg-Raw-Exit.
     move     zero to MG-I.
     inspect  SourceRecIn (MG-S + 1:) tallying MG-I
              for characters before initial wsf1-1.
     compute  MG-E = MG-S + 1 + MG-I.
     if       MG-E > 256
              move 256 to MG-Raw-Pos
              go to bd420-Msg-Raw-Exit.
     compute  MG-Raw-Pos = MG-E + 1.
     if       MG-I = zero
              go to bd420-Msg-Raw-Next.
     compute  MG-A = MG-S + 1.
     move     MG-D to MG-B.
     move     "Y" to MG-Same.
     perform  bd420-Msg-Raw-Cmp thru bd420-Msg-Raw-Cmp-Exit
              until MG-Same not = "Y"
                 or (MG-A not < MG-E and MG-B > MG-D + MG-R - 1).
     if       MG-Same not = "Y"
              go to bd420-Msg-Raw-Next.
     compute  MG-X = MG-S + 1.
     move     MG-I to MG-XL.
 bd420-Msg-Raw-Exit.
     exit.
*>
 bd420-Msg-Raw-Cmp.
*> One step along both: past any separator, then A character each.
     if       MG-A < MG-E
          and (SourceRecIn (MG-A:1) = space or = "," or = ";"
                                    or = "&" or = x"09")
              add  1 to MG-A
              go to bd420-Msg-Raw-Cmp-Exit.
     if       MG-B < MG-D + MG-R
          and wsFoundWord2 (MG-B:1) = space
              add  1 to MG-B
              go to bd420-Msg-Raw-Cmp-Exit.
     if       MG-A not < MG-E
           or MG-B not < MG-D + MG-R
              move "N" to MG-Same
              go to bd420-Msg-Raw-Cmp-Exit.
     if       FUNCTION UPPER-CASE (SourceRecIn (MG-A:1))
                 not = wsFoundWord2 (MG-B:1)
              move "N" to MG-Same
              go to bd420-Msg-Raw-Cmp-Exit.
     add      1 to MG-A MG-B.
 bd420-Msg-Raw-Cmp-Exit.
     exit.
*>
 bd421-Msg-Name.                                                  *> New -MSGCAT
*> A data name of the open DISPLAY - the device after UPON, else A
*>   <NAME> place holder in the text.  Subscripts are left out.
     if       MG-State = "U"
              move FUNCTION UPPER-CASE (SkaDataName (1:10))
                   to MG-Upon (MG-Count)
              move space to MG-State
     else
      if      RU-In-Sub = "N"
          and MG-Ptr < 81
              string "<"                        delimited by size
                     FUNCTION UPPER-CASE (FUNCTION TRIM (SkaDataName (1:32)))
                                                delimited by size
                     ">"                        delimited by size
                     into MG-Text (MG-Count) with pointer MG-Ptr
      end-if
     end-if.
     if       Word-Delimit = "."
              perform bd423-Msg-Close thru bd423-Exit.
 bd421-Exit.
     exit.
*>
 bd422-Msg-Open.                                                  *> New -MSGCAT
*>***********************
*> A new DISPLAY: its line, paragraph and the tests of every open IF
*>   / EVALUATE branch around it.
*>***********************
     if       MG-Count not < 1000
              go to bd422-Exit.
     add      1 to MG-Count.
     initialize MG-Entry (MG-Count).
     move     Gen-RefNo1 to MG-Ref (MG-Count).
     move     RU-Cur-Para to MG-Para (MG-Count).
     if       RU-Cur-Para = spaces
              move "(ENTRY)" to MG-Para (MG-Count).
     move     "SYSOUT" to MG-Upon (MG-Count).
     move     "N" to MG-Lit-Seen (MG-Count).
     move     "Y" to MG-Open.
     move     space to MG-State.
     perform  bd429-Rules-Guard thru bd429-Exit.
     move     RU-Guard to MG-Guard (MG-Count).
     move     1 to MG-Ptr.
 bd422-Exit.
     exit.
*>
 bd423-Msg-Close.                                                 *> New -MSGCAT
*> The DISPLAY is over - kept when it showed A literal or went to the
*>   console / SYSERR, but not when it only set an environment
*>   variable or an argument.
     move     "N" to MG-Open.
     move     space to MG-State.
     if       MG-Count = zero
              go to bd423-Exit.
     if       MG-Upon (MG-Count) (1:8) = "ENVIRONM" or = "ARGUMENT"
                                       or = "COMMAND-"
        or    (MG-Lit-Seen (MG-Count) = "N"
          and  MG-Upon (MG-Count) not = "CONSOLE"
          and  MG-Upon (MG-Count) not = "SYSERR")
              subtract 1 from MG-Count.
 bd423-Exit.
     exit.
*>
 bd424-Msgcat.                                                    *> New -MSGCAT
*>***********************
*> This program's messages in source order - Prog-BaseName.msgcat.
*>***********************
     if       MG-Open = "Y"
              perform bd423-Msg-Close thru bd423-Exit.
     move     Msgcat-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Operator messages for "        delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Line"      to Copyuse-Report-Rec (1:6).
     move     "Paragraph"   to Copyuse-Report-Rec (10:32).
     move     "Upon"        to Copyuse-Report-Rec (43:10).
     move     "Message"     to Copyuse-Report-Rec (54:80).
     write    Copyuse-Report-Rec.
     move     zero to MG-Noid.
     perform  varying MG-K from 1 by 1 until MG-K > MG-Count
              move MG-Text (MG-K) to MG-Word
              perform bd425-Msg-Has-Id thru bd425-Exit
              move spaces to Copyuse-Report-Rec
              move MG-Ref (MG-K)  to MG-RefZ
              move MG-RefZ        to Copyuse-Report-Rec (1:6)
              move MG-Para (MG-K) to Copyuse-Report-Rec (10:32)
              move MG-Upon (MG-K) to Copyuse-Report-Rec (43:10)
              move 54 to MG-Ptr
              if   MG-Text (MG-K) = spaces
                   string "(blank line)"  delimited by size
                          into Copyuse-Report-Rec with pointer MG-Ptr
                   move "Y" to MG-Has-Id
              end-if
              string FUNCTION TRIM (MG-Text (MG-K) trailing)
                                          delimited by size
                     into Copyuse-Report-Rec with pointer MG-Ptr
              if   MG-Has-Id = "N"
                   add  1 to MG-Noid
                   string "  (no id)"     delimited by size
                          into Copyuse-Report-Rec with pointer MG-Ptr
              end-if
              write Copyuse-Report-Rec
              move spaces to Copyuse-Report-Rec
              string "when "              delimited by size
                     FUNCTION TRIM (MG-Guard (MG-K)) delimited by size
                     into Copyuse-Report-Rec (54:100)
              write Copyuse-Report-Rec
     end-perform.
     if       MG-Count = zero
              move "  (no DISPLAY of A literal or to the console)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     MG-Count to MG-CntZ.
     move     MG-Noid to MG-CntZ2.
     string   "Summary: "                     delimited by size
              FUNCTION TRIM (MG-CntZ)         delimited by size
              " message(s), "                 delimited by size
              FUNCTION TRIM (MG-CntZ2)        delimited by size
              " with no message identifier"   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Message catalog (" FUNCTION TRIM (MG-CntZ)
              " message(s)) written to " FUNCTION TRIM (Msgcat-FileName).
 bd424-Exit.
     exit.
*>
 bd425-Msg-Has-Id.                                                *> New -MSGCAT
*> Does the text in MG-Word carry A message identifier - A word of
*>   two or more characters holding A digit, as in "ERROR 14" or
*>   "PAY014E"?  The <NAME> place holders do not count.
     move     "N" to MG-Has-Id MG-Digit.
     move     zero to MG-Len MG-I.
     perform  varying MG-J from 1 by 1 until MG-J > 81
                                          or MG-Has-Id = "Y"
              if   MG-J > 80
                   move space to MG-Alpha
              else
                   move MG-Word (MG-J:1) to MG-Alpha
              end-if
              evaluate true
                  when MG-Alpha = "<"
                       move 1 to MG-I
                       move zero to MG-Len
                       move "N" to MG-Digit
                  when MG-Alpha = ">"
                       move zero to MG-I
                  when MG-I = 1
                       continue
                  when MG-Alpha numeric
                       add  1 to MG-Len
                       move "Y" to MG-Digit
                  when MG-Alpha alphabetic and MG-Alpha not = space
                       add  1 to MG-Len
                  when other
                       if   MG-Digit = "Y" and MG-Len > 1
                            move "Y" to MG-Has-Id
                       end-if
                       move zero to MG-Len
                       move "N" to MG-Digit
              end-evaluate
     end-perform.
 bd425-Exit.
     exit.
*>
 bd426-Msgcat-Library.                                            *> New -MSGCAT
*>***********************
*> dir/msgcat.report from the members' .xdb "M" rows - sorted on the
*>   text so the on-call team can look A message up, each text with
*>   every program and paragraph that raises it.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxmsgtmp"          delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     high-values to LM-Table.
     move     zero to LM-Count LM-Dropped MG-Dbs MG-Progs SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd427-Msgcat-Xdb thru bd427-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       MG-Dbs = zero
              display "Caution: -MSGCAT found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -MSGCAT first"
              go to bd426-Exit.
     if       LM-Count > 1
              sort LM-Entry ascending LM-Text LM-Prog LM-Ref.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "msgcat.report"     delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Operator message catalog for "  delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     LM-Count to MG-CntZ.
     move     MG-Progs to MG-CntZ2.
     move     spaces to Copyuse-Report-Rec.
     string   FUNCTION TRIM (MG-CntZ)          delimited by size
              " message(s) from "              delimited by size
              FUNCTION TRIM (MG-CntZ2)         delimited by size
              " program(s), sorted on the text - <NAME> is A data"
                                               delimited by size
              " item shown at run time"        delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to MG-Dup MG-Noid MG-Len.
     move     spaces to MG-Word.
     perform  varying MG-K from 1 by 1 until MG-K > LM-Count
              if   MG-K = 1
                or LM-Text (MG-K) not = LM-Text (MG-K - 1)
                   if   MG-K > 1
                        perform bd428-Msg-Group-End thru bd428-Exit
                   end-if
                   move spaces to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move LM-Text (MG-K) to MG-Word
                   perform bd425-Msg-Has-Id thru bd425-Exit
                   move 1 to MG-Ptr
                   if   LM-Text (MG-K) = spaces
                        string "(blank line)"  delimited by size
                               into Copyuse-Report-Rec with pointer MG-Ptr
                        move "Y" to MG-Has-Id
                   end-if
                   string FUNCTION TRIM (LM-Text (MG-K) trailing)
                                               delimited by size
                          into Copyuse-Report-Rec with pointer MG-Ptr
                   if   MG-Has-Id = "N"
                        add  1 to MG-Noid
                        string "  (no id)"     delimited by size
                               into Copyuse-Report-Rec with pointer MG-Ptr
                   end-if
                   write Copyuse-Report-Rec
                   move zero to MG-R
                   move spaces to MG-Prev-Prog
              end-if
              if   LM-Prog (MG-K) not = MG-Prev-Prog
                   add  1 to MG-R
                   move LM-Prog (MG-K) to MG-Prev-Prog
              end-if
              move spaces to Copyuse-Report-Rec
              move LM-Prog (MG-K) to Copyuse-Report-Rec (5:32)
              move LM-Para (MG-K) to Copyuse-Report-Rec (38:32)
              move LM-Ref (MG-K) to MG-RefZ
              string "line "                   delimited by size
                     FUNCTION TRIM (MG-RefZ)   delimited by size
                     into Copyuse-Report-Rec (71:12)
              move LM-Upon (MG-K) to Copyuse-Report-Rec (84:10)
              string "when "                   delimited by size
                     FUNCTION TRIM (LM-Guard (MG-K)) delimited by size
                     into Copyuse-Report-Rec (95:66)
              write Copyuse-Report-Rec
     end-perform.
     if       LM-Count > zero
              perform bd428-Msg-Group-End thru bd428-Exit.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     MG-Dup to MG-CntZ.
     move     MG-Noid to MG-CntZ2.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (MG-CntZ)          delimited by size
              " text(s) raised by more than one program, "
                                               delimited by size
              FUNCTION TRIM (MG-CntZ2)         delimited by size
              " text(s) with no message identifier"
                                               delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       LM-Dropped > zero
              move LM-Dropped to MG-CntZ
              display "Caution: -MSGCAT catalog is capped at 5000 messages - "
                      FUNCTION TRIM (MG-CntZ) " left out".
     move     LM-Count to MG-CntZ.
     display  "Message catalog (" FUNCTION TRIM (MG-CntZ)
              " message(s)) written to " FUNCTION TRIM (Copyuse-Report-FileName).
 bd426-Exit.
     exit.
*>
 bd427-Msgcat-Xdb.                                                *> New -MSGCAT
*> One member's .xdb - the "M" rows under each program header.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd427-Exit.
     add      1 to MG-Dbs.
     move     spaces to MG-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   move Xdb-In-Rec (15:32) to MG-Cur-Prog
                   add  1 to MG-Progs
              end-if
              if   Xdb-In-Rec (1:1) = "M"
                   move Xdb-In-Rec (2:199) to MG-Entry (1)
                   if   MG-Text (1) = spaces     *> A blank line is only
                    and MG-Upon (1) not = "CONSOLE"  *> A message when
                    and MG-Upon (1) not = "SYSERR"   *> the console gets it
                        exit perform cycle
                   end-if
                   if   LM-Count not < 5000
                        add  1 to LM-Dropped
                   else
                        add  1 to LM-Count
                        move MG-Text (1)  to LM-Text  (LM-Count)
                        move MG-Cur-Prog  to LM-Prog  (LM-Count)
                        move MG-Ref (1)   to LM-Ref   (LM-Count)
                        move MG-Para (1)  to LM-Para  (LM-Count)
                        move MG-Upon (1)  to LM-Upon  (LM-Count)
                        move MG-Guard (1) to LM-Guard (LM-Count)
                   end-if
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd427-Exit.
     exit.
*>
 bd428-Msg-Group-End.                                             *> New -MSGCAT
*> The text just listed came from MG-R programs.
     if       MG-R > 1
              add  1 to MG-Dup
              move MG-R to MG-CntZ
              move spaces to Copyuse-Report-Rec
              string "    ** same text raised by "  delimited by size
                     FUNCTION TRIM (MG-CntZ)        delimited by size
                     " programs"                    delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 bd428-Exit.
     exit.
*>
 bd429-Rules-Guard.                                               *> New -RCMAP
*>***********************
*> RU-Guard: the tests of every open IF / EVALUATE branch around the
*>   current statement, outermost first, off the -RULES decision
*>   stack - "COL test" pairs joined by "and".
*>***********************
     move     spaces to RU-Guard.
     move     1 to RU-G-Ptr.
     perform  varying RU-G-I from 1 by 1 until RU-G-I > RU-Depth
              move RU-Stk-Dec (RU-G-I) to RU-G-D
              move RU-Stk-Row (RU-G-I) to RU-G-R
              if   RU-G-D > zero and RU-G-R > zero
                   perform varying RU-G-J from 1 by 1
                           until RU-G-J > RU-Dec-Cols (RU-G-D)
                           if   RU-Row-Test (RU-G-R RU-G-J) not = spaces
                            and RU-G-Ptr < 71
                                if   RU-G-Ptr > 1
                                     string " and "      delimited by size
                                            into RU-Guard
                                            with pointer RU-G-Ptr
                                end-if
                                string FUNCTION TRIM (RU-Dec-Col (RU-G-D RU-G-J))
                                                         delimited by size
                                       " "               delimited by size
                                       FUNCTION TRIM (RU-Row-Test (RU-G-R RU-G-J))
                                                         delimited by size
                                       into RU-Guard
                                       with pointer RU-G-Ptr
                           end-if
                   end-perform
              end-if
     end-perform.
     if       RU-Guard = spaces
              if   RU-Depth = zero
                   move "(always)" to RU-Guard
              else
                   move "(A test not on A data item)" to RU-Guard
              end-if
     end-if.
 bd429-Exit.
     exit.
*>
 bd430-Rc-Word.                                                   *> New -RCMAP
*> A reserved word: RETURN-CODE as A receiver, RETURNING / GIVING on
*>   STOP RUN / GOBACK / EXIT PROGRAM, ZERO as A value.  A new verb
*>   ends A COMPUTE's expression.
     if       RC-Open = "Y"
          and wsFoundWord2 (1:12) = PD-Verb
              move "N" to RC-Open.
     if       wsFoundWord2 (1:5) = "MOVE "
              move spaces to RC-Move-Src.
     evaluate true
         when wsFoundWord2 (1:5) = "ZERO "
         when wsFoundWord2 (1:6) = "ZEROS "
         when wsFoundWord2 (1:7) = "ZEROES "
              move "0" to RC-Word
              perform bd432-Rc-Operand thru bd432-Exit
         when wsFoundWord2 (1:12) = "RETURN-CODE "
              evaluate true
                  when PD-Verb = "MOVE" and PD-Write-State = 1
                       move "MOVE" to RC-Kind-W
                       perform bd433-Rc-Add thru bd433-Exit
                       move "N" to RC-Open
                       if   RC-Count > zero
                            move RC-Move-Src to RC-Value (RC-Count)
                       end-if
                  when PD-Verb = "COMPUTE" and PD-Write-State = 1
                       move "COMPUTE" to RC-Kind-W
                       perform bd433-Rc-Add thru bd433-Exit
                  when PD-Write-State = 1
                       move PD-Verb to RC-Kind-W
                       perform bd433-Rc-Add thru bd433-Exit
                       move "N" to RC-Open
                       if   RC-Count > zero
                            move "(computed)" to RC-Value (RC-Count)
                       end-if
              end-evaluate
         when (wsFoundWord2 (1:10) = "RETURNING "
            or wsFoundWord2 (1:7) = "GIVING ")
          and (PD-Verb = "STOP" or = "GOBACK" or = "EXIT")
              evaluate PD-Verb
                  when "STOP"   move "STOP RUN" to RC-Kind-W
                  when "GOBACK" move "GOBACK" to RC-Kind-W
                  when other    move "EXIT PROGRAM" to RC-Kind-W
              end-evaluate
              perform bd433-Rc-Add thru bd433-Exit
     end-evaluate.
     if       Word-Delimit = "."
              move "N" to RC-Open.
 bd430-Exit.
     exit.
*>
 bd431-Rc-Literal.                                                *> New -RCMAP
*> A literal - quoted text without its quotes, A number as written.
     move     spaces to RC-Word.
     move     Word-Length to RC-K.
     if       wsf1-1 = quote or = "'"
              perform until RC-K < 2
                         or wsFoundWord2 (RC-K:1) = wsf1-1
                      subtract 1 from RC-K
              end-perform
              if   RC-K > 2
                   move wsFoundWord2 (2:RC-K - 2) to RC-Word
              end-if
     else
              if   RC-K > 1
               and wsFoundWord2 (RC-K:1) = "."
                   subtract 1 from RC-K
              end-if
              move wsFoundWord2 (1:RC-K) to RC-Word
     end-if.
     perform  bd432-Rc-Operand thru bd432-Exit.
     if       RC-K < Word-Length
          and wsFoundWord2 (RC-K + 1:1) = "."
              move "N" to RC-Open.
 bd431-Exit.
     exit.
*>
 bd432-Rc-Operand.                                                *> New -RCMAP
*> RC-Word is an operand: the source of A MOVE, or the value of the
*>   open entry - A COMPUTE with more than one operand is an
*>   expression.  Subscripts are left out.
     if       RU-In-Sub = "Y"
              go to bd432-Exit.
     if       PD-Verb = "MOVE"
          and PD-Write-State = zero
          and RC-Move-Src = spaces
              move RC-Word to RC-Move-Src.
     if       RC-Open = "Y"
              add  1 to RC-Operands
              if   RC-Operands = 1
                   move RC-Word to RC-Value (RC-Count)
              else
                   move "(expression)" to RC-Value (RC-Count)
              end-if
              if   RC-Kind (RC-Count) not = "COMPUTE"
                   move "N" to RC-Open
              end-if
     end-if.
     if       Word-Delimit = "."
              move "N" to RC-Open.
 bd432-Exit.
     exit.
*>
 bd433-Rc-Add.                                                    *> New -RCMAP
*> A new entry of kind RC-Kind-W at this line, with its guard - its
*>   value is the next operand.
     move     "N" to RC-Open.
     if       RC-Count not < 500
              go to bd433-Exit.
     add      1 to RC-Count.
     move     Gen-RefNo1 to RC-Ref (RC-Count).
     move     RU-Cur-Para to RC-Para (RC-Count).
     if       RU-Cur-Para = spaces
              move "(ENTRY)" to RC-Para (RC-Count).
     move     RC-Kind-W to RC-Kind (RC-Count).
     move     spaces to RC-Value (RC-Count).
     perform  bd429-Rules-Guard thru bd429-Exit.
     move     RU-Guard to RC-Guard (RC-Count).
     move     zero to RC-Operands.
     move     "Y" to RC-Open.
 bd433-Exit.
     exit.
*>
 bd434-Rc-Call.                                                   *> New -RCMAP
*> A CALL - an abend routine's first USING argument is its code.
     move     "N" to RC-Open.
     if       RC-Abend-Cnt = zero
              perform bd436-Load-Abends thru bd436-Exit.
     move     FUNCTION UPPER-CASE (wsFoundNewWord6 (1:32)) to RC-Word.
     perform  varying RC-I from 1 by 1 until RC-I > RC-Abend-Cnt
              if   RC-Abend (RC-I) = RC-Word
                   move spaces to RC-Kind-W
                   string "ABEND "                 delimited by size
                          RC-Word                  delimited by space
                          into RC-Kind-W
                   perform bd433-Rc-Add thru bd433-Exit
                   exit perform
              end-if
     end-perform.
 bd434-Exit.
     exit.
*>
 bd435-Rcmap.                                                     *> New -RCMAP
*>***********************
*> This program's return codes in source order - Prog-BaseName.rcmap.
*>***********************
     move     "N" to RC-Open.
     move     Rcmap-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Return codes set by "          delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Line"      to Copyuse-Report-Rec (1:6).
     move     "Paragraph"   to Copyuse-Report-Rec (10:32).
     move     "Set by"      to Copyuse-Report-Rec (43:16).
     move     "Value"       to Copyuse-Report-Rec (60:32).
     write    Copyuse-Report-Rec.
     move     zero to RC-Aborts.
     perform  varying RC-K from 1 by 1 until RC-K > RC-Count
              move spaces to Copyuse-Report-Rec
              move RC-Ref (RC-K)  to RC-RefZ
              move RC-RefZ        to Copyuse-Report-Rec (1:6)
              move RC-Para (RC-K) to Copyuse-Report-Rec (10:32)
              move RC-Kind (RC-K) to Copyuse-Report-Rec (43:16)
              if   RC-Value (RC-K) = spaces
                   move "(not given)" to Copyuse-Report-Rec (60:32)
              else
                   move RC-Value (RC-K) to Copyuse-Report-Rec (60:32)
              end-if
              if   RC-Kind (RC-K) (1:6) = "ABEND "
                   add  1 to RC-Aborts
              end-if
              write Copyuse-Report-Rec
              move spaces to Copyuse-Report-Rec
              string "when "              delimited by size
                     FUNCTION TRIM (RC-Guard (RC-K)) delimited by size
                     into Copyuse-Report-Rec (60:100)
              write Copyuse-Report-Rec
     end-perform.
     if       RC-Count = zero
              move "  (no return code set - the program always ends 0)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     RC-Count to RC-CntZ.
     move     RC-Aborts to RC-CntZ2.
     string   "Summary: "                     delimited by size
              FUNCTION TRIM (RC-CntZ)         delimited by size
              " place(s) setting A return code, "
                                              delimited by size
              FUNCTION TRIM (RC-CntZ2)        delimited by size
              " of them abend calls"          delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Return-code catalog (" FUNCTION TRIM (RC-CntZ)
              " entries) written to " FUNCTION TRIM (Rcmap-FileName).
 bd435-Exit.
     exit.
*>
 bd436-Load-Abends.                                               *> New -RCMAP
*> Abend routines: CEE3ABD and ILBOABN0, then the names given on
*>   -RCMAP= and every "abend:" line of the user's config file and the
*>   site one.
     move     2 to RC-Abend-Cnt.
     move     "CEE3ABD"  to RC-Abend (1).
     move     "ILBOABN0" to RC-Abend (2).
     move     FUNCTION UPPER-CASE (WS-Rcmap-Arg) to CF-Rest.
     perform  bd436-Split thru bd436-Split-Exit.
     perform  varying RC-F from 1 by 1 until RC-F > 2
              move spaces to WS-Config-Name
              if   RC-F = 1
                   if   WS-Config-Home = spaces
                        exit perform cycle
                   end-if
                   string WS-Config-Home delimited by space
                          OS-Delimiter   delimited by size
                          ".cobxrefrc"   delimited by size
                          into WS-Config-Name
              else
                   move "/etc/cobxref.conf" to WS-Config-Name
              end-if
              open input Config-In
              if   FS-Reply not = zero
                   move zero to FS-Reply
                   exit perform cycle
              end-if
              perform until FS-Reply not = zero
                      read Config-In at end
                           move 1 to FS-Reply
                           exit perform
                      end-read
                      if   Config-In-Rec = spaces
                        or Config-In-Rec (1:1) = "#"
                        or Config-In-Rec (1:2) = "*>"
                           exit perform cycle
                      end-if
                      move spaces to CF-Key CF-Rest
                      unstring Config-In-Rec delimited by ":"
                               into CF-Key CF-Rest
                      if   FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Key))
                           = "ABEND"
                           move FUNCTION UPPER-CASE (CF-Rest) to CF-Rest
                           perform bd436-Split thru bd436-Split-Exit
                      end-if
              end-perform
              close Config-In
              move zero to FS-Reply
     end-perform.
 bd436-Exit.
     exit.
*>
 bd436-Split.
*> CF-Rest holds routine names split by commas or spaces.
     inspect  CF-Rest replacing all "," by space.
     move     1 to RC-P.
     perform  until RC-P > 200 or RC-Abend-Cnt = 20
              move spaces to RC-Word
              unstring CF-Rest delimited by all spaces
                       into RC-Word with pointer RC-P
              if   RC-Word = spaces
                   if   RC-P > 200
                        exit perform
                   end-if
                   if   CF-Rest (RC-P:) = spaces
                        exit perform
                   end-if
                   exit perform cycle
              end-if
              inspect RC-Word replacing all quote by space
                                        all "'" by space
              add  1 to RC-Abend-Cnt
              move FUNCTION TRIM (RC-Word) to RC-Abend (RC-Abend-Cnt)
     end-perform.
 bd436-Split-Exit.
     exit.
*>
 bd437-Rc-Script-Line.                                            *> New -RCMAP
*>***********************
*> One script line, after zz245 has had it: the return-code tests of
*>   the latest step - [ $? -ne 0 ], (( RC >= 8 )) with RC=$? earlier,
*>   case $? in 8|12) ... esac, "|| exit" on the step line, set -e.
*>***********************
     if       Diff-Old-Record = spaces
           or Diff-Old-Record (1:1) = "#"
              go to bd437-Exit.
     move     FUNCTION TRIM (Diff-Old-Record) to RS-Line.
     move     spaces to RC-Word.
     move     1 to RC-P.
     unstring RS-Line delimited by all spaces into RC-Word pointer RC-P.
     move     FUNCTION UPPER-CASE (RC-Word) to RC-Word.
     if       RS-Case = "Y"
              if   RC-Word (1:4) = "ESAC"
                   move "N" to RS-Case
                   go to bd437-Exit
              end-if
              move zero to RC-K
              inspect RC-Word tallying RC-K for all ")"
              if   RC-K > zero
                   perform bd437-Case-Pattern thru bd437-Case-Exit
                   go to bd437-Exit
              end-if
     end-if.
*>
*> braces dropped, quotes / brackets / semicolons as spaces, then the
*>   words.
*>
     move     spaces to RS-Clean.
     move     1 to RC-J.
     perform  varying RC-I from 1 by 1 until RC-I > 256
              evaluate RS-Line (RC-I:1)
                  when "{"
                  when "}"
                       continue
                  when quote
                  when "'"
                  when "["
                  when "]"
                  when ";"
                  when "("
                  when ")"
                       move space to RS-Clean (RC-J:1)
                       add  1 to RC-J
                  when other
                       move RS-Line (RC-I:1) to RS-Clean (RC-J:1)
                       add  1 to RC-J
              end-evaluate
     end-perform.
     move     zero to RS-Tok-Cnt.
     move     1 to RC-P.
     perform  until RC-P > 256 or RS-Tok-Cnt = 40
              move spaces to RC-Word
              unstring RS-Clean delimited by all spaces
                       into RC-Word with pointer RC-P
              if   RC-Word = spaces
                   if   RC-P > 256
                        exit perform
                   end-if
                   if   RS-Clean (RC-P:) = spaces
                        exit perform
                   end-if
                   exit perform cycle
              end-if
              add  1 to RS-Tok-Cnt
              move RC-Word to RS-Tok (RS-Tok-Cnt)
     end-perform.
     perform  varying RC-I from 1 by 1 until RC-I > RS-Tok-Cnt
              move FUNCTION UPPER-CASE (RS-Tok (RC-I)) to RC-Word
              evaluate true
                  when RC-Word = "SET" and RC-I < RS-Tok-Cnt
                       move FUNCTION UPPER-CASE (RS-Tok (RC-I + 1))
                            to RC-Word
                       move zero to RC-K
                       inspect RC-Word tallying RC-K for all "E"
                       if   (RC-Word (1:1) = "-" and RC-Word (2:1) not = "O"
                             and RC-K > zero)
                         or RC-Word = "-O" and RC-I + 1 < RS-Tok-Cnt
                             and FUNCTION UPPER-CASE (RS-Tok (RC-I + 2))
                                 = "ERREXIT"
                            move "Y" to RS-Set-E
                       end-if
                  when RC-Word = "||"
                       if   JS-Step-Count > zero
                            move "NZ" to RS-Op-W
                            move zero to RS-Val-W
                            move "|| (any failure)" to RS-Text-W
                            perform bd437-Add-Test thru bd437-Add-Exit
                       end-if
                  when RC-Word = "CASE" and RC-I < RS-Tok-Cnt
                       move RS-Tok (RC-I + 1) to RC-Word
                       perform bd437-Subject thru bd437-Subject-Exit
                       if   RS-Subj = "Y"
                            move "Y" to RS-Case
                       end-if
                  when other
                       move zero to RC-K
                       inspect RC-Word tallying RC-K for all "=$?"
                       if   RC-K > zero
                        and RS-Alias-Cnt < 10
                            add  1 to RS-Alias-Cnt
                            unstring RC-Word delimited by "="
                                     into RS-Alias (RS-Alias-Cnt)
                       else
                        if  RC-I + 2 not > RS-Tok-Cnt
                            perform bd437-Subject thru bd437-Subject-Exit
                            if   RS-Subj = "Y"
                                 perform bd437-Compare thru bd437-Compare-Exit
                            end-if
                        end-if
                       end-if
              end-evaluate
     end-perform.
 bd437-Exit.
     exit.
*>
 bd437-Subject.
*> Is RC-Word $? or A variable set from it ($RC, or bare RC inside
*>   (( ))) ?
     move     "N" to RS-Subj.
     move     FUNCTION UPPER-CASE (RC-Word) to RC-Word.
     if       RC-Word = "$?"
              move "Y" to RS-Subj
              go to bd437-Subject-Exit.
     if       RC-Word (1:1) = "$"
              move RC-Word (2:31) to RC-Word.
     perform  varying RC-J from 1 by 1 until RC-J > RS-Alias-Cnt
              if   RC-Word = RS-Alias (RC-J)
                   move "Y" to RS-Subj
                   exit perform
              end-if
     end-perform.
 bd437-Subject-Exit.
     exit.
*>
 bd437-Compare.
*> Token RC-I is the subject - an operator and A number follow.
     move     FUNCTION UPPER-CASE (RS-Tok (RC-I + 1)) to RC-Word.
     evaluate RC-Word
         when "-EQ"  when "=="  when "="
              move "EQ" to RS-Op-W
         when "-NE"  when "!="
              move "NE" to RS-Op-W
         when "-GT"  when ">"
              move "GT" to RS-Op-W
         when "-GE"  when ">="
              move "GE" to RS-Op-W
         when "-LT"  when "<"
              move "LT" to RS-Op-W
         when "-LE"  when "<="
              move "LE" to RS-Op-W
         when other
              go to bd437-Compare-Exit
     end-evaluate.
     if       FUNCTION TEST-NUMVAL (RS-Tok (RC-I + 2)) not = zero
              go to bd437-Compare-Exit.
     move     FUNCTION NUMVAL (RS-Tok (RC-I + 2)) to RS-Val-W.
     move     spaces to RS-Text-W.
     string   FUNCTION TRIM (RS-Tok (RC-I))     delimited by size
              " "                               delimited by size
              FUNCTION TRIM (RS-Tok (RC-I + 1)) delimited by size
              " "                               delimited by size
              FUNCTION TRIM (RS-Tok (RC-I + 2)) delimited by size
              into RS-Text-W.
*> A test that only parts A clean end from any failure is A safety net.
     if       (RS-Val-W = zero and (RS-Op-W = "EQ" or = "NE"
                                 or = "GT" or = "LE"))
           or (RS-Val-W = 1 and (RS-Op-W = "GE" or = "LT"))
              move "NZ" to RS-Op-W.
     if       JS-Step-Count > zero
              perform bd437-Add-Test thru bd437-Add-Exit.
 bd437-Compare-Exit.
     exit.
*>
 bd437-Case-Pattern.
*> A case branch - 8) or 8|12) or *) - each number is an EQ test.
     move     spaces to RS-Clean.
     unstring RS-Line delimited by ")" into RS-Clean.
     inspect  RS-Clean replacing all "(" by space
                                 all quote by space
                                 all "'" by space.
     move     1 to RC-P.
     perform  until RC-P > 256
              move spaces to RC-Word
              unstring RS-Clean delimited by "|"
                       into RC-Word with pointer RC-P
              move FUNCTION TRIM (RC-Word) to RC-Word
              if   RC-Word = "*"
                   move "NZ" to RS-Op-W
                   move zero to RS-Val-W
                   move "case *) (any other)" to RS-Text-W
                   perform bd437-Add-Test thru bd437-Add-Exit
              else
               if  RC-Word not = spaces
                and FUNCTION TEST-NUMVAL (RC-Word) = zero
                   move "EQ" to RS-Op-W
                   move FUNCTION NUMVAL (RC-Word) to RS-Val-W
                   move spaces to RS-Text-W
                   string "case "               delimited by size
                          FUNCTION TRIM (RC-Word) delimited by size
                          ")"                   delimited by size
                          into RS-Text-W
                   if   RS-Val-W = zero
                        move "NZ" to RS-Op-W
                   end-if
                   perform bd437-Add-Test thru bd437-Add-Exit
               end-if
              end-if
              if   RC-P > 256
                   exit perform
              end-if
              if   RS-Clean (RC-P:) = spaces
                   exit perform
              end-if
     end-perform.
 bd437-Case-Exit.
     exit.
*>
 bd437-Add-Test.
     if       JS-Step-Count = zero
           or RS-Test-Cnt not < 300
              go to bd437-Add-Exit.
     add      1 to RS-Test-Cnt.
     move     JS-Step-Count to RS-Step (RS-Test-Cnt).
     move     RS-Op-W   to RS-Op (RS-Test-Cnt).
     move     RS-Val-W  to RS-Val (RS-Test-Cnt).
     move     RS-Text-W to RS-Text (RS-Test-Cnt).
 bd437-Add-Exit.
     exit.
*>
 bd438-Rc-Crosscheck.                                             *> New -RCMAP
*>***********************
*> srcdir/rcmap.report: each step's program codes, from the srcdir
*>   .xdb "K" rows, against the script's tests after the step.  A
*>   code counts as handled when some test treats it differently
*>   from A clean 0 end; an abend is taken as A large code.
*>***********************
     perform  bd440-Rc-Load thru bd440-Exit.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Jobstream-Dir    delimited by space
              OS-Delimiter        delimited by size
              "rcmap.report"      delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Return-code handling for "        delimited by size
              FUNCTION TRIM (WS-Jobstream-File)  delimited by size
              ":"                                delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       RS-Set-E = "Y"
              move "  (set -e: any failing step stops the script)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     zero to RS-Flags.
     perform  varying JS-Idx from 1 by 1 until JS-Idx > JS-Step-Count
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move JS-Idx to JS-StepZ
              string "  step "         delimited by size
                     JS-StepZ          delimited by size
                     "  "              delimited by size
                     JS-Prog (JS-Idx)  delimited by space
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform bd439-Rc-Step thru bd439-Exit
     end-perform.
     if       JS-Step-Count = zero
              move "  (no program-invoking steps found)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     RS-Flags to RC-CntZ.
     move     JS-Step-Count to RC-CntZ2.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (RC-CntZ2)         delimited by size
              " step(s), "                     delimited by size
              FUNCTION TRIM (RC-CntZ)          delimited by size
              " return-code mismatch(es)"      delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Return-code cross-check (" FUNCTION TRIM (RC-CntZ)
              " mismatch(es)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd438-Exit.
     exit.
*>
 bd439-Rc-Step.                                                   *> New -RCMAP
*> One step - the codes its program can set, then the script's tests.
     move     "N" to RS-Known RS-Unknown.
     move     FUNCTION UPPER-CASE (JS-Prog (JS-Idx)) to RC-Word.
     perform  varying RC-K from 1 by 1 until RC-K > RCK-Count
              if   RCK-Prog (RC-K) not = RC-Word
                   exit perform cycle
              end-if
              move "Y" to RS-Known
              if   RCK-Row (RC-K) = spaces
                   exit perform cycle
              end-if
              move RCK-Row (RC-K) to RCK-Work
              move spaces to Copyuse-Report-Rec
              move RCK-Ref to RC-RefZ
              string "    sets "                  delimited by size
                     FUNCTION TRIM (RCK-Value)     delimited by size
                     "  ("                        delimited by size
                     FUNCTION TRIM (RCK-Kind)      delimited by size
                     " line "                     delimited by size
                     FUNCTION TRIM (RC-RefZ)      delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (RCK-Para)      delimited by size
                     ") when "                    delimited by size
                     FUNCTION TRIM (RCK-Guard)     delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform bd439-Code thru bd439-Code-Exit
              move spaces to Copyuse-Report-Rec
              evaluate true
                  when RS-Hit = "U"
                       move "Y" to RS-Unknown
                       move "      value not known from the source - check by hand"
                         to Copyuse-Report-Rec
                  when RS-Code = zero
                       move "      (A clean end)" to Copyuse-Report-Rec
                  when RS-Set-E = "Y"
                       move "      stops the script (set -e)"
                            to Copyuse-Report-Rec
                  when other
                       perform bd439-Caught thru bd439-Caught-Exit
                       if   RS-Hit = "Y"
                            string "      handled by "   delimited by size
                                   FUNCTION TRIM (RS-Text-W)
                                                      delimited by size
                                   into Copyuse-Report-Rec
                       else
                            add  1 to RS-Flags
                            string "      ** the script never checks for"
                                                      delimited by size
                                   " this code - it runs on as if the"
                                                      delimited by size
                                   " step ended 0"    delimited by size
                                   into Copyuse-Report-Rec
                       end-if
              end-evaluate
              write Copyuse-Report-Rec
     end-perform.
     if       RS-Known = "N"
              move spaces to Copyuse-Report-Rec
              string "    (no .xdb for "              delimited by size
                     FUNCTION TRIM (JS-Prog (JS-Idx)) delimited by size
                     " in the srcdir - run the member with -RCMAP)"
                                                      delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
*> the tests - one catching nothing the program sets is flagged.
*>
     perform  varying RC-I from 1 by 1 until RC-I > RS-Test-Cnt
              if   RS-Step (RC-I) not = JS-Idx
                   exit perform cycle
              end-if
              move spaces to Copyuse-Report-Rec
              string "    script tests "          delimited by size
                     FUNCTION TRIM (RS-Text (RC-I)) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   RS-Op (RC-I) not = "NZ"
               and RS-Known = "Y"
               and RS-Unknown = "N"
                   move "N" to RS-Hit
                   move RS-Op (RC-I) to RS-Op-W
                   move RS-Val (RC-I) to RS-Val-W
                   perform varying RC-K from 1 by 1 until RC-K > RCK-Count
                                                      or RS-Hit = "Y"
                           if   RCK-Prog (RC-K) = FUNCTION UPPER-CASE
                                                  (JS-Prog (JS-Idx))
                            and RCK-Row (RC-K) not = spaces
                                move RCK-Row (RC-K) to RCK-Work
                                perform bd439-Code thru bd439-Code-Exit
                                if   RS-Hit not = "U"
                                 and RS-Code not = zero
                                     perform bd439-Parts
                                             thru bd439-Parts-Exit
                                else
                                     move "N" to RS-Hit
                                end-if
                           end-if
                   end-perform
                   if   RS-Hit not = "Y"
                        add  1 to RS-Flags
                        move "      ** the program never sets A code this test catches"
                             to Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                   end-if
              end-if
     end-perform.
 bd439-Exit.
     exit.
*>
 bd439-Code.
*> RCK-Work's code as A number in RS-Code - an abend as 9999 - or
*>   RS-Hit "U" when the value is A data item or an expression.
     move     space to RS-Hit.
     move     zero to RS-Code.
     if       RCK-Kind (1:6) = "ABEND "
              move 9999 to RS-Code
     else
      if      RCK-Value = spaces
           or FUNCTION TEST-NUMVAL (RCK-Value) not = zero
              move "U" to RS-Hit
      else
              move FUNCTION NUMVAL (RCK-Value) to RS-Code
      end-if
     end-if.
 bd439-Code-Exit.
     exit.
*>
 bd439-Caught.
*> Does any test of this step part RS-Code from A clean end?
     move     "N" to RS-Hit.
     perform  varying RC-I from 1 by 1 until RC-I > RS-Test-Cnt
              if   RS-Step (RC-I) = JS-Idx
                   move RS-Op (RC-I) to RS-Op-W
                   move RS-Val (RC-I) to RS-Val-W
                   perform bd439-Parts thru bd439-Parts-Exit
                   if   RS-Hit = "Y"
                        move RS-Text (RC-I) to RS-Text-W
                        exit perform
                   end-if
              end-if
     end-perform.
 bd439-Caught-Exit.
     exit.
*>
 bd439-Parts.
*> RS-Hit = "Y" when test RS-Op-W RS-Val-W gives RS-Code A different
*>   answer than 0.
     move     RS-Code to RC-P.
     perform  bd439-Test thru bd439-Test-Exit.
     move     RS-True to RS-True0.
     move     zero to RC-P.
     perform  bd439-Test thru bd439-Test-Exit.
     if       RS-True not = RS-True0
              move "Y" to RS-Hit
     else
              move "N" to RS-Hit.
 bd439-Parts-Exit.
     exit.
*>
 bd439-Test.
     move     "N" to RS-True.
     evaluate RS-Op-W
         when "EQ" if RC-P = RS-Val-W move "Y" to RS-True end-if
         when "NE" if RC-P not = RS-Val-W move "Y" to RS-True end-if
         when "GT" if RC-P > RS-Val-W move "Y" to RS-True end-if
         when "GE" if RC-P not < RS-Val-W move "Y" to RS-True end-if
         when "LT" if RC-P < RS-Val-W move "Y" to RS-True end-if
         when "LE" if RC-P not > RS-Val-W move "Y" to RS-True end-if
         when "NZ" if RC-P not = zero move "Y" to RS-True end-if
     end-evaluate.
 bd439-Test-Exit.
     exit.
*>
 bd440-Rc-Load.                                                   *> New -RCMAP
*> The srcdir .xdb files' "K" rows, each program header kept as A
*>   blank row so A program that sets no code is still known.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Jobstream-Dir    delimited by space
              OS-Delimiter        delimited by size
              "cxrctmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Jobstream-Dir   delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to RCK-Count RS-Progs SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec = spaces
                   exit perform cycle
              end-if
              move Copyuse-Raw-Rec to Xdb-FileName
              open input Xdb-In
              if   FS-Reply not = zero
                   display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
                   move zero to FS-Reply
                   exit perform cycle
              end-if
              move spaces to RC-Word
              perform until FS-Reply not = zero
                      read Xdb-In at end
                           move 1 to FS-Reply
                           exit perform
                      end-read
                      if   RCK-Count not < 2000
                           exit perform cycle
                      end-if
                      if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                           move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                                to RC-Word
                           add  1 to RCK-Count RS-Progs
                           move RC-Word to RCK-Prog (RCK-Count)
                           move spaces to RCK-Row (RCK-Count)
                      end-if
                      if   Xdb-In-Rec (1:1) = "K"
                           add  1 to RCK-Count
                           move RC-Word to RCK-Prog (RCK-Count)
                           move Xdb-In-Rec (2:156) to RCK-Row (RCK-Count)
                      end-if
              end-perform
              close Xdb-In
              move zero to FS-Reply
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       RS-Progs = zero
              display "Caution: -RCMAP found no .xdb databases in "
                       FUNCTION TRIM (WS-Jobstream-Dir)
                       " - run the members with -RCMAP first".
 bd440-Exit.
     exit.
*>
 bd441-Cp-Word.                                                   *> New -CPMIGRATE
*>***********************
*> A reserved word in the Procedure Division: SORT / MERGE keys,
*>   SEARCH ALL, INSPECT ... CONVERTING, HIGH / LOW-VALUES as data,
*>   GREATER / LESS and the figuratives as compare operands.  A new
*>   verb ends whatever was open, bar the WHEN of A SEARCH ALL.
*>***********************
     if       HoldWSorPD not = 8
              go to bd441-Exit.
     if       wsFoundWord2 (1:12) = PD-Verb
              move space to CP-State
              move "N" to CP-Cmp-Pend CP-Skip
              move spaces to CP-Last.
     evaluate true
         when wsFoundWord2 (1:5) = "SORT "
         when wsFoundWord2 (1:6) = "MERGE "
              move "s" to CP-State
         when (wsFoundWord2 (1:10) = "ASCENDING "
            or wsFoundWord2 (1:11) = "DESCENDING ")
          and (CP-State = "s" or = "S")
              move "S" to CP-State
         when CP-State = "S"
          and (wsFoundWord2 (1:6) = "USING " or = "INPUT "
            or wsFoundWord2 (1:7) = "GIVING " or = "OUTPUT "
            or wsFoundWord2 (1:5) = "WITH "
            or wsFoundWord2 (1:10) = "COLLATING ")
              move space to CP-State
         when wsFoundWord2 (1:7) = "SEARCH "
              move space to CP-Srch-State
              move spaces to CP-Srch-Table
         when wsFoundWord2 (1:4) = "ALL "
          and PD-Verb = "SEARCH"
          and CP-Srch-State = space
          and CP-Srch-Table = spaces
              move "A" to CP-Srch-State
         when wsFoundWord2 (1:5) = "WHEN "
          and CP-Srch-State = "a"
              move "W" to CP-Srch-State
         when wsFoundWord2 (1:8) = "INSPECT "
              move spaces to CP-Insp-Name
         when wsFoundWord2 (1:11) = "CONVERTING "
          and PD-Verb = "INSPECT"
              move "CONVERT"   to CP-Kind-W
              move CP-Insp-Name to CP-Name-W
              move "INSPECT CONVERTING - A translate table built for EBCDIC"
                               to CP-Why-W
              perform bd444-Cp-Add thru bd444-Exit
              move "C" to CP-State
         when wsFoundWord2 (1:11) = "HIGH-VALUE "
         when wsFoundWord2 (1:12) = "HIGH-VALUES "
         when wsFoundWord2 (1:10) = "LOW-VALUE "
         when wsFoundWord2 (1:11) = "LOW-VALUES "
              if   PD-Verb = "IF" or = "EVALUATE" or = "WHEN"
                          or = "UNTIL" or = "PERFORM" or = "SEARCH"
                   move wsFoundWord2 (1:32) to CP-Word
                   perform bd442-Cp-Operand thru bd442-Exit
              else
                   move "HILOW"   to CP-Kind-W
                   move wsFoundWord2 (1:32) to CP-Name-W
                   move "HIGH / LOW-VALUES held as data - conversion alters them"
                                  to CP-Why-W
                   perform bd444-Cp-Add thru bd444-Exit
                   move "T" to CP-State
              end-if
         when wsFoundWord2 (1:6) = "SPACE "  or = "ZERO "  or = "QUOTE "
         when wsFoundWord2 (1:7) = "SPACES " or = "ZEROS " or = "QUOTES "
         when wsFoundWord2 (1:7) = "ZEROES "
              move wsFoundWord2 (1:32) to CP-Word
              perform bd442-Cp-Operand thru bd442-Exit
         when wsFoundWord2 (1:8) = "GREATER "
         when wsFoundWord2 (1:5) = "LESS "
              perform bd443-Cp-Compare thru bd443-Exit
         when wsFoundWord2 (1:3) = "OF " or = "IN "
              move "Y" to CP-Skip
     end-evaluate.
     if       Word-Delimit = "."
              move space to CP-State CP-Srch-State
              move "N" to CP-Cmp-Pend CP-Skip.
 bd441-Exit.
     exit.
*>
 bd442-Cp-Operand.                                                *> New -CPMIGRATE
*> CP-Word is an operand - A data name, literal or figurative.  It
*>   closes A pending compare, is A SORT key, the receiver of A HIGH
*>   / LOW-VALUES move, A CONVERTING table, the SEARCH ALL table or
*>   the key its WHEN tests.  Subscripts and qualifiers are passed
*>   over.
     if       RU-In-Sub = "Y"
              go to bd442-Exit.
     if       CP-Skip = "Y"
              move "N" to CP-Skip
              go to bd442-Exit.
     evaluate true
         when CP-Cmp-Pend = "Y"
              move "N" to CP-Cmp-Pend
              move "COMPARE" to CP-Kind-W
              move CP-Cmp-Left to CP-Name-W
              move CP-Word to CP-Other-W
              perform bd447-Cp-Keyed thru bd447-Exit
         when CP-State = "s"
              continue
         when CP-State = "S"
              move "SORTKEY" to CP-Kind-W
              move CP-Word to CP-Name-W
              move spaces to CP-Other-W
              perform bd447-Cp-Keyed thru bd447-Exit
         when CP-State = "T"
          and PD-Write-State = 1
              if   CP-Count > zero
                   move CP-Word to CP-Other (CP-Count)
              end-if
              move space to CP-State
         when CP-State = "C"
              if   CP-Count > zero
                   move CP-Word to CP-Other (CP-Count)
              end-if
              move space to CP-State
     end-evaluate.
     evaluate CP-Srch-State
         when "A"
              move CP-Word to CP-Srch-Table
              move "a" to CP-Srch-State
         when "W"
              move space to CP-Srch-State
              move "SRCHALL" to CP-Kind-W
              move CP-Word to CP-Name-W
              move CP-Srch-Table to CP-Other-W
              perform bd447-Cp-Keyed thru bd447-Exit
     end-evaluate.
     if       PD-Verb = "INSPECT"
          and CP-Insp-Name = spaces
              move CP-Word to CP-Insp-Name.
     move     CP-Word to CP-Last.
     if       Word-Delimit = "."
              move space to CP-State CP-Srch-State
              move "N" to CP-Cmp-Pend.
 bd442-Exit.
     exit.
*>
 bd443-Cp-Compare.                                                *> New -CPMIGRATE
*> A > / < / >= / <= or GREATER / LESS - the left side is the last
*>   operand met, the right side the next one.
     if       CP-Last = spaces
              go to bd443-Exit.
     move     CP-Last to CP-Cmp-Left.
     move     "Y" to CP-Cmp-Pend.
 bd443-Exit.
     exit.
*>
 bd444-Cp-Add.                                                    *> New -CPMIGRATE
*> A Procedure Division hit of kind CP-Kind-W at this line.
     move     Gen-RefNo1 to CP-Ref-W.
     move     PG-Cur-Para to CP-Para-W.
     if       CP-Para-W = spaces
              move "(ENTRY)" to CP-Para-W.
     perform  bd445-Cp-Store thru bd445-Exit.
 bd444-Exit.
     exit.
*>
 bd445-Cp-Store.                                                  *> New -CPMIGRATE
*> Keeps the CP-*-W hit - A full table drops it with A count.
     if       CP-Count not < 1000
              add  1 to CP-Dropped
              go to bd445-Exit.
     add      1 to CP-Count.
     move     CP-Ref-W   to CP-Ref   (CP-Count).
     move     CP-Para-W  to CP-Para  (CP-Count).
     move     CP-Kind-W  to CP-Kind  (CP-Count).
     move     CP-Name-W  to CP-Name  (CP-Count).
     move     CP-Other-W to CP-Other (CP-Count).
     move     CP-Why-W   to CP-Why   (CP-Count).
     move     spaces to CP-Name-W CP-Other-W CP-Why-W.
 bd445-Exit.
     exit.
*>
 bd446-Cp-Class.                                                  *> New -CPMIGRATE
*> CP-Word's class - A = A quoted literal or an alphanumeric / group
*>   item, N = A number or numeric item, F = A figurative, ? = A name
*>   not in the layout.  CP-Mix = Y for A literal holding both
*>   letters and digits.
     move     "N" to CP-Mix.
     move     "?" to CP-Cls.
     if       CP-Word (1:1) = quote or = "'"
              move "A" to CP-Cls
              move zero to CP-Alpha CP-Digit
              inspect CP-Word tallying
                      CP-Alpha for all "A" "B" "C" "D" "E" "F" "G" "H" "I"
                                       "J" "K" "L" "M" "N" "O" "P" "Q" "R"
                                       "S" "T" "U" "V" "W" "X" "Y" "Z"
                      CP-Digit for all "0" "1" "2" "3" "4" "5" "6" "7" "8"
                                       "9"
              if   CP-Alpha > zero and CP-Digit > zero
                   move "Y" to CP-Mix
              end-if
              go to bd446-Exit.
     if       CP-Word (1:1) numeric
           or ((CP-Word (1:1) = "-" or = "+" or = ".")
               and CP-Word (2:1) numeric)
              move "N" to CP-Cls
              go to bd446-Exit.
     if       CP-Word (1:5)  = "ZERO " or = "ZEROS"
           or CP-Word (1:6)  = "SPACE " or = "SPACES" or = "ZEROES"
           or CP-Word (1:5)  = "QUOTE"
           or CP-Word (1:10) = "HIGH-VALUE"
           or CP-Word (1:9)  = "LOW-VALUE"
              move "F" to CP-Cls
              go to bd446-Exit.
     perform  varying CP-J from 1 by 1 until CP-J > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (CP-J)) = CP-Word
               and FUNCTION UPPER-CASE (LT-Prog (CP-J))
                 = FUNCTION UPPER-CASE (HoldID-Module)
                   move "A" to CP-Cls
                   move zero to CP-Alpha
                   inspect LT-Pic (CP-J) tallying CP-Alpha
                           for all "X" all "A" all "N" all "G"
                   if   LT-Usage (CP-J) not = "DISPLAY"
                     or (LT-Group-Flag (CP-J) = "N" and CP-Alpha = zero)
                        move "N" to CP-Cls
                   end-if
                   exit perform
              end-if
     end-perform.
 bd446-Exit.
     exit.
*>
 bd447-Cp-Keyed.                                                  *> New -CPMIGRATE
*> A compare, SORT key or SEARCH ALL key is only at risk on text - at
*>   least one side alphanumeric and neither A number nor A
*>   figurative (SPACES and the like sort the same in both).
     move     FUNCTION UPPER-CASE (CP-Name-W) to CP-Word.
     perform  bd446-Cp-Class thru bd446-Exit.
     move     CP-Cls to CP-Cls2.
     move     CP-Mix to CP-Chr2.
     if       CP-Kind-W = "COMPARE"
              move FUNCTION UPPER-CASE (CP-Other-W) to CP-Word
              perform bd446-Cp-Class thru bd446-Exit
     else
              move "?" to CP-Cls
              move "N" to CP-Mix.
     if       CP-Cls = "N" or = "F" or CP-Cls2 = "N" or = "F"
              go to bd447-Exit.
     if       CP-Cls not = "A" and CP-Cls2 not = "A"
              go to bd447-Exit.
     evaluate true
         when CP-Mix = "Y" or CP-Chr2 = "Y"
              move "literal mixes letters and digits - its order flips in ASCII"
                   to CP-Why-W
         when CP-Kind-W = "COMPARE"
              move "ordering compare on text - ASCII puts digits before letters"
                   to CP-Why-W
         when CP-Kind-W = "SORTKEY"
              move "alphanumeric SORT / MERGE key - ASCII collates digits first"
                   to CP-Why-W
         when other
              move "SEARCH ALL on A text key - the table must be in ASCII order"
                   to CP-Why-W
     end-evaluate.
     perform  bd444-Cp-Add thru bd444-Exit.
 bd447-Exit.
     exit.
*>
 bd448-Cpmigrate.                                                 *> New -CPMIGRATE
*>***********************
*> This program's code-page risks in line order, with A count per kind
*>   to size the migration - Prog-BaseName.cpmigrate.  The layout
*>   adds the REDEFINES putting binary over character data and the
*>   HIGH / LOW-VALUES VALUEs.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     "(DATA DIVISION)" to CP-Para-W.
     perform  varying CP-I from 1 by 1 until CP-I > Layout-Count
              if   LT-Redefines (CP-I) = spaces
                or FUNCTION UPPER-CASE (LT-Prog (CP-I))
                   not = FUNCTION UPPER-CASE (HoldID-Module)
                   exit perform cycle
              end-if
              move zero to CP-B
              perform varying CP-J from CP-I by -1 until CP-J < 2
                   subtract 1 from CP-J giving CP-K
                   if   FUNCTION UPPER-CASE (LT-Name (CP-K))
                      = FUNCTION UPPER-CASE (LT-Redefines (CP-I))
                    and LT-Prog (CP-K) = LT-Prog (CP-I)
                        move CP-K to CP-B
                        exit perform
                   end-if
              end-perform
              if   CP-B = zero
                   exit perform cycle
              end-if
              move CP-B to CP-L
              perform bd449-Cp-Subtree thru bd449-Exit
              move CP-Bin to CP-Bin2
              move CP-Chr to CP-Chr2
              move CP-I to CP-L
              perform bd449-Cp-Subtree thru bd449-Exit
              if   (CP-Bin = "Y" and CP-Chr2 = "Y")
                or (CP-Bin2 = "Y" and CP-Chr = "Y")
                   move "REDEF" to CP-Kind-W
                   move LT-RefNo (CP-I) to CP-Ref-W
                   move LT-Name (CP-I) to CP-Name-W
                   move LT-Name (CP-B) to CP-Other-W
                   move "binary over character data - conversion breaks one view"
                        to CP-Why-W
                   perform bd445-Cp-Store thru bd445-Exit
              end-if
     end-perform.
     perform  varying CP-I from 1 by 1 until CP-I > LV-Count
              if   FUNCTION UPPER-CASE (LV-Prog (CP-I))
                   not = FUNCTION UPPER-CASE (HoldID-Module)
                   exit perform cycle
              end-if
              move FUNCTION UPPER-CASE (LV-Value (CP-I) (1:32)) to CP-Word
              if   CP-Word (1:10) = "HIGH-VALUE"
                or CP-Word (1:9)  = "LOW-VALUE"
                   move "HILOW" to CP-Kind-W
                   move "HIGH / LOW-VALUES held as data - conversion alters them"
                        to CP-Why-W
                   move LV-RefNo (CP-I) to CP-Ref-W
                   move LV-Name (CP-I) to CP-Name-W
                   move LV-Value (CP-I) (1:32) to CP-Other-W
                   perform bd445-Cp-Store thru bd445-Exit
              end-if
     end-perform.
     if       CP-Count > 1
              sort CP-Entry ascending CP-Ref.
*>
     move     Cpmigrate-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "EBCDIC to ASCII migration risks in "   delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Line"      to Copyuse-Report-Rec (1:6).
     move     "Paragraph"   to Copyuse-Report-Rec (10:32).
     move     "Kind"        to Copyuse-Report-Rec (43:8).
     move     "Item"        to Copyuse-Report-Rec (52:32).
     move     "With"        to Copyuse-Report-Rec (85:32).
     write    Copyuse-Report-Rec.
     initialize CP-Kind-Counts.
     perform  varying CP-K from 1 by 1 until CP-K > CP-Count
              move spaces to Copyuse-Report-Rec
              move CP-Ref (CP-K)   to CP-RefZ
              move CP-RefZ         to Copyuse-Report-Rec (1:6)
              move CP-Para (CP-K)  to Copyuse-Report-Rec (10:32)
              move CP-Kind (CP-K)  to Copyuse-Report-Rec (43:8)
              move CP-Name (CP-K)  to Copyuse-Report-Rec (52:32)
              move CP-Other (CP-K) to Copyuse-Report-Rec (85:32)
              write Copyuse-Report-Rec
              move spaces to Copyuse-Report-Rec
              move CP-Why (CP-K)   to Copyuse-Report-Rec (10:64)
              write Copyuse-Report-Rec
              perform varying CP-J from 1 by 1 until CP-J > 8
                   if   CP-Kind-Name (CP-J) = CP-Kind (CP-K)
                        add 1 to CP-Kind-Cnt (CP-J)
                        exit perform
                   end-if
              end-perform
              move "CPMIGRATE"     to FG-W-Rule
              move 2               to FG-W-Sev
              move CP-Ref (CP-K)   to FG-W-Ref
              move CP-Name (CP-K)  to FG-W-Name
              move CP-Why (CP-K)   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit
     end-perform.
     if       CP-Count = zero
              move "  (nothing found that depends on the EBCDIC code page)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       CP-Dropped > zero
              move CP-Dropped to CP-CntZ
              move spaces to Copyuse-Report-Rec
              string "  (table full - "       delimited by size
                     FUNCTION TRIM (CP-CntZ)  delimited by size
                     " more hits not listed)" delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Summary by kind:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying CP-J from 1 by 1 until CP-J > 8
              move spaces to Copyuse-Report-Rec
              move CP-Kind-Cnt (CP-J) to CP-CntZ
              move CP-Kind-Name (CP-J) to Copyuse-Report-Rec (3:8)
              move CP-CntZ to Copyuse-Report-Rec (12:5)
              write Copyuse-Report-Rec
     end-perform.
     add      CP-Count CP-Dropped giving CP-K.
     move     CP-K to CP-CntZ.
     move     spaces to Copyuse-Report-Rec.
     string   "  Total   "                  delimited by size
              CP-CntZ                         delimited by size
              " place(s) to review"           delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Code-page migration risks (" FUNCTION TRIM (CP-CntZ)
              ") written to " FUNCTION TRIM (Cpmigrate-FileName).
 bd448-Exit.
     exit.
*>
 bd449-Cp-Subtree.                                                *> New -CPMIGRATE
*> Item CP-L and everything under it: CP-Bin = Y when any of it is
*>   binary (COMP, BINARY, PACKED-DECIMAL, POINTER, INDEX, floats),
*>   CP-Chr = Y when any DISPLAY item has an X or A picture.
     move     "N" to CP-Bin CP-Chr.
     move     LT-Level (CP-L) to CP-Lvl.
     move     CP-L to CP-J.
     perform  until CP-J > Layout-Count
              if   CP-J > CP-L
               and (LT-Level (CP-J) not > CP-Lvl
                 or LT-Level (CP-J) = 77
                 or LT-Prog (CP-J) not = LT-Prog (CP-L))
                   exit perform
              end-if
              if   LT-Usage (CP-J) not = "DISPLAY"
                   move "Y" to CP-Bin
              else
                   move zero to CP-Alpha
                   inspect LT-Pic (CP-J) tallying CP-Alpha for all "X" "A"
                   if   CP-Alpha > zero
                        move "Y" to CP-Chr
                   end-if
              end-if
              add  1 to CP-J
     end-perform.
 bd449-Exit.
     exit.
*>
 bd450-Cp-Symbolic.                                               *> New -CPMIGRATE
*> SYMBOLIC CHARACTERS in SPECIAL-NAMES - A name per ordinal position.
     move     "BYTEVAL" to CP-Kind-W.
     move     Gen-RefNo1 to CP-Ref-W.
     move     "(SPECIAL-NAMES)" to CP-Para-W.
     move     "SYMBOLIC CHARACTERS" to CP-Name-W.
     move     "SYMBOLIC CHARACTERS - ordinal positions differ in ASCII"
              to CP-Why-W.
     perform  bd445-Cp-Store thru bd445-Exit.
 bd450-Exit.
     exit.
*>
 bd451-Cp-Data-Hex.                                               *> New -CPMIGRATE
*> A hex literal in the Data Division - A VALUE of the item open.
     move     "HEX" to CP-Kind-W.
     move     Gen-RefNo1 to CP-Ref-W.
     move     "(DATA DIVISION)" to CP-Para-W.
     move     Saved-Variable (1:32) to CP-Name-W.
     string   "X"                  delimited by size
              wsFoundWord2 (1:31)  delimited by size
              into CP-Other-W.
     move     "hex VALUE - byte values are EBCDIC code points" to CP-Why-W.
     perform  bd445-Cp-Store thru bd445-Exit.
 bd451-Exit.
     exit.
*>
 bd452-Blame.                                                     *> New -BLAME
*>***********************
*> This program's 01 layouts and paragraphs with the last change,
*>   its author and the commits behind their lines - Prog-BaseName.blame.
*>***********************
     if       VC-Loaded not = LS-Source-File
              perform bd453-Blame-Load thru bd453-Exit.
     accept   VC-Today from date YYYYMMDD.
     move     FUNCTION INTEGER-OF-DATE (VC-Today) to VC-Today-Int.
     compute  VC-Stale-Date = VC-Today - (VC-Years * 10000).
     move     zero to VC-Stale-Cnt VC-Recent-Cnt VC-Units
                      VC-Mem-Sha-Cnt VC-Mem-Date.
     move     spaces to VC-Mem-Author.
     move     Blame-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Change history of "            delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              " from git blame of "           delimited by size
              FUNCTION TRIM (LS-Source-File)  delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       VC-Line-Cnt = zero
              move "  (no history - the member is not in A git work tree"
                 & " or git is not on the path)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              close Copyuse-Report-Out
              display "Caution: -BLAME found no git history for "
                      FUNCTION TRIM (LS-Source-File)
              go to bd452-Exit.
     move     "  Line"      to Copyuse-Report-Rec (1:6).
     move     "Kind"        to Copyuse-Report-Rec (9:4).
     move     "Name"        to Copyuse-Report-Rec (15:32).
     move     "Changed"     to Copyuse-Report-Rec (48:10).
     move     "By"          to Copyuse-Report-Rec (60:24).
     move     "Commits"     to Copyuse-Report-Rec (85:7).
     write    Copyuse-Report-Rec.
*>
*> 01 / 77 layouts run to the next one, or to their own last item.
*>
     move     zero to VC-First-Para.
     if       PG-Para-Count > zero
              move PG-Para-Ref (1) to VC-First-Para.
     move     "01" to VC-Kind.
     perform  varying VC-I from 1 by 1 until VC-I > Layout-Count
              if   (LT-Level (VC-I) not = 1 and not = 77)
                or FUNCTION UPPER-CASE (LT-Prog (VC-I))
                   not = FUNCTION UPPER-CASE (HoldID-Module)
                   exit perform cycle
              end-if
              move LT-RefNo (VC-I) to VC-Start VC-End VC-Ref
              move LT-Name (VC-I) to VC-Name
              perform varying VC-J from VC-I by 1 until VC-J > Layout-Count
                   if   VC-J > VC-I
                    and LT-Prog (VC-J) = LT-Prog (VC-I)
                    and (LT-Level (VC-J) = 1 or = 77)
                        if   LT-RefNo (VC-J) > VC-Start
                             compute VC-End = LT-RefNo (VC-J) - 1
                        end-if
                        exit perform
                   end-if
                   if   LT-Prog (VC-J) = LT-Prog (VC-I)
                    and LT-RefNo (VC-J) > VC-End
                        move LT-RefNo (VC-J) to VC-End
                   end-if
              end-perform
              if   VC-First-Para > VC-Start
               and VC-End not < VC-First-Para
                   compute VC-End = VC-First-Para - 1
              end-if
              perform bd454-Blame-Unit thru bd454-Exit
     end-perform.
*>
*> paragraphs and sections run to the next one, the last to here.
*>
     move     "PARA" to VC-Kind.
     perform  varying VC-I from 1 by 1 until VC-I > PG-Para-Count
              move PG-Para-Ref (VC-I)  to VC-Start VC-Ref
              move PG-Para-Name (VC-I) to VC-Name
              if   VC-I < PG-Para-Count
               and PG-Para-Ref (VC-I + 1) > VC-Start
                   compute VC-End = PG-Para-Ref (VC-I + 1) - 1
              else
                   move Gen-RefNo1 to VC-End
              end-if
              perform bd454-Blame-Unit thru bd454-Exit
     end-perform.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     VC-Mem-Date to VC-N.
     perform  bd456-Date-Text thru bd456-Exit.
     move     VC-Mem-Sha-Cnt to VC-CntZ.
     string   "Summary: last changed "        delimited by size
              VC-DateX                        delimited by space
              " by "                          delimited by size
              FUNCTION TRIM (VC-Mem-Author)   delimited by size
              ", "                            delimited by size
              FUNCTION TRIM (VC-CntZ)         delimited by size
              " commit(s) hold its lines"     delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     VC-Stale-Cnt to VC-CntZ.
     move     VC-Recent-Cnt to VC-NumZ.
     move     VC-Years to VC-YearsZ.
     move     VC-Days to VC-DaysZ.
     string   "         "                     delimited by size
              FUNCTION TRIM (VC-CntZ)         delimited by size
              " untouched for over "          delimited by size
              FUNCTION TRIM (VC-YearsZ)       delimited by size
              " year(s), "                    delimited by size
              FUNCTION TRIM (VC-NumZ)         delimited by size
              " changed in the last "         delimited by size
              FUNCTION TRIM (VC-DaysZ)        delimited by size
              " day(s)"                       delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     VC-Units to VC-CntZ.
     display  "Change history (" FUNCTION TRIM (VC-CntZ)
              " paragraphs and layouts) written to "
              FUNCTION TRIM (Blame-FileName).
 bd452-Exit.
     exit.
*>
 bd453-Blame-Load.                                                *> New -BLAME
*> git blame of the member as named on the command line, once per
*>   source file: one row per line with its commit, date and author.
     move     LS-Source-File to VC-Loaded VC-Path.
     move     zero to VC-Line-Cnt.
     perform  bd457-Split-Path thru bd457-Exit.
     move     spaces to Copyuse-Raw-FileName VC-Cmd.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxblame"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "git -C "           delimited by size
              quote               delimited by size
              VC-Dir              delimited by space
              quote               delimited by size
              " blame -c -l --date=short -- "
                                  delimited by size
              quote               delimited by size
              VC-Leaf             delimited by space
              quote               delimited by size
              " > "               delimited by size
              Copyuse-Raw-FileName delimited by space
              " 2>/dev/null"      delimited by size
                                  into VC-Cmd.
     call     "SYSTEM" using VC-Cmd.
     move     zero to Return-Code SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              move spaces to VC-W-Sha VC-W-Author VC-W-Date VC-W-Rest
                             VC-W-Num
              unstring Copyuse-Raw-Rec delimited by x"09"
                       into VC-W-Sha VC-W-Author VC-W-Date VC-W-Rest
              unstring VC-W-Rest delimited by ")" into VC-W-Num
              move FUNCTION NUMVAL (VC-W-Num) to VC-N
              if   VC-N < 1 or > 20000
                   exit perform cycle
              end-if
              if   VC-N > VC-Line-Cnt
                   move VC-N to VC-Line-Cnt
              end-if
              if   VC-W-Sha (1:1) = "^"
                   move VC-W-Sha (2:12) to VC-Sha (VC-N)
              else
                   move VC-W-Sha (1:12) to VC-Sha (VC-N)
              end-if
              move FUNCTION TRIM (VC-W-Author (2:46) leading)
                                  to VC-Author (VC-N)
              move zero to VC-Date (VC-N)
              if   VC-W-Date (1:4) numeric
               and VC-W-Date (6:2) numeric
               and VC-W-Date (9:2) numeric
                   move VC-W-Date (1:4) to VC-Date (VC-N) (1:4)
                   move VC-W-Date (6:2) to VC-Date (VC-N) (5:2)
                   move VC-W-Date (9:2) to VC-Date (VC-N) (7:2)
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
 bd453-Exit.
     exit.
*>
 bd454-Blame-Unit.                                                *> New -BLAME
*> Expanded lines VC-Start thru VC-End of one paragraph or layout,
*>   back to member lines: the newest date with its author, and the
*>   distinct commits among them.
     move     zero to VC-Last-Date VC-Sha-Cnt VC-Own-Lines.
     move     spaces to VC-Last-Author.
     perform  varying VC-K from VC-Start by 1 until VC-K > VC-End
              move VC-K to SR-In-Line
              perform zz289-Resolve-Line thru zz289-Exit
              if   SR-Out-File not = SourceFileName
                or SR-Out-Line < 1
                or SR-Out-Line > VC-Line-Cnt
                   exit perform cycle
              end-if
              move SR-Out-Line to VC-N
              if   VC-Sha (VC-N) = spaces
                   exit perform cycle
              end-if
              add  1 to VC-Own-Lines
              if   VC-Date (VC-N) > VC-Last-Date
                   move VC-Date (VC-N) to VC-Last-Date
                   move VC-Author (VC-N) to VC-Last-Author
              end-if
              perform varying VC-P from 1 by 1 until VC-P > VC-Sha-Cnt
                   if   VC-Unit-Sha (VC-P) = VC-Sha (VC-N)
                        exit perform
                   end-if
              end-perform
              if   VC-P > VC-Sha-Cnt and VC-Sha-Cnt < 500
                   add  1 to VC-Sha-Cnt
                   move VC-Sha (VC-N) to VC-Unit-Sha (VC-Sha-Cnt)
              end-if
              perform varying VC-P from 1 by 1 until VC-P > VC-Mem-Sha-Cnt
                   if   VC-Mem-Sha (VC-P) = VC-Sha (VC-N)
                        exit perform
                   end-if
              end-perform
              if   VC-P > VC-Mem-Sha-Cnt and VC-Mem-Sha-Cnt < 2000
                   add  1 to VC-Mem-Sha-Cnt
                   move VC-Sha (VC-N) to VC-Mem-Sha (VC-Mem-Sha-Cnt)
              end-if
     end-perform.
     add      1 to VC-Units.
     move     spaces to Copyuse-Report-Rec.
     move     VC-Ref to VC-RefZ.
     move     VC-RefZ to Copyuse-Report-Rec (1:6).
     move     VC-Kind to Copyuse-Report-Rec (9:4).
     move     VC-Name to Copyuse-Report-Rec (15:32).
     if       VC-Own-Lines = zero
              move "(all copybook lines)" to Copyuse-Report-Rec (48:24)
              write Copyuse-Report-Rec
              go to bd454-Exit.
     if       VC-Last-Date > VC-Mem-Date
              move VC-Last-Date to VC-Mem-Date
              move VC-Last-Author to VC-Mem-Author.
     move     VC-Last-Date to VC-N.
     perform  bd456-Date-Text thru bd456-Exit.
     move     VC-DateX to Copyuse-Report-Rec (48:10).
     move     VC-Last-Author to Copyuse-Report-Rec (60:24).
     move     VC-Sha-Cnt to VC-CntZ.
     move     VC-CntZ to Copyuse-Report-Rec (86:5).
     if       VC-Last-Date > zero
          and VC-Last-Date < VC-Stale-Date
              add  1 to VC-Stale-Cnt
              move VC-Years to VC-YearsZ
              string "** untouched for over "  delimited by size
                     FUNCTION TRIM (VC-YearsZ) delimited by size
                     " years"                  delimited by size
                     into Copyuse-Report-Rec (93:40).
     if       VC-Last-Date > zero
          and VC-Today-Int - FUNCTION INTEGER-OF-DATE (VC-Last-Date)
              not > VC-Days
              add  1 to VC-Recent-Cnt
              move "** changed recently" to Copyuse-Report-Rec (93:19).
     write    Copyuse-Report-Rec.
 bd454-Exit.
     exit.
*>
 bd455-Blame-Dash.                                                *> New -BLAME
*> The -DASHBOARD row's history cells for member DB-SrcPath: git log's
*>   newest entry and its length.
     move     DB-SrcPath to VC-Path.
     perform  bd457-Split-Path thru bd457-Exit.
     move     spaces to WS-Diff-Old-FileName VC-Cmd.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxblamel"          delimited by size
                                  into WS-Diff-Old-FileName.
     string   "git -C "           delimited by size
              quote               delimited by size
              VC-Dir              delimited by space
              quote               delimited by size
              " log --date=short --format=%ad%x09%an -- "
                                  delimited by size
              quote               delimited by size
              VC-Leaf             delimited by space
              quote               delimited by size
              " > "               delimited by size
              WS-Diff-Old-FileName delimited by space
              " 2>/dev/null"      delimited by size
                                  into VC-Cmd.
     call     "SYSTEM" using VC-Cmd.
     move     zero to Return-Code VC-N VC-Last-Date.
     move     spaces to VC-Last-Author.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
     else
              perform until FS-Reply not = zero
                   read Diff-Old-Listing at end
                        move 1 to FS-Reply
                        exit perform
                   end-read
                   add  1 to VC-N
                   if   VC-N = 1
                        move spaces to VC-W-Date VC-W-Author
                        unstring Diff-Old-Record delimited by x"09"
                                 into VC-W-Date VC-W-Author
                        move VC-W-Author to VC-Last-Author
                        if   VC-W-Date (1:4) numeric
                         and VC-W-Date (6:2) numeric
                         and VC-W-Date (9:2) numeric
                             move VC-W-Date (1:4) to VC-Last-Date (1:4)
                             move VC-W-Date (6:2) to VC-Last-Date (5:2)
                             move VC-W-Date (9:2) to VC-Last-Date (7:2)
                        end-if
                   end-if
              end-perform
              close Diff-Old-Listing
              move zero to FS-Reply
     end-if.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using WS-Diff-Old-FileName.
     move     spaces to Copyuse-Report-Rec.
     move     1 to DB-P.
     if       VC-N = zero
              string "<td>-</td><td>-</td><td>0</td>" delimited by size
                     into Copyuse-Report-Rec with pointer DB-P
              write Copyuse-Report-Rec
              go to bd455-Exit.
     move     VC-N to VC-NumZ.
     accept   VC-Today from date YYYYMMDD.
     compute  VC-Stale-Date = VC-Today - (VC-Years * 10000).
     move     VC-Last-Date to VC-N.
     perform  bd456-Date-Text thru bd456-Exit.
     evaluate true
         when VC-Last-Date > zero and VC-Last-Date < VC-Stale-Date
              string "<td bgcolor=#ffcccc>" delimited by size
                     into Copyuse-Report-Rec with pointer DB-P
         when VC-Last-Date > zero
          and FUNCTION INTEGER-OF-DATE (VC-Today)
            - FUNCTION INTEGER-OF-DATE (VC-Last-Date) not > VC-Days
              string "<td bgcolor=#ccffcc>" delimited by size
                     into Copyuse-Report-Rec with pointer DB-P
         when other
              string "<td>"                 delimited by size
                     into Copyuse-Report-Rec with pointer DB-P
     end-evaluate.
     string   VC-DateX                      delimited by space
              "</td><td>"                   delimited by size
              FUNCTION TRIM (VC-Last-Author) delimited by size
              "</td><td>"                   delimited by size
              FUNCTION TRIM (VC-NumZ)       delimited by size
              "</td>"                       delimited by size
              into Copyuse-Report-Rec with pointer DB-P.
     write    Copyuse-Report-Rec.
 bd455-Exit.
     exit.
*>
 bd456-Date-Text.                                                 *> New -BLAME
*> VC-N (ccyymmdd) as ccyy-mm-dd in VC-DateX, "-" when unknown.
     move     spaces to VC-DateX.
     move     VC-N to VC-Date-W.
     if       VC-N = zero
              move "-" to VC-DateX
     else
              string VC-Date-W (1:4) "-" VC-Date-W (5:2) "-"
                     VC-Date-W (7:2) delimited by size
                     into VC-DateX.
 bd456-Exit.
     exit.
*>
 bd457-Split-Path.                                                *> New -BLAME
*> VC-Path into its directory (VC-Dir, "." when none) and file name.
     move     zero to VC-P.
     perform  varying VC-J from 1 by 1
              until VC-J > 80 or VC-Path (VC-J:1) = space
              if   VC-Path (VC-J:1) = OS-Delimiter
                   move VC-J to VC-P
              end-if
     end-perform.
     move     spaces to VC-Dir VC-Leaf.
     if       VC-P = zero
              move "." to VC-Dir
              move VC-Path to VC-Leaf
     else
              move VC-Path (1:VC-P - 1) to VC-Dir
              move VC-Path (VC-P + 1:) to VC-Leaf
              if   VC-P = 1
                   move OS-Delimiter to VC-Dir
              end-if
     end-if.
 bd457-Exit.
     exit.
*>
 bd458-Tranflow.                                                  *> New -TRANFLOW
*>***********************
*> dir/tranflow.report and dir/tranflow.dot from the members' .xdb
*>   "X" rows - each transaction to its program, and on through
*>   XCTL / LINK / RETURN TRANSID / START TRANSID to the next.
*>***********************
     move     zero to TF-Prog-Cnt TF-Tran-Cnt TF-Edge-Cnt TF-Dropped TF-Dbs.
     move     high-values to TF-Tran-Table TF-Edge-Table.
     if       WS-Tranflow-Csd not = spaces
              perform bd459-Tranflow-Csd thru bd459-Exit.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxtftmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd460-Tranflow-Xdb thru bd460-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       TF-Dbs = zero
              display "Caution: -TRANFLOW found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -TRANFLOW first"
              go to bd458-Exit.
*>
*> each program's hops in source order.
*>
     if       TF-Edge-Cnt > 1
              sort TF-Edge ascending TF-E-From TF-E-Ref.
     perform  varying TF-P from 1 by 1 until TF-P > TF-Prog-Cnt
              move zero to TF-P-First (TF-P) TF-P-Last (TF-P)
              move "N" to TF-P-Reach (TF-P)
     end-perform.
     perform  varying TF-I from 1 by 1 until TF-I > TF-Edge-Cnt
              move TF-E-From (TF-I) to TF-Name
              perform bd462-Tf-Find-Prog thru bd462-Exit
              if   TF-Found > zero
                   if   TF-P-First (TF-Found) = zero
                        move TF-I to TF-P-First (TF-Found)
                   end-if
                   move TF-I to TF-P-Last (TF-Found)
              end-if
     end-perform.
*>
*> transactions no CSD definition names - A RETURN TRANSID is taken
*>   to come back to the program issuing it, the pseudo-conversational
*>   shape; A START of an unknown one has no program at all.
*>
     perform  varying TF-I from 1 by 1 until TF-I > TF-Edge-Cnt
              if   (TF-E-Kind (TF-I) = "RETURN" or = "START")
               and TF-E-Lit (TF-I) = "Y"
               and TF-E-To (TF-I) not = spaces
                   move TF-E-To (TF-I) to TF-Name
                   perform bd463-Tf-Find-Tran thru bd463-Exit
                   if   TF-Found = zero and TF-Tran-Cnt < 1000
                        add  1 to TF-Tran-Cnt
                        move TF-E-To (TF-I) to TF-T-Id (TF-Tran-Cnt)
                        move zero to TF-T-In (TF-Tran-Cnt)
                        if   TF-E-Kind (TF-I) = "RETURN"
                             move TF-E-From (TF-I) to TF-T-Prog (TF-Tran-Cnt)
                             move "A" to TF-T-How (TF-Tran-Cnt)
                        else
                             move spaces to TF-T-Prog (TF-Tran-Cnt)
                             move "?" to TF-T-How (TF-Tran-Cnt)
                        end-if
                   end-if
              end-if
     end-perform.
*>
*> RETURN TRANSID (EIBTRNID) goes back to the program's own transaction.
*>
     perform  varying TF-I from 1 by 1 until TF-I > TF-Edge-Cnt
              if   TF-E-Lit (TF-I) = "N"
               and TF-E-To (TF-I) = "EIBTRNID"
                   perform varying TF-J from 1 by 1 until TF-J > TF-Tran-Cnt
                           if   TF-T-Prog (TF-J) = TF-E-From (TF-I)
                                move TF-T-Id (TF-J) to TF-E-To (TF-I)
                                move "Y" to TF-E-Lit (TF-I)
                                exit perform
                           end-if
                   end-perform
              end-if
     end-perform.
     if       TF-Tran-Cnt > 1
              sort TF-Tran ascending TF-T-Id.
*>
*> how each transaction is reached, and which programs A transaction
*>   reaches - its own program and on through XCTL / LINK.
*>
     move     zero to TF-Miss-Cnt.
     perform  varying TF-I from 1 by 1 until TF-I > TF-Edge-Cnt
              if   (TF-E-Kind (TF-I) = "RETURN" or = "START")
               and TF-E-Lit (TF-I) = "Y"
               and TF-E-To (TF-I) not = spaces
                   move TF-E-To (TF-I) to TF-Name
                   perform bd463-Tf-Find-Tran thru bd463-Exit
                   if   TF-Found > zero
                    and TF-T-Prog (TF-Found) not = TF-E-From (TF-I)
                        add  1 to TF-T-In (TF-Found)
                   end-if
              end-if
              if   TF-E-Kind (TF-I) = "XCTL"
               and TF-E-Lit (TF-I) = "Y"
                   move TF-E-To (TF-I) to TF-Name
                   perform bd462-Tf-Find-Prog thru bd462-Exit
                   if   TF-Found = zero
                        add  1 to TF-Miss-Cnt
                   end-if
              end-if
     end-perform.
     perform  varying TF-K from 1 by 1 until TF-K > TF-Tran-Cnt
              move TF-T-Prog (TF-K) to TF-Name
              perform bd462-Tf-Find-Prog thru bd462-Exit
              if   TF-Found > zero
                   move "Y" to TF-P-Reach (TF-Found)
              end-if
     end-perform.
     move     "Y" to TF-Changed.
     perform  until TF-Changed = "N"
              move "N" to TF-Changed
              perform varying TF-I from 1 by 1 until TF-I > TF-Edge-Cnt
                      if   (TF-E-Kind (TF-I) = "XCTL" or = "LINK")
                       and TF-E-Lit (TF-I) = "Y"
                           move TF-E-From (TF-I) to TF-Name
                           perform bd462-Tf-Find-Prog thru bd462-Exit
                           move TF-Found to TF-Q
                           move TF-E-To (TF-I) to TF-Name
                           perform bd462-Tf-Find-Prog thru bd462-Exit
                           if   TF-Q > zero and TF-Found > zero
                            and TF-P-Reach (TF-Q) = "Y"
                            and TF-P-Reach (TF-Found) not = "Y"
                                move "Y" to TF-P-Reach (TF-Found)
                                move "Y" to TF-Changed
                           end-if
                      end-if
              end-perform
     end-perform.
*>
*> the tree - one block per transaction.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "tranflow.report"   delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "CICS transaction flow for "     delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TF-Tran-Cnt to TF-CntZ.
     move     TF-Prog-Cnt to TF-CntZ2.
     move     spaces to Copyuse-Report-Rec.
     string   FUNCTION TRIM (TF-CntZ)          delimited by size
              " transaction(s), "              delimited by size
              FUNCTION TRIM (TF-CntZ2)         delimited by size
              " program(s); transactions from "
                                               delimited by size
              "the CSD, else assumed from the program RETURNing to it"
                                               delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to TF-Lone-Cnt TF-Undef-Cnt.
     perform  varying TF-K from 1 by 1 until TF-K > TF-Tran-Cnt
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform bd464-Tf-Tree thru bd464-Exit
     end-perform.
     if       TF-Tran-Cnt = zero
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "  (no TRANSID found - no CSD given and no RETURN TRANSID)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     zero to TF-Unreach-Cnt.
     perform  varying TF-P from 1 by 1 until TF-P > TF-Prog-Cnt
              if   TF-P-Cics (TF-P) = "Y"
               and TF-P-Reach (TF-P) not = "Y"
                   if   TF-Unreach-Cnt = zero
                        move spaces to Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                        move "CICS programs no transaction reaches:"
                             to Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                   end-if
                   add  1 to TF-Unreach-Cnt
                   move spaces to Copyuse-Report-Rec
                   string "    "                     delimited by size
                          FUNCTION TRIM (TF-P-Name (TF-P))
                                                     delimited by size
                          "  ** not reached"         delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TF-Lone-Cnt to TF-CntZ.
     move     TF-Miss-Cnt to TF-CntZ2.
     move     TF-Unreach-Cnt to TF-CntZ3.
     move     TF-Undef-Cnt to TF-CntZ4.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (TF-CntZ)          delimited by size
              " transaction(s) reached from no other, "
                                               delimited by size
              FUNCTION TRIM (TF-CntZ2)         delimited by size
              " XCTL(s) to programs not in the library, "
                                               delimited by size
              FUNCTION TRIM (TF-CntZ3)         delimited by size
              " CICS program(s) not reached, " delimited by size
              FUNCTION TRIM (TF-CntZ4)         delimited by size
              " undefined"                     delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       TF-Dropped > zero
              move TF-Dropped to TF-CntZ
              display "Caution: -TRANFLOW is capped at 5000 hops - "
                      FUNCTION TRIM (TF-CntZ) " left out".
     move     TF-Tran-Cnt to TF-CntZ.
     display  "Transaction flow (" FUNCTION TRIM (TF-CntZ)
              " transaction(s)) written to " FUNCTION TRIM (Copyuse-Report-FileName).
     perform  bd467-Tf-Dot thru bd467-Exit.
 bd458-Exit.
     exit.
*>
 bd459-Tranflow-Csd.                                              *> New -TRANFLOW
*>***********************
*> The DFHCSDUP extract: DEFINE TRANSACTION(tran) ... PROGRAM(prog),
*>   the operands in any order and over any number of lines.  A
*>   DEFINE of anything else (PROGRAM, MAPSET ...) starts afresh so
*>   its own PROGRAM() is not taken for A transaction's.
*>***********************
     move     WS-Tranflow-Csd to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              display "Caution: -TRANFLOW cannot open "
                      FUNCTION TRIM (WS-Tranflow-Csd)
              go to bd459-Exit.
     move     spaces to TF-Def-Tran TF-Def-Prog.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Config-In-Rec (1:1) = "*"
                   exit perform cycle
              end-if
              move FUNCTION UPPER-CASE (Config-In-Rec) to Config-In-Rec
              move 1 to TF-Ptr
              perform until TF-Ptr > 256
                      move spaces to TF-Word
                      unstring Config-In-Rec delimited by all spaces
                               into TF-Word with pointer TF-Ptr
                      if   TF-Word = spaces
                           exit perform cycle
                      end-if
                      move spaces to TF-Kw TF-Val
                      unstring TF-Word delimited by "(" or ")"
                               into TF-Kw TF-Val
                      evaluate TF-Kw
                          when "DEFINE"
                               move spaces to TF-Def-Tran TF-Def-Prog
                          when "TRANSACTION"
                          when "TRANS"
                               move TF-Val to TF-Def-Tran
                          when "PROGRAM"
                               move TF-Val to TF-Def-Prog
                          when other
                               continue
                      end-evaluate
                      if   TF-Def-Tran not = spaces
                       and TF-Def-Prog not = spaces
                           move TF-Def-Tran to TF-Name
                           perform bd463-Tf-Find-Tran thru bd463-Exit
                           if   TF-Found = zero and TF-Tran-Cnt < 1000
                                add  1 to TF-Tran-Cnt
                                move TF-Def-Tran to TF-T-Id (TF-Tran-Cnt)
                                move TF-Def-Prog to TF-T-Prog (TF-Tran-Cnt)
                                move "C" to TF-T-How (TF-Tran-Cnt)
                                move zero to TF-T-In (TF-Tran-Cnt)
                           end-if
                           move spaces to TF-Def-Tran TF-Def-Prog
                      end-if
              end-perform
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
 bd459-Exit.
     exit.
*>
 bd460-Tranflow-Xdb.                                              *> New -TRANFLOW
*> One member's .xdb - every program header and its "X" rows.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd460-Exit.
     add      1 to TF-Dbs.
     move     spaces to TF-Cur-Prog.
     move     zero to TF-Q.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                        to TF-Cur-Prog TF-Name
                   perform bd462-Tf-Find-Prog thru bd462-Exit
                   if   TF-Found = zero and TF-Prog-Cnt < 2000
                        add  1 to TF-Prog-Cnt
                        move TF-Cur-Prog to TF-P-Name (TF-Prog-Cnt)
                        move "N" to TF-P-Cics (TF-Prog-Cnt)
                        move spaces to TF-P-Maps (TF-Prog-Cnt)
                        move TF-Prog-Cnt to TF-Found
                   end-if
                   move TF-Found to TF-Q
              end-if
              if   Xdb-In-Rec (1:1) = "X" and TF-Q > zero
                   move Xdb-In-Rec (2:6) to TF-Ref
                   move FUNCTION UPPER-CASE (Xdb-In-Rec (8:12)) to TF-Cmd
                   move FUNCTION UPPER-CASE (Xdb-In-Rec (20:64)) to TF-Res
                   move Xdb-In-Rec (84:1) to TF-Lit-Tran
                   move Xdb-In-Rec (85:1) to TF-Lit-Prog
                   perform bd461-Tf-Row thru bd461-Exit
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd460-Exit.
     exit.
*>
 bd461-Tf-Row.                                                    *> New -TRANFLOW
*> One EXEC CICS command of program TF-Q - its hop, or the map it sends.
     move     "Y" to TF-P-Cics (TF-Q).
     move     spaces to TF-Tranid TF-Program TF-Map TF-Mapset.
     move     1 to TF-Ptr.
     perform  until TF-Ptr > 64
              move spaces to TF-Word
              unstring TF-Res delimited by all spaces
                       into TF-Word with pointer TF-Ptr
              if   TF-Word = spaces
                   exit perform
              end-if
              move spaces to TF-Kw TF-Val
              unstring TF-Word delimited by "=" into TF-Kw TF-Val
              evaluate TF-Kw
                  when "TRANSID"  move TF-Val to TF-Tranid
                  when "PROGRAM"  move TF-Val to TF-Program
                  when "MAP"      move TF-Val to TF-Map
                  when "MAPSET"   move TF-Val to TF-Mapset
                  when other      continue
              end-evaluate
     end-perform.
     evaluate true
         when (TF-Cmd = "XCTL" or = "LINK")
          and TF-Program not = spaces
              move TF-Cmd to TF-Kw
              move TF-Program to TF-Val
              move TF-Lit-Prog to TF-Lit
              perform bd468-Tf-Add-Edge thru bd468-Exit
         when TF-Cmd = "RETURN"
              move TF-Cmd to TF-Kw
              move TF-Tranid to TF-Val
              move TF-Lit-Tran to TF-Lit
              perform bd468-Tf-Add-Edge thru bd468-Exit
         when TF-Cmd = "START"
          and TF-Tranid not = spaces
              move TF-Cmd to TF-Kw
              move TF-Tranid to TF-Val
              move TF-Lit-Tran to TF-Lit
              perform bd468-Tf-Add-Edge thru bd468-Exit
         when TF-Cmd = "SEND"
          and TF-Map not = spaces
              perform bd466-Tf-Add-Map thru bd466-Exit
         when other
              continue
     end-evaluate.
 bd461-Exit.
     exit.
*>
 bd462-Tf-Find-Prog.                                              *> New -TRANFLOW
*> TF-Name in the program table - TF-Found is its entry, or zero.
     move     zero to TF-Found.
     if       TF-Name = spaces
              go to bd462-Exit.
     perform  varying TF-J from 1 by 1 until TF-J > TF-Prog-Cnt
              if   TF-P-Name (TF-J) = TF-Name
                   move TF-J to TF-Found
                   exit perform
              end-if
     end-perform.
 bd462-Exit.
     exit.
*>
 bd463-Tf-Find-Tran.                                              *> New -TRANFLOW
*> TF-Name in the transaction table - TF-Found is its entry, or zero.
     move     zero to TF-Found.
     if       TF-Name = spaces
              go to bd463-Exit.
     perform  varying TF-J from 1 by 1 until TF-J > TF-Tran-Cnt
              if   TF-T-Id (TF-J) = TF-Name (1:8)
                   move TF-J to TF-Found
                   exit perform
              end-if
     end-perform.
 bd463-Exit.
     exit.
*>
 bd464-Tf-Tree.                                                   *> New -TRANFLOW
*>***********************
*> Transaction TF-K and everything its program leads to, depth
*>   first off TF-Stack - XCTL / LINK go one level in, A program
*>   already on the stack is marked (loop) rather than walked again,
*>   and the next transaction is named, not expanded (it has its
*>   own block).
*>***********************
     move     spaces to Copyuse-Report-Rec.
     move     1 to TF-Ptr.
     string   "TRANSID "                       delimited by size
              FUNCTION TRIM (TF-T-Id (TF-K))   delimited by size
              " -> "                           delimited by size
              into Copyuse-Report-Rec with pointer TF-Ptr.
     evaluate TF-T-How (TF-K)
         when "C"
              string FUNCTION TRIM (TF-T-Prog (TF-K)) delimited by size
                     "  (CSD)"                        delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
         when "A"
              string FUNCTION TRIM (TF-T-Prog (TF-K)) delimited by size
                     "  (assumed - it RETURNs to it)" delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
         when other
              add  1 to TF-Undef-Cnt
              string "?  ** started but not defined"  delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
     end-evaluate.
     if       TF-T-In (TF-K) = zero
              add  1 to TF-Lone-Cnt
              string "  ** reached from no other transaction"
                                               delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr.
     write    Copyuse-Report-Rec.
     if       TF-T-Prog (TF-K) = spaces
              go to bd464-Exit.
     move     TF-T-Prog (TF-K) to TF-Name.
     perform  bd462-Tf-Find-Prog thru bd462-Exit.
     move     spaces to Copyuse-Report-Rec.
     move     5 to TF-Ptr.
     string   FUNCTION TRIM (TF-T-Prog (TF-K)) delimited by size
              into Copyuse-Report-Rec with pointer TF-Ptr.
     if       TF-Found = zero
              string "  ** not in the library"  delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              write Copyuse-Report-Rec
              go to bd464-Exit.
     move     TF-Found to TF-P.
     perform  bd465-Tf-Maps thru bd465-Exit.
     write    Copyuse-Report-Rec.
     move     1 to TF-Depth.
     move     TF-Found to TF-S-Prog (1).
     move     TF-P-First (TF-Found) to TF-S-Edge (1).
 bd464-Walk.
     if       TF-Depth = zero
              go to bd464-Exit.
     move     TF-S-Prog (TF-Depth) to TF-P.
     move     TF-S-Edge (TF-Depth) to TF-I.
     if       TF-I = zero
           or TF-I > TF-P-Last (TF-P)
              subtract 1 from TF-Depth
              go to bd464-Walk.
     add      1 to TF-S-Edge (TF-Depth).
     perform  bd469-Tf-Hop thru bd469-Exit.
     go       to bd464-Walk.
 bd464-Exit.
     exit.
*>
 bd465-Tf-Maps.                                                   *> New -TRANFLOW
*> The maps program TF-P sends, onto the line at TF-Ptr.
     if       TF-P-Maps (TF-P) not = spaces
              string "  sends "                 delimited by size
                     FUNCTION TRIM (TF-P-Maps (TF-P))
                                                delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr.
 bd465-Exit.
     exit.
*>
 bd466-Tf-Add-Map.                                                *> New -TRANFLOW
*> TF-Map / TF-Mapset onto program TF-Q's list, once each.
     move     spaces to TF-Word.
     if       TF-Mapset = spaces
              string " "                        delimited by size
                     FUNCTION TRIM (TF-Map)     delimited by size
                     " "                        delimited by size
                     into TF-Word
     else
              string " "                        delimited by size
                     FUNCTION TRIM (TF-Map)     delimited by size
                     "/"                        delimited by size
                     FUNCTION TRIM (TF-Mapset)  delimited by size
                     " "                        delimited by size
                     into TF-Word.
     compute  TF-K = FUNCTION LENGTH (FUNCTION TRIM (TF-Word)) + 2.
     move     spaces to TF-Line.
     string   " "                               delimited by size
              TF-P-Maps (TF-Q)                  delimited by size
              into TF-Line.
     move     zero to TF-J.
     inspect  TF-Line tallying TF-J for all TF-Word (1:TF-K).
     if       TF-J > zero
              go to bd466-Exit.
     if       TF-P-Maps (TF-Q) = spaces
              move 1 to TF-Ptr
     else
              compute TF-Ptr = FUNCTION LENGTH
                               (FUNCTION TRIM (TF-P-Maps (TF-Q))) + 2.
     if       TF-Ptr + TF-K - 2 > 97
              go to bd466-Exit.
     string   TF-Word (2:TF-K - 1)              delimited by size
              into TF-P-Maps (TF-Q) with pointer TF-Ptr.
 bd466-Exit.
     exit.
*>
 bd467-Tf-Dot.                                                    *> New -TRANFLOW
*>***********************
*> dir/tranflow.dot - transactions as boxes, programs as ellipses
*>   labelled with their maps, A hop per edge.  Red for transactions
*>   reached from no other and for XCTL targets not in the library,
*>   dashed for what is never reached.
*>***********************
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "tranflow.dot"      delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "digraph " quote "tranflow" quote " {"
                                  delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  rankdir=LR;" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying TF-K from 1 by 1 until TF-K > TF-Tran-Cnt
              move spaces to Copyuse-Report-Rec
              move 1 to TF-Ptr
              string "  " quote "T_"               delimited by size
                     FUNCTION TRIM (TF-T-Id (TF-K)) delimited by size
                     quote " [shape=box,label=" quote
                                                   delimited by size
                     FUNCTION TRIM (TF-T-Id (TF-K)) delimited by size
                     quote                         delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              if   TF-T-In (TF-K) = zero
                   string ",color=red"             delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              end-if
              if   TF-T-Prog (TF-K) = spaces
                   string ",style=dashed"          delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              end-if
              string "];"                          delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              write Copyuse-Report-Rec
              if   TF-T-Prog (TF-K) not = spaces
                   move spaces to Copyuse-Report-Rec
                   string "  " quote "T_"          delimited by size
                          FUNCTION TRIM (TF-T-Id (TF-K))
                                                   delimited by size
                          quote " -> " quote "P_"  delimited by size
                          FUNCTION TRIM (TF-T-Prog (TF-K))
                                                   delimited by size
                          quote ";"                delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     perform  varying TF-P from 1 by 1 until TF-P > TF-Prog-Cnt
              if   TF-P-Cics (TF-P) = "Y"
                or TF-P-Reach (TF-P) = "Y"
                   move spaces to Copyuse-Report-Rec
                   move 1 to TF-Ptr
                   string "  " quote "P_"          delimited by size
                          FUNCTION TRIM (TF-P-Name (TF-P))
                                                   delimited by size
                          quote " [label=" quote   delimited by size
                          FUNCTION TRIM (TF-P-Name (TF-P))
                                                   delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
                   if   TF-P-Maps (TF-P) not = spaces
                        string "\n"                delimited by size
                               FUNCTION TRIM (TF-P-Maps (TF-P))
                                                   delimited by size
                               into Copyuse-Report-Rec with pointer TF-Ptr
                   end-if
                   string quote                    delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
                   if   TF-P-Reach (TF-P) not = "Y"
                        string ",style=dashed"     delimited by size
                               into Copyuse-Report-Rec with pointer TF-Ptr
                   end-if
                   string "];"                     delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     perform  varying TF-I from 1 by 1 until TF-I > TF-Edge-Cnt
              if   TF-E-Lit (TF-I) not = "Y"
                or TF-E-To (TF-I) = spaces
                   exit perform cycle
              end-if
              move "N" to TF-Changed
              perform varying TF-J from 1 by 1 until TF-J not < TF-I
                      if   TF-E-From (TF-J) = TF-E-From (TF-I)
                       and TF-E-Kind (TF-J) = TF-E-Kind (TF-I)
                       and TF-E-To (TF-J)   = TF-E-To (TF-I)
                       and TF-E-Lit (TF-J)  = "Y"
                           move "Y" to TF-Changed      *> drawn already
                           exit perform
                      end-if
              end-perform
              if   TF-Changed = "Y"
                   exit perform cycle
              end-if
              move spaces to Copyuse-Report-Rec
              move 1 to TF-Ptr
              string "  " quote "P_"               delimited by size
                     FUNCTION TRIM (TF-E-From (TF-I)) delimited by size
                     quote " -> " quote            delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              if   TF-E-Kind (TF-I) = "XCTL" or = "LINK"
                   string "P_"                     delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              else
                   string "T_"                     delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              end-if
              string FUNCTION TRIM (TF-E-To (TF-I)) delimited by size
                     quote " [label=" quote         delimited by size
                     FUNCTION TRIM (TF-E-Kind (TF-I)) delimited by size
                     quote                          delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              if   TF-E-Kind (TF-I) = "LINK"
                   string ",style=dotted"           delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              end-if
              string "];"                           delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              write Copyuse-Report-Rec
              if   TF-E-Kind (TF-I) = "XCTL" or = "LINK"
                   move TF-E-To (TF-I) to TF-Name
                   perform bd462-Tf-Find-Prog thru bd462-Exit
                   if   TF-Found = zero
                        move spaces to Copyuse-Report-Rec
                        move 1 to TF-Ptr
                        string "  " quote "P_"     delimited by size
                               FUNCTION TRIM (TF-E-To (TF-I))
                                                   delimited by size
                               quote " [label=" quote
                                                   delimited by size
                               FUNCTION TRIM (TF-E-To (TF-I))
                                                   delimited by size
                               "\nnot in the library" quote
                                                   delimited by size
                               ",style=dashed"     delimited by size
                               into Copyuse-Report-Rec with pointer TF-Ptr
                        if   TF-E-Kind (TF-I) = "XCTL"
                             string ",color=red"   delimited by size
                                    into Copyuse-Report-Rec with pointer TF-Ptr
                        end-if
                        string "];"                delimited by size
                               into Copyuse-Report-Rec with pointer TF-Ptr
                        write Copyuse-Report-Rec
                   end-if
              end-if
     end-perform.
     move     "}" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Transaction flow graph written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd467-Exit.
     exit.
*>
 bd468-Tf-Add-Edge.                                               *> New -TRANFLOW
*> A hop of TF-Kw from TF-Cur-Prog to TF-Val (TF-Lit N = A data name).
     if       TF-Edge-Cnt not < 5000
              add  1 to TF-Dropped
              go to bd468-Exit.
     add      1 to TF-Edge-Cnt.
     move     TF-Cur-Prog to TF-E-From (TF-Edge-Cnt).
     move     TF-Ref      to TF-E-Ref  (TF-Edge-Cnt).
     move     TF-Kw       to TF-E-Kind (TF-Edge-Cnt).
     move     TF-Val      to TF-E-To   (TF-Edge-Cnt).
     move     TF-Lit      to TF-E-Lit  (TF-Edge-Cnt).
 bd468-Exit.
     exit.
*>
 bd469-Tf-Hop.                                                    *> New -TRANFLOW
*> Edge TF-I out of the program at TF-Depth, one line indented four
*>   A level; an XCTL / LINK into the library goes on the stack.
     move     spaces to Copyuse-Report-Rec.
     compute  TF-Ptr = TF-Depth * 4 + 5.
     string   TF-E-Kind (TF-I)                  delimited by size
              into Copyuse-Report-Rec with pointer TF-Ptr.
     if       TF-E-Kind (TF-I) = "RETURN" or = "START"
              if   TF-E-To (TF-I) = spaces
                   string "(to CICS - the conversation ends)"
                                                delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              else
                   string "TRANSID "            delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              end-if
     end-if.
     if       TF-E-To (TF-I) = spaces
              continue
     else
      if      TF-E-Lit (TF-I) = "N"
              string "<"                        delimited by size
                     FUNCTION TRIM (TF-E-To (TF-I)) delimited by size
                     ">"                        delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
      else
              string FUNCTION TRIM (TF-E-To (TF-I)) delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr.
     move     TF-E-Ref (TF-I) to TF-RefZ.
     string   "  (line "                        delimited by size
              FUNCTION TRIM (TF-RefZ)           delimited by size
              ")"                               delimited by size
              into Copyuse-Report-Rec with pointer TF-Ptr.
     if       TF-E-To (TF-I) = spaces
              write Copyuse-Report-Rec
              go to bd469-Exit.
     if       TF-E-Lit (TF-I) = "N"
              string "  set at run time"        delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              write Copyuse-Report-Rec
              go to bd469-Exit.
     move     TF-E-To (TF-I) to TF-Name.
     if       TF-E-Kind (TF-I) = "RETURN" or = "START"
              perform bd463-Tf-Find-Tran thru bd463-Exit
              if   TF-Found > zero
               and TF-T-Prog (TF-Found) = TF-E-From (TF-I)
                   string "  - back to itself"  delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              else
               if  TF-Found > zero
                and TF-T-Prog (TF-Found) not = spaces
                   string " -> "                delimited by size
                          FUNCTION TRIM (TF-T-Prog (TF-Found))
                                                delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
               end-if
              end-if
              write Copyuse-Report-Rec
              go to bd469-Exit.
     perform  bd462-Tf-Find-Prog thru bd462-Exit.
     if       TF-Found = zero
              if   TF-E-Kind (TF-I) = "XCTL"
                   string "  ** XCTL target not in the library"
                                                delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              else
                   string "  (not in the library)" delimited by size
                          into Copyuse-Report-Rec with pointer TF-Ptr
              end-if
              write Copyuse-Report-Rec
              go to bd469-Exit.
     move     TF-Found to TF-P.
     perform  bd465-Tf-Maps thru bd465-Exit.
     move     "N" to TF-Changed.
     perform  varying TF-J from 1 by 1 until TF-J > TF-Depth
              if   TF-S-Prog (TF-J) = TF-Found
                   move "Y" to TF-Changed
              end-if
     end-perform.
     if       TF-Changed = "Y"
              string "  (loop)"                 delimited by size
                     into Copyuse-Report-Rec with pointer TF-Ptr
              write Copyuse-Report-Rec
              go to bd469-Exit.
     write    Copyuse-Report-Rec.
     if       TF-Depth < 12
              add  1 to TF-Depth
              move TF-Found to TF-S-Prog (TF-Depth)
              move TF-P-First (TF-Found) to TF-S-Edge (TF-Depth).
 bd469-Exit.
     exit.
*>
 bd470-Bms.                                                       *> New -BMS
*>***********************
*> Prog-BaseName.bmsmap: each map of the -BMS mapset drawn, then its
*>   named fields against the symbolic copybook and against what the
*>   programs do with them.
*>***********************
     perform  bd471-Bms-Load thru bd471-Exit.
     if       BM-Map-Cnt = zero
              display "Caution: -BMS found no DFHMDI map in "
                      FUNCTION TRIM (WS-Bms-File)
              go to bd470-Exit.
     perform  zz045-Compute-Layout thru zz045-Exit.
     perform  bd474-Bms-Usage thru bd474-Exit.
     move     Bms-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "BMS mapset "                   delimited by size
              FUNCTION TRIM (BM-Mapset)       delimited by size
              " from "                        delimited by size
              FUNCTION TRIM (WS-Bms-File)     delimited by size
              " against "                     delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to BM-Mism BM-Unused.
     perform  varying BM-M from 1 by 1 until BM-M > BM-Map-Cnt
              perform bd475-Bms-Map thru bd475-Exit
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     BM-Map-Cnt to BM-NumZ.
     move     BM-Named to BM-NumZ2.
     move     BM-Mism to BM-NumZ3.
     move     BM-Unused to BM-NumZ4.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (BM-NumZ)          delimited by size
              " map(s), "                      delimited by size
              FUNCTION TRIM (BM-NumZ2)         delimited by size
              " named field(s), "              delimited by size
              FUNCTION TRIM (BM-NumZ3)         delimited by size
              " symbolic map mismatch(es), "   delimited by size
              FUNCTION TRIM (BM-NumZ4)         delimited by size
              " field(s) no program uses"      delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       BM-Dropped > zero
              move BM-Dropped to BM-NumZ
              display "Caution: -BMS is capped at 50 maps and 500 fields - "
                      FUNCTION TRIM (BM-NumZ) " left out".
     move     BM-Map-Cnt to BM-NumZ.
     display  "BMS maps (" FUNCTION TRIM (BM-NumZ)
              " map(s)) written to " FUNCTION TRIM (Bms-FileName).
 bd470-Exit.
     exit.
*>
 bd471-Bms-Load.                                                  *> New -BMS
*>***********************
*> The macro source, one assembler statement at A time: columns 1-71,
*>   A non-blank column 72 continues it in column 16 of the next line.
*>   Outside A quoted INITIAL the continued line picks up after the
*>   last operand; inside one it runs on from column 72.
*>***********************
     move     zero to BM-Map-Cnt BM-Field-Cnt BM-Lines BM-Dropped.
     move     spaces to BM-Mapset.
     move     "N" to BM-Final BM-Cont.
     move     WS-Bms-File to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              display "Caution: -BMS cannot open " FUNCTION TRIM (WS-Bms-File)
              go to bd471-Exit.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              add  1 to BM-Lines
              if   BM-Cont = "N"
                   if   Config-In-Rec (1:1) = "*"
                     or Config-In-Rec (1:71) = spaces
                        exit perform cycle
                   end-if
                   move spaces to BM-Stmt
                   move 1 to BM-Ptr
                   string Config-In-Rec (1:71) delimited by size
                          into BM-Stmt with pointer BM-Ptr
              else
                   move zero to BM-Q
                   inspect BM-Stmt tallying BM-Q for all "'"
                   if   FUNCTION MOD (BM-Q, 2) = zero
                        compute BM-Ptr = FUNCTION LENGTH
                                (FUNCTION TRIM (BM-Stmt TRAILING)) + 1
                   end-if
                   if   BM-Ptr < 968
                        string Config-In-Rec (16:56) delimited by size
                               into BM-Stmt with pointer BM-Ptr
                   end-if
              end-if
              if   Config-In-Rec (72:1) not = space
                   move "Y" to BM-Cont
              else
                   move "N" to BM-Cont
                   perform bd472-Bms-Stmt thru bd472-Exit
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
 bd471-Exit.
     exit.
*>
 bd472-Bms-Stmt.                                                  *> New -BMS
*> One statement: the label, the macro, then its operands split on
*>   the commas that are neither quoted nor inside brackets.
     if       BM-Final = "Y"
              go to bd472-Exit.
     move     spaces to BM-Label BM-Op.
     move     1 to BM-P.
     unstring BM-Stmt delimited by all spaces
              into BM-Label BM-Op with pointer BM-P.
     move     FUNCTION UPPER-CASE (BM-Label) to BM-Label.
     move     FUNCTION UPPER-CASE (BM-Op) to BM-Op.
     evaluate BM-Op
         when "DFHMSD"
              if   BM-Mapset = spaces
                   move BM-Label to BM-Mapset
              end-if
         when "DFHMDI"
              if   BM-Map-Cnt not < 50
                   add  1 to BM-Dropped
                   move "Y" to BM-Final
                   go to bd472-Exit
              end-if
              add  1 to BM-Map-Cnt
              move BM-Label to BM-M-Name (BM-Map-Cnt)
              move 24 to BM-M-Rows (BM-Map-Cnt)
              move 80 to BM-M-Cols (BM-Map-Cnt)
              compute BM-M-First (BM-Map-Cnt) = BM-Field-Cnt + 1
              move BM-Field-Cnt to BM-M-Last (BM-Map-Cnt)
         when "DFHMDF"
              if   BM-Map-Cnt = zero
                   go to bd472-Exit
              end-if
              if   BM-Field-Cnt not < 500
                   add  1 to BM-Dropped
                   go to bd472-Exit
              end-if
              add  1 to BM-Field-Cnt
              move BM-Label to BM-F-Name (BM-Field-Cnt)
              move zero to BM-F-Row (BM-Field-Cnt) BM-F-Col (BM-Field-Cnt)
                           BM-F-Len (BM-Field-Cnt)
              move spaces to BM-F-Attrb (BM-Field-Cnt) BM-F-Init (BM-Field-Cnt)
              move "N" to BM-F-Used (BM-Field-Cnt)
              move BM-Field-Cnt to BM-M-Last (BM-Map-Cnt)
         when other
              go to bd472-Exit
     end-evaluate.
     move     "N" to BM-InQ.
     move     zero to BM-Depth BM-OL.
     move     spaces to BM-Opnd.
     perform  varying BM-I from BM-P by 1 until BM-I > 1024
              move BM-Stmt (BM-I:1) to BM-Ch
              if   BM-InQ = "N" and BM-Ch = space
                   exit perform
              end-if
              if   BM-Ch = "'"
                   if   BM-InQ = "N"
                        move "Y" to BM-InQ
                   else
                        move "N" to BM-InQ
                   end-if
              end-if
              if   BM-InQ = "N" and BM-Ch = "("
                   add  1 to BM-Depth
              end-if
              if   BM-InQ = "N" and BM-Ch = ")"
                   subtract 1 from BM-Depth
              end-if
              if   BM-InQ = "N" and BM-Ch = "," and BM-Depth < 1
                   perform bd473-Bms-Operand thru bd473-Exit
              else
                   if   BM-OL < 256
                        add  1 to BM-OL
                        move BM-Ch to BM-Opnd (BM-OL:1)
                   end-if
              end-if
     end-perform.
     if       BM-OL > zero
              perform bd473-Bms-Operand thru bd473-Exit.
 bd472-Exit.
     exit.
*>
 bd473-Bms-Operand.                                               *> New -BMS
*> KEY=value in BM-Opnd - TYPE=FINAL, SIZE, POS, LENGTH, ATTRB, INITIAL.
     move     spaces to BM-Key BM-Val.
     move     zero to BM-K.
     inspect  BM-Opnd tallying BM-K for characters before initial "=".
     if       BM-K > zero and BM-K + 1 < BM-OL
              move FUNCTION UPPER-CASE (BM-Opnd (1:BM-K)) to BM-Key
              move BM-Opnd (BM-K + 2:BM-OL - BM-K - 1) to BM-Val.
     move     spaces to BM-Opnd.
     move     zero to BM-OL.
     if       BM-Key = spaces
              go to bd473-Exit.
     move     spaces to BM-Num1 BM-Num2.
     evaluate true
         when BM-Op = "DFHMSD" and BM-Key = "TYPE"
              if   FUNCTION UPPER-CASE (BM-Val) = "FINAL"
                   move "Y" to BM-Final
              end-if
         when BM-Op = "DFHMDI" and BM-Key = "SIZE"
              unstring BM-Val (2:) delimited by "," or ")"
                       into BM-Num1 BM-Num2
              if   FUNCTION TRIM (BM-Num1) is numeric
                   move FUNCTION NUMVAL (BM-Num1) to BM-M-Rows (BM-Map-Cnt)
              end-if
              if   FUNCTION TRIM (BM-Num2) is numeric
                   move FUNCTION NUMVAL (BM-Num2) to BM-M-Cols (BM-Map-Cnt)
              end-if
         when BM-Op = "DFHMDF" and BM-Key = "POS"
              if   BM-Val (1:1) = "("
                   unstring BM-Val (2:) delimited by "," or ")"
                            into BM-Num1 BM-Num2
                   if   FUNCTION TRIM (BM-Num1) is numeric
                    and FUNCTION TRIM (BM-Num2) is numeric
                        move FUNCTION NUMVAL (BM-Num1)
                             to BM-F-Row (BM-Field-Cnt)
                        move FUNCTION NUMVAL (BM-Num2)
                             to BM-F-Col (BM-Field-Cnt)
                   end-if
              else
                   if   FUNCTION TRIM (BM-Val) is numeric
                        move FUNCTION NUMVAL (BM-Val) to BM-J
                        move BM-M-Cols (BM-Map-Cnt) to BM-K
                        if   BM-K < 1
                             move 80 to BM-K
                        end-if
                        compute BM-F-Row (BM-Field-Cnt) = BM-J / BM-K + 1
                        compute BM-F-Col (BM-Field-Cnt)
                              = FUNCTION MOD (BM-J, BM-K) + 1
                   end-if
              end-if
         when BM-Op = "DFHMDF" and BM-Key = "LENGTH"
              if   FUNCTION TRIM (BM-Val) is numeric
                   move FUNCTION NUMVAL (BM-Val) to BM-F-Len (BM-Field-Cnt)
              end-if
         when BM-Op = "DFHMDF" and BM-Key = "ATTRB"
              move FUNCTION UPPER-CASE (BM-Val) to BM-F-Attrb (BM-Field-Cnt)
              inspect BM-F-Attrb (BM-Field-Cnt)
                      replacing all "(" by space all ")" by space
              move FUNCTION TRIM (BM-F-Attrb (BM-Field-Cnt))
                   to BM-F-Attrb (BM-Field-Cnt)
         when BM-Op = "DFHMDF" and BM-Key = "INITIAL"
              if   BM-Val (1:1) not = "'"
                   move BM-Val to BM-F-Init (BM-Field-Cnt)
                   go to bd473-Exit
              end-if
              perform varying BM-L from 240 by -1
                      until BM-L < 2 or BM-Val (BM-L:1) = "'"
                      continue
              end-perform
              move zero to BM-Q
              perform varying BM-J from 2 by 1 until BM-J not < BM-L
                      if   BM-Val (BM-J:1) = "'"
                       and BM-Val (BM-J + 1:1) = "'"
                           add  1 to BM-J          *> '' is one quote
                      end-if
                      if   BM-Q < 80
                           add  1 to BM-Q
                           move BM-Val (BM-J:1)
                                to BM-F-Init (BM-Field-Cnt) (BM-Q:1)
                      end-if
              end-perform
         when other
              continue
     end-evaluate.
 bd473-Exit.
     exit.
*>
 bd474-Bms-Usage.                                                 *> New -BMS
*>***********************
*> Which named fields anything touches through their I / O / L / F /
*>   A items: this program by its Procedure Division references, the
*>   other programs beside it by A grep of their sources (definition
*>   lines - PIC and REDEFINES - left out).
*>***********************
     move     "Y" to BM-Ch.
     perform  zz236-Open-Part2 thru zz236-Exit.
 bd474-Read.
     perform  zz238-Get-Sorted-Rec thru zz238-Exit.
     if       Part2-Eof
              perform zz239-Close-Part2
              go to bd474-Others.
     if       SkaWSorPD not = 8
           or SkaDataName = spaces
              go to bd474-Read.
     move     FUNCTION UPPER-CASE (SkaDataName) to BM-Item.
     perform  bd477-Bms-Mark thru bd477-Exit.
     go       to bd474-Read.
 bd474-Others.
     move     zero to BM-Named.
     perform  varying BM-I from 1 by 1 until BM-I > BM-Field-Cnt
              if   BM-F-Name (BM-I) not = spaces
                   add  1 to BM-Named
              end-if
     end-perform.
     if       BM-Named = zero
              go to bd474-Exit.
     move     zero to BM-K.
     perform  varying BM-J from 64 by -1 until BM-J < 1
              if   Prog-BaseName (BM-J:1) = OS-Delimiter
                   move BM-J to BM-K
                   exit perform
              end-if
     end-perform.
     if       BM-K > 1
              move Prog-BaseName (1:BM-K - 1) to BM-Dir
     else
              move "." to BM-Dir.
     move     spaces to BM-Pat-File Copyuse-Raw-FileName.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxbmspat"          delimited by size into BM-Pat-File.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxbmsref"          delimited by size into Copyuse-Raw-FileName.
     move     BM-Pat-File to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     perform  varying BM-I from 1 by 1 until BM-I > BM-Field-Cnt
              if   BM-F-Name (BM-I) not = spaces
                   perform varying BM-K from 1 by 1 until BM-K > 5
                           move spaces to Copyuse-Report-Rec
                           string FUNCTION TRIM (BM-F-Name (BM-I))
                                                delimited by size
                                  BM-Sfx (BM-K:1) delimited by size
                                  into Copyuse-Report-Rec
                           write Copyuse-Report-Rec
                   end-perform
              end-if
     end-perform.
     close    Copyuse-Report-Out.
     move     spaces to BM-Cmd.
     move     1 to BM-Ptr.
     string   "("                         delimited by size
              into BM-Cmd with pointer BM-Ptr.
     perform  varying BM-K from 1 by 1 until BM-K > 4
              string "grep -hiwF -f "     delimited by size
                     BM-Pat-File          delimited by space
                     " "                  delimited by size
                     BM-Dir               delimited by space
                     OS-Delimiter         delimited by size
                     into BM-Cmd with pointer BM-Ptr
              evaluate BM-K
                  when 1  string "*.cbl"  delimited by size
                                 into BM-Cmd with pointer BM-Ptr
                  when 2  string "*.cob"  delimited by size
                                 into BM-Cmd with pointer BM-Ptr
                  when 3  string "*.CBL"  delimited by size
                                 into BM-Cmd with pointer BM-Ptr
                  when 4  string "*.COB"  delimited by size
                                 into BM-Cmd with pointer BM-Ptr
              end-evaluate
              string " 2>/dev/null; "     delimited by size
                     into BM-Cmd with pointer BM-Ptr
     end-perform.
     string   ") | grep -viw -e pic -e picture -e redefines"
                                          delimited by size
              " | grep -ohiwF -f "        delimited by size
              BM-Pat-File                 delimited by space
              " | sort -u > "             delimited by size
              Copyuse-Raw-FileName        delimited by space
              into BM-Cmd with pointer BM-Ptr.
     call     "SYSTEM" using BM-Cmd.
     move     "O" to BM-Ch.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              move FUNCTION UPPER-CASE (FUNCTION TRIM (Copyuse-Raw-Rec))
                   to BM-Item
              perform bd477-Bms-Mark thru bd477-Exit
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName
              call "CBL_DELETE_FILE" using BM-Pat-File.
 bd474-Exit.
     exit.
*>
 bd475-Bms-Map.                                                   *> New -BMS
*>***********************
*> Map BM-M: the grid (constants verbatim, named fields as their
*>   INITIAL or underscores), then the named fields with what the
*>   symbolic copybook and the programs make of them.
*>***********************
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     BM-M-Rows (BM-M) to BM-NumZ.
     move     BM-M-Cols (BM-M) to BM-NumZ2.
     string   "Map "                           delimited by size
              FUNCTION TRIM (BM-M-Name (BM-M)) delimited by size
              " ("                             delimited by size
              FUNCTION TRIM (BM-NumZ)          delimited by size
              "x"                              delimited by size
              FUNCTION TRIM (BM-NumZ2)         delimited by size
              "):"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     "+" to Copyuse-Report-Rec (1:1).
     move     all "-" to Copyuse-Report-Rec (2:80).
     move     "+" to Copyuse-Report-Rec (82:1).
     write    Copyuse-Report-Rec.
     perform  varying BM-I from 1 by 1 until BM-I > 24
              move spaces to SM-Grid-Line (BM-I)
     end-perform.
     perform  varying BM-I from BM-M-First (BM-M) by 1
              until BM-I > BM-M-Last (BM-M)
              perform bd478-Bms-Place thru bd478-Exit
     end-perform.
     perform  varying BM-I from 1 by 1 until BM-I > 24
              move spaces to Copyuse-Report-Rec
              move "|" to Copyuse-Report-Rec (1:1)
              move SM-Grid-Line (BM-I) to Copyuse-Report-Rec (2:80)
              move "|" to Copyuse-Report-Rec (82:1)
              write Copyuse-Report-Rec
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     move     "+" to Copyuse-Report-Rec (1:1).
     move     all "-" to Copyuse-Report-Rec (2:80).
     move     "+" to Copyuse-Report-Rec (82:1).
     write    Copyuse-Report-Rec.
*>
*> the symbolic groups - <map>I and its <map>O redefinition.
*>
     move     spaces to BM-Grp.
     string   FUNCTION TRIM (BM-M-Name (BM-M)) delimited by size
              "I"                              delimited by size
              into BM-Grp.
     perform  bd480-Bms-Group thru bd480-Exit.
     move     BM-P to BM-I-First.
     move     BM-Q to BM-I-Last.
     move     spaces to BM-Grp.
     string   FUNCTION TRIM (BM-M-Name (BM-M)) delimited by size
              "O"                              delimited by size
              into BM-Grp.
     perform  bd480-Bms-Group thru bd480-Exit.
     move     BM-P to BM-O-First.
     move     BM-Q to BM-O-Last.
     move     "Legend (named fields):" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to BM-Prev-Pos.
     perform  varying BM-I from BM-M-First (BM-M) by 1
              until BM-I > BM-M-Last (BM-M)
              if   BM-F-Name (BM-I) not = spaces
                   perform bd476-Bms-Check-Field thru bd476-Exit
              end-if
     end-perform.
     if       BM-I-First = zero
              add  1 to BM-Mism
              move spaces to Copyuse-Report-Rec
              string "  ** no symbolic group "     delimited by size
                     FUNCTION TRIM (BM-M-Name (BM-M)) delimited by size
                     "I in the copybooks COPYed here"
                                                   delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       BM-O-First = zero
              add  1 to BM-Mism
              move spaces to Copyuse-Report-Rec
              string "  ** no symbolic group "     delimited by size
                     FUNCTION TRIM (BM-M-Name (BM-M)) delimited by size
                     "O in the copybooks COPYed here"
                                                   delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
*> copybook items with no DFHMDF field behind them.
*>
     move     "I" to BM-Ch.
     move     BM-I-First to BM-P.
     move     BM-I-Last to BM-Q.
     perform  bd481-Bms-Extras thru bd481-Exit.
     move     "O" to BM-Ch.
     move     BM-O-First to BM-P.
     move     BM-O-Last to BM-Q.
     perform  bd481-Bms-Extras thru bd481-Exit.
 bd475-Exit.
     exit.
*>
 bd476-Bms-Check-Field.                                           *> New -BMS
*> Named field BM-I - its legend line, its L / F / A / I items in the
*>   <map>I group in map order, its O item, lengths, and its use.
     move     spaces to Copyuse-Report-Rec.
     move     1 to BM-Ptr.
     move     BM-F-Row (BM-I) to BM-NumZ.
     move     BM-F-Col (BM-I) to BM-NumZ2.
     move     BM-F-Len (BM-I) to BM-NumZ3.
     string   "  "                             delimited by size
              BM-F-Name (BM-I)                 delimited by size
              " POS=("                         delimited by size
              FUNCTION TRIM (BM-NumZ)          delimited by size
              ","                              delimited by size
              FUNCTION TRIM (BM-NumZ2)         delimited by size
              ") LENGTH="                      delimited by size
              FUNCTION TRIM (BM-NumZ3)         delimited by size
              into Copyuse-Report-Rec with pointer BM-Ptr.
     if       BM-F-Attrb (BM-I) not = spaces
              string " ATTRB="                 delimited by size
                     FUNCTION TRIM (BM-F-Attrb (BM-I)) delimited by size
                     into Copyuse-Report-Rec with pointer BM-Ptr.
     if       BM-F-Init (BM-I) not = spaces
              string " INITIAL='"              delimited by size
                     FUNCTION TRIM (BM-F-Init (BM-I) trailing)
                                               delimited by size
                     "'"                       delimited by size
                     into Copyuse-Report-Rec with pointer BM-Ptr.
     write    Copyuse-Report-Rec.
     move     spaces to BM-Miss.
     move     1 to BM-MP.
     if       BM-I-First > zero
              perform varying BM-K from 1 by 1 until BM-K > 4
                      move spaces to BM-Item
                      string FUNCTION TRIM (BM-F-Name (BM-I)) delimited by size
                             BM-Sfx (BM-K:1)  delimited by size
                             into BM-Item
                      move BM-I-First to BM-P
                      move BM-I-Last to BM-Q
                      perform bd479-Bms-Find thru bd479-Exit
                      if   BM-Cur = zero
                           string " "                      delimited by size
                                  FUNCTION TRIM (BM-Item)  delimited by size
                                  into BM-Miss with pointer BM-MP
                      end-if
                      if   BM-Cur > zero and BM-K = 4
                           if   BM-Cur < BM-Prev-Pos
                                add  1 to BM-Mism
                                move spaces to Copyuse-Report-Rec
                                string "      ** "             delimited by size
                                       FUNCTION TRIM (BM-Item) delimited by size
                                       " is out of map order in the copybook"
                                                               delimited by size
                                       into Copyuse-Report-Rec
                                write Copyuse-Report-Rec
                           end-if
                           move BM-Cur to BM-Prev-Pos
                           perform bd482-Bms-Length thru bd482-Exit
                      end-if
              end-perform.
     if       BM-O-First > zero
              move spaces to BM-Item
              string   FUNCTION TRIM (BM-F-Name (BM-I)) delimited by size
                       "O"                    delimited by size
                       into BM-Item
              move BM-O-First to BM-P
              move BM-O-Last to BM-Q
              perform bd479-Bms-Find thru bd479-Exit
              if   BM-Cur = zero
                   string " "                      delimited by size
                          FUNCTION TRIM (BM-Item)  delimited by size
                          into BM-Miss with pointer BM-MP
              else
                   perform bd482-Bms-Length thru bd482-Exit
              end-if.
     if       BM-Miss not = spaces
              add  1 to BM-Mism
              move spaces to Copyuse-Report-Rec
              string "      ** not in the symbolic map:" delimited by size
                     BM-Miss                             delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       BM-F-Used (BM-I) = "N"
              add  1 to BM-Unused
              move "      ** no program moves to or tests it"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 bd476-Exit.
     exit.
*>
 bd477-Bms-Mark.                                                  *> New -BMS
*> BM-Item (A name with an I / O / L / F / A suffix) marks its field
*>   used - BM-Ch Y for this program, O for another.
     move     zero to BM-L.
     if       BM-Item not = spaces
              compute BM-L = FUNCTION LENGTH (FUNCTION TRIM (BM-Item)).
     if       BM-L < 2 or BM-L > 9
              go to bd477-Exit.
     if       BM-Item (BM-L:1) not = "I" and not = "O" and not = "L"
                               and not = "F" and not = "A"
              go to bd477-Exit.
     move     spaces to BM-Base.
     move     BM-Item (1:BM-L - 1) to BM-Base.
     perform  varying BM-J from 1 by 1 until BM-J > BM-Field-Cnt
              if   BM-F-Name (BM-J) = BM-Base (1:8)
               and BM-F-Used (BM-J) not = "Y"
                   move BM-Ch to BM-F-Used (BM-J)
              end-if
     end-perform.
 bd477-Exit.
     exit.
*>
 bd478-Bms-Place.                                                 *> New -BMS
*> Field BM-I onto SM-Grid - its data starts after the attribute byte.
     if       BM-F-Row (BM-I) < 1 or BM-F-Row (BM-I) > 24
           or BM-F-Col (BM-I) < 1 or BM-F-Col (BM-I) > 79
              go to bd478-Exit.
     compute  BM-P = BM-F-Col (BM-I) + 1.
     move     BM-F-Len (BM-I) to BM-L.
     compute  BM-K = 81 - BM-P.
     if       BM-L > BM-K
              move BM-K to BM-L.
     if       BM-L > 80
              move 80 to BM-L.
     if       BM-L < 1
              go to bd478-Exit.
     if       BM-F-Name (BM-I) not = spaces
              move all "_"
                   to SM-Grid-Line (BM-F-Row (BM-I)) (BM-P:BM-L).
     if       BM-F-Init (BM-I) = spaces
              go to bd478-Exit.
     move     BM-L to BM-Q.
     if       BM-F-Name (BM-I) not = spaces
              compute BM-Q = FUNCTION LENGTH
                             (FUNCTION TRIM (BM-F-Init (BM-I) trailing))
              if   BM-Q > BM-L
                   move BM-L to BM-Q
              end-if.
     move     BM-F-Init (BM-I) (1:BM-Q)
              to SM-Grid-Line (BM-F-Row (BM-I)) (BM-P:BM-Q).
 bd478-Exit.
     exit.
*>
 bd479-Bms-Find.                                                  *> New -BMS
*> BM-Item among layout entries BM-P thru BM-Q - BM-Cur, or zero.
     move     zero to BM-Cur.
     if       BM-P < 1
              go to bd479-Exit.
     perform  varying BM-J from BM-P by 1 until BM-J > BM-Q
              if   FUNCTION UPPER-CASE (LT-Name (BM-J)) = BM-Item
                   move BM-J to BM-Cur
                   exit perform
              end-if
     end-perform.
 bd479-Exit.
     exit.
*>
 bd480-Bms-Group.                                                 *> New -BMS
*> The 01 named BM-Grp - BM-P / BM-Q its first and last subordinate
*>   layout entries, BM-P zero when the copybooks have no such group.
     move     zero to BM-P BM-Q.
     perform  varying BM-J from 1 by 1 until BM-J > Layout-Count
              if   LT-Level (BM-J) = 1
               and FUNCTION UPPER-CASE (LT-Name (BM-J)) = BM-Grp
                   compute BM-P = BM-J + 1
                   move BM-J to BM-Q
                   perform varying BM-K from BM-P by 1
                           until BM-K > Layout-Count
                              or LT-Level (BM-K) = 1 or = 77
                           move BM-K to BM-Q
                   end-perform
                   exit perform
              end-if
     end-perform.
 bd480-Exit.
     exit.
*>
 bd481-Bms-Extras.                                                *> New -BMS
*> BM-Ch suffixed items in entries BM-P thru BM-Q that no DFHMDF field
*>   of map BM-M accounts for - the copybook is from another mapset
*>   generation.
     if       BM-P < 1
              go to bd481-Exit.
     perform  varying BM-MP from BM-P by 1 until BM-MP > BM-Q
              move FUNCTION UPPER-CASE (LT-Name (BM-MP)) to BM-Item
              if   BM-Item = spaces or BM-Item = "FILLER"
                   exit perform cycle
              end-if
              compute BM-L = FUNCTION LENGTH (FUNCTION TRIM (BM-Item))
              if   BM-L < 2 or BM-Item (BM-L:1) not = BM-Ch
                   exit perform cycle
              end-if
              move spaces to BM-Base
              move BM-Item (1:BM-L - 1) to BM-Base
              move zero to BM-Cur
              perform varying BM-J from BM-M-First (BM-M) by 1
                      until BM-J > BM-M-Last (BM-M)
                      if   BM-F-Name (BM-J) not = spaces
                       and BM-F-Name (BM-J) = BM-Base
                           move BM-J to BM-Cur
                           exit perform
                      end-if
              end-perform
              if   BM-Cur = zero
                   add  1 to BM-Mism
                   move spaces to Copyuse-Report-Rec
                   string "  ** "                  delimited by size
                          FUNCTION TRIM (BM-Item)  delimited by size
                          " in "                   delimited by size
                          FUNCTION TRIM (BM-M-Name (BM-M)) delimited by size
                          BM-Ch                    delimited by size
                          " has no DFHMDF field in the map"
                                                   delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
 bd481-Exit.
     exit.
*>
 bd482-Bms-Length.                                                *> New -BMS
*> Copybook item BM-Cur (BM-Item) against the field's LENGTH.
     if       LT-Length (BM-Cur) = BM-F-Len (BM-I)
              go to bd482-Exit.
     add      1 to BM-Mism.
     move     LT-Length (BM-Cur) to BM-NumZ.
     move     BM-F-Len (BM-I) to BM-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     string   "      ** "                      delimited by size
              FUNCTION TRIM (BM-Item)          delimited by size
              " is "                           delimited by size
              FUNCTION TRIM (BM-NumZ)          delimited by size
              " long in the copybook, LENGTH="  delimited by size
              FUNCTION TRIM (BM-NumZ2)         delimited by size
              " in the map"                    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd482-Exit.
     exit.
*>
 bd483-Idcams.                                                    *> New -IDCAMS
*>***********************
*> Prog-BaseName.idcams: every SELECT of this program against the
*>   DEFINE CLUSTER its dataset names, and the cluster's alternate
*>   indexes against the SELECT's ALTERNATE RECORD KEYs.
*>***********************
     perform  bd484-Idc-Cards thru bd484-Exit.
     if       IC-Clu-Cnt = zero
              display "Caution: -IDCAMS found no DEFINE CLUSTER in "
                      FUNCTION TRIM (WS-Idcams-Cards)
              go to bd483-Exit.
     perform  bd486-Idc-Catalog thru bd486-Exit.
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     zero to IC-Mism IC-Matched IC-Files IC-Unmatched.
     move     Idcams-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "IDCAMS cards "                  delimited by size
              FUNCTION TRIM (WS-Idcams-Cards)  delimited by size
              " against "                      delimited by size
              FUNCTION TRIM (HoldID-Module)    delimited by size
              " (catalog "                     delimited by size
              FUNCTION TRIM (WS-Idcams-Catdir) delimited by size
              "):"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying IC-I from 1 by 1 until IC-I > IC-Sel-Cnt
              perform bd487-Idc-File thru bd487-Exit
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     IC-Files to IC-NumZ.
     move     IC-Matched to IC-NumZ2.
     move     IC-Mism to IC-NumZ3.
     move     IC-Unmatched to IC-NumZ4.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (IC-NumZ)          delimited by size
              " SELECT(s), "                   delimited by size
              FUNCTION TRIM (IC-NumZ2)         delimited by size
              " matched to A cluster, "        delimited by size
              FUNCTION TRIM (IC-NumZ3)         delimited by size
              " mismatch(es), "                delimited by size
              FUNCTION TRIM (IC-NumZ4)         delimited by size
              " keyed file(s) with no cluster in the cards"
                                               delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       IC-Dropped > zero
              move IC-Dropped to IC-NumZ
              display "Caution: -IDCAMS is capped at 200 DEFINEs - "
                      FUNCTION TRIM (IC-NumZ) " left out".
     if       IC-Mism > zero
              move "Y" to IC-Gate-Fail
              move IC-Mism to IC-NumZ
              display "Error: -IDCAMS found " FUNCTION TRIM (IC-NumZ)
                      " cluster mismatch(es) - see "
                      FUNCTION TRIM (Idcams-FileName)
     else
              display "IDCAMS check written to " FUNCTION TRIM (Idcams-FileName).
 bd483-Exit.
     exit.
*>
 bd484-Idc-Cards.                                                 *> New -IDCAMS
*>***********************
*> The cards, columns 1-72: /* comments */ dropped, A trailing - or +
*>   continues the command on the next card.  Each whole command is
*>   handed to bd485.
*>***********************
     move     zero to IC-Clu-Cnt IC-Dropped.
     move     "N" to IC-Cont IC-In-Comment.
     move     spaces to IC-Stmt.
     move     1 to IC-Ptr.
     move     WS-Idcams-Cards to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              display "Caution: -IDCAMS cannot open "
                      FUNCTION TRIM (WS-Idcams-Cards)
              go to bd484-Exit.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              move spaces to IC-Line
              move zero to IC-L
              perform varying IC-J from 1 by 1 until IC-J > 72
                      if   IC-In-Comment = "Y"
                           if   Config-In-Rec (IC-J:2) = "*/"
                                move "N" to IC-In-Comment
                                add  1 to IC-J
                           end-if
                           exit perform cycle
                      end-if
                      if   Config-In-Rec (IC-J:2) = "/*"
                           move "Y" to IC-In-Comment
                           add  1 to IC-J
                           exit perform cycle
                      end-if
                      add  1 to IC-L
                      move Config-In-Rec (IC-J:1) to IC-Line (IC-L:1)
              end-perform
              if   IC-Line = spaces
                   exit perform cycle
              end-if
              perform varying IC-L from 256 by -1
                      until IC-L < 1 or IC-Line (IC-L:1) not = space
                      continue
              end-perform
              if   IC-Line (IC-L:1) = "-" or = "+"
                   move space to IC-Line (IC-L:1)
                   move "Y" to IC-Cont
              else
                   move "N" to IC-Cont
              end-if
              if   IC-Ptr < 1800
                   string FUNCTION TRIM (IC-Line) delimited by size
                          " "                     delimited by size
                          into IC-Stmt with pointer IC-Ptr
              end-if
              if   IC-Cont = "N"
                   perform bd485-Idc-Stmt thru bd485-Exit
                   move spaces to IC-Stmt
                   move 1 to IC-Ptr
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
     if       IC-Stmt not = spaces
              perform bd485-Idc-Stmt thru bd485-Exit.
 bd484-Exit.
     exit.
*>
 bd485-Idc-Stmt.                                                  *> New -IDCAMS
*>***********************
*> One command as tokens - brackets are tokens of their own, blanks
*>   and commas separate the rest.  DEFINE CLUSTER and DEFINE
*>   ALTERNATEINDEX keep NAME, KEYS, RECORDSIZE, RELATE and the key
*>   uniqueness; the first of each wins, so the DATA and INDEX
*>   components' own NAMEs are passed over.
*>***********************
     move     FUNCTION UPPER-CASE (IC-Stmt) to IC-Stmt.
     move     zero to IC-Tok-Cnt IC-L.
     move     spaces to IC-Word.
     perform  varying IC-J from 1 by 1 until IC-J > 2048
                                         or IC-Tok-Cnt > 297
              move IC-Stmt (IC-J:1) to IC-Ch
              if   IC-Ch = space or = "," or = "(" or = ")"
                   if   IC-L > zero
                        add  1 to IC-Tok-Cnt
                        move IC-Word to IC-Tok (IC-Tok-Cnt)
                        move spaces to IC-Word
                        move zero to IC-L
                   end-if
                   if   IC-Ch = "(" or = ")"
                        add  1 to IC-Tok-Cnt
                        move IC-Ch to IC-Tok (IC-Tok-Cnt)
                   end-if
              else
                   if   IC-Ch not = "'" and IC-L < 44
                        add  1 to IC-L
                        move IC-Ch to IC-Word (IC-L:1)
                   end-if
              end-if
     end-perform.
     if       IC-Tok-Cnt < 3
           or (IC-Tok (1) not = "DEFINE" and not = "DEF")
              go to bd485-Exit.
     evaluate IC-Tok (2)
         when "CLUSTER"
         when "CL"
              move "C" to IC-Ch
         when "ALTERNATEINDEX"
         when "AIX"
              move "A" to IC-Ch
         when other
              go to bd485-Exit
     end-evaluate.
     if       IC-Clu-Cnt not < 200
              add  1 to IC-Dropped
              go to bd485-Exit.
     add      1 to IC-Clu-Cnt.
     move     spaces to IC-C-Name (IC-Clu-Cnt) IC-C-Relate (IC-Clu-Cnt).
     move     IC-Ch to IC-C-Kind (IC-Clu-Cnt).
     move     zero to IC-C-Key-Len (IC-Clu-Cnt) IC-C-Key-Off (IC-Clu-Cnt)
                      IC-C-Rec-Avg (IC-Clu-Cnt) IC-C-Rec-Max (IC-Clu-Cnt).
     move     "N" to IC-C-Hit (IC-Clu-Cnt).
     if       IC-Ch = "A"
              move "N" to IC-C-Unique (IC-Clu-Cnt)   *> the IDCAMS default
     else
              move space to IC-C-Unique (IC-Clu-Cnt).
     perform  varying IC-J from 3 by 1 until IC-J > IC-Tok-Cnt
              evaluate IC-Tok (IC-J)
                  when "UNIQUEKEY"
                  when "UKEY"
                       move "Y" to IC-C-Unique (IC-Clu-Cnt)
                  when "NONUNIQUEKEY"
                  when "NUKEY"
                       move "N" to IC-C-Unique (IC-Clu-Cnt)
              end-evaluate
              if   IC-J + 2 > IC-Tok-Cnt or IC-Tok (IC-J + 1) not = "("
                   exit perform cycle
              end-if
              evaluate IC-Tok (IC-J)
                  when "NAME"
                       if   IC-C-Name (IC-Clu-Cnt) = spaces
                            move IC-Tok (IC-J + 2) to IC-C-Name (IC-Clu-Cnt)
                       end-if
                  when "RELATE"
                  when "REL"
                       if   IC-C-Relate (IC-Clu-Cnt) = spaces
                            move IC-Tok (IC-J + 2) to IC-C-Relate (IC-Clu-Cnt)
                       end-if
                  when "KEYS"
                       if   IC-C-Key-Len (IC-Clu-Cnt) = zero
                        and FUNCTION TRIM (IC-Tok (IC-J + 2)) is numeric
                        and FUNCTION TRIM (IC-Tok (IC-J + 3)) is numeric
                            move FUNCTION NUMVAL (IC-Tok (IC-J + 2))
                                 to IC-C-Key-Len (IC-Clu-Cnt)
                            move FUNCTION NUMVAL (IC-Tok (IC-J + 3))
                                 to IC-C-Key-Off (IC-Clu-Cnt)
                       end-if
                  when "RECORDSIZE"
                  when "RECSZ"
                       if   IC-C-Rec-Max (IC-Clu-Cnt) = zero
                        and FUNCTION TRIM (IC-Tok (IC-J + 2)) is numeric
                        and FUNCTION TRIM (IC-Tok (IC-J + 3)) is numeric
                            move FUNCTION NUMVAL (IC-Tok (IC-J + 2))
                                 to IC-C-Rec-Avg (IC-Clu-Cnt)
                            move FUNCTION NUMVAL (IC-Tok (IC-J + 3))
                                 to IC-C-Rec-Max (IC-Clu-Cnt)
                       end-if
              end-evaluate
     end-perform.
     if       IC-C-Name (IC-Clu-Cnt) = spaces
              subtract 1 from IC-Clu-Cnt.
 bd485-Exit.
     exit.
*>
 bd486-Idc-Catalog.                                               *> New -IDCAMS
*>***********************
*> The -FILECAT ASSIGN sweep (zz211-Add-Assign) over the catalog
*>   directory - the source's own when none was given - so each
*>   dataset can name the other programs that SELECT it.
*>***********************
     if       WS-Idcams-Catdir = spaces
              perform varying IC-P from 64 by -1
                      until IC-P < 1
                         or LS-Source-File (IC-P:1) = OS-Delimiter
                      continue
              end-perform
              if   IC-P > 1
                   move LS-Source-File (1:IC-P - 1) to WS-Idcams-Catdir
              else
               if  IC-P = 1
                   move OS-Delimiter to WS-Idcams-Catdir
               else
                   move "." to WS-Idcams-Catdir
               end-if
              end-if
     end-if.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxidcamstmp"       delimited by size
                                  into Copyuse-Raw-FileName.
     string   "grep -Hni " quote "assign" quote " "
                                  delimited by size
              WS-Idcams-Catdir    delimited by space
              OS-Delimiter        delimited by size
              "*.c* 2>/dev/null | sort > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
*>
     move     zero to Filecat-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform  zz211-Add-Assign thru zz211-Add-Assign-Exit
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
*>
     move     LS-Source-File to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to IC-Prog.
 bd486-Exit.
     exit.
*>
 bd487-Idc-File.                                                  *> New -IDCAMS
*>***********************
*> SELECT IC-I: its cluster, the other programs on the dataset, then
*>   RECORDSIZE against the FD records, KEYS against the RECORD KEY
*>   and each ALTERNATE RECORD KEY against an alternate index.
*>***********************
     add      1 to IC-Files.
     move     IC-S-Name (IC-I) to IC-Sel.
     move     IC-S-Assign (IC-I) to IC-Phys.
     perform  bd489-Idc-Match thru bd489-Exit.
     move     spaces to IC-Key-Name.
     perform  varying IC-J from 1 by 1 until IC-J > FK-Table-Count
              if   FK-Key-Type (IC-J) = "RECORD"
               and FUNCTION UPPER-CASE (FK-File-Name (IC-J)) = IC-Sel
                   move FUNCTION UPPER-CASE (FK-Key-Field (IC-J))
                        to IC-Key-Name
                   exit perform
              end-if
     end-perform.
     if       IC-Cur = zero
              if   IC-Key-Name not = spaces
                   add  1 to IC-Unmatched
                   move spaces to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   string "File "                    delimited by size
                          FUNCTION TRIM (IC-Sel)     delimited by size
                          " (ASSIGN "                delimited by size
                          FUNCTION TRIM (IC-Phys)    delimited by size
                          "): no DEFINE CLUSTER in the cards"
                                                     delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
              go to bd487-Exit.
     add      1 to IC-Matched.
     move     "Y" to IC-C-Hit (IC-Cur).
     move     IC-Cur to IC-Q.                      *> the cluster
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     IC-C-Key-Len (IC-Q) to IC-NumZ.
     move     IC-C-Key-Off (IC-Q) to IC-NumZ2.
     move     IC-C-Rec-Avg (IC-Q) to IC-NumZ3.
     move     IC-C-Rec-Max (IC-Q) to IC-NumZ4.
     string   "File "                         delimited by size
              FUNCTION TRIM (IC-Sel)          delimited by size
              " (ASSIGN "                     delimited by size
              FUNCTION TRIM (IC-Phys)         delimited by size
              ") - cluster "                  delimited by size
              FUNCTION TRIM (IC-C-Name (IC-Q)) delimited by size
              " KEYS("                        delimited by size
              FUNCTION TRIM (IC-NumZ)         delimited by size
              " "                             delimited by size
              FUNCTION TRIM (IC-NumZ2)        delimited by size
              ") RECORDSIZE("                 delimited by size
              FUNCTION TRIM (IC-NumZ3)        delimited by size
              " "                             delimited by size
              FUNCTION TRIM (IC-NumZ4)        delimited by size
              ")"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
*>
*> who else SELECTs the dataset, by the catalog.
*>
     move     spaces to IC-Others.
     move     1 to IC-P.
     perform  varying IC-J from 1 by 1 until IC-J > Filecat-Count
              if   FUNCTION UPPER-CASE (FC-Phys (IC-J)) = IC-Phys
               and FUNCTION UPPER-CASE (FC-Prog (IC-J)) not = IC-Prog
               and IC-P < 100
                   string " "                         delimited by size
                          FUNCTION TRIM (FC-Prog (IC-J)) delimited by size
                          into IC-Others with pointer IC-P
              end-if
     end-perform.
     if       IC-Others not = spaces
              move spaces to Copyuse-Report-Rec
              string "    also SELECTed by:"          delimited by size
                     IC-Others                        delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
*> RECORDSIZE - the longest FD record is the maximum; A fixed-length
*>   cluster (average = maximum) wants every record that long.
*>
     move     zero to IC-Prog-Max IC-Prog-Min.
     perform  varying IC-J from 1 by 1 until IC-J > Layout-Count
              if   LT-Level (IC-J) = 1 and LT-Section (IC-J) = 1
                   move FUNCTION UPPER-CASE (LT-Name (IC-J)) to IC-Word
                   perform varying IC-K from 1 by 1 until IC-K > FIO-Rec-Count
                           if   FUNCTION UPPER-CASE (FIO-Rec-Name (IC-K))
                                  = IC-Word
                            and FUNCTION UPPER-CASE (FIO-Rec-File (IC-K))
                                  = IC-Sel
                                if   LT-Length (IC-J) > IC-Prog-Max
                                     move LT-Length (IC-J) to IC-Prog-Max
                                end-if
                                if   IC-Prog-Min = zero
                                  or LT-Length (IC-J) < IC-Prog-Min
                                     move LT-Length (IC-J) to IC-Prog-Min
                                end-if
                                exit perform
                           end-if
                   end-perform
              end-if
     end-perform.
     if       IC-C-Rec-Max (IC-Q) > zero and IC-Prog-Max > zero
              if   IC-Prog-Max not = IC-C-Rec-Max (IC-Q)
                   move IC-C-Rec-Max (IC-Q) to IC-NumZ
                   move IC-Prog-Max to IC-NumZ2
                   move spaces to IC-Line
                   string "RECORDSIZE maximum "     delimited by size
                          FUNCTION TRIM (IC-NumZ)   delimited by size
                          ", the FD's longest record is "
                                                    delimited by size
                          FUNCTION TRIM (IC-NumZ2)  delimited by size
                          into IC-Line
                   perform bd490-Idc-Mism thru bd490-Exit
              end-if
              if   IC-C-Rec-Avg (IC-Q) = IC-C-Rec-Max (IC-Q)
               and IC-Prog-Min not = IC-Prog-Max
                   move IC-Prog-Min to IC-NumZ
                   move IC-Prog-Max to IC-NumZ2
                   move spaces to IC-Line
                   string "RECORDSIZE is fixed-length, the FD records run "
                                                    delimited by size
                          FUNCTION TRIM (IC-NumZ)   delimited by size
                          " to "                    delimited by size
                          FUNCTION TRIM (IC-NumZ2)  delimited by size
                          into IC-Line
                   perform bd490-Idc-Mism thru bd490-Exit
              end-if
     end-if.
*>
*> KEYS against the RECORD KEY.
*>
     if       IC-Key-Name = spaces
              if   IC-C-Key-Len (IC-Q) > zero
                   move spaces to IC-Line
                   string "the cluster is keyed (KEYS) but the SELECT has no"
                          " RECORD KEY"             delimited by size
                          into IC-Line
                   perform bd490-Idc-Mism thru bd490-Exit
              end-if
     else
              perform bd488-Idc-Key thru bd488-Exit
              if   IC-C-Key-Len (IC-Q) = zero
                   move spaces to IC-Line
                   string "RECORD KEY "             delimited by size
                          FUNCTION TRIM (IC-Key-Name) delimited by size
                          " but the cluster has no KEYS"
                                                    delimited by size
                          into IC-Line
                   perform bd490-Idc-Mism thru bd490-Exit
              else
                   if   IC-K = zero
                        move spaces to IC-Line
                        string "RECORD KEY "        delimited by size
                               FUNCTION TRIM (IC-Key-Name) delimited by size
                               " is not in the FD's records"
                                                    delimited by size
                               into IC-Line
                        perform bd490-Idc-Mism thru bd490-Exit
                   else
                    if  IC-Fld-Len not = IC-C-Key-Len (IC-Q)
                     or IC-Fld-Off not = IC-C-Key-Off (IC-Q)
                        move IC-Fld-Len to IC-NumZ
                        move IC-Fld-Off to IC-NumZ2
                        move spaces to IC-Line
                        string "KEYS differ - RECORD KEY "
                                                    delimited by size
                               FUNCTION TRIM (IC-Key-Name) delimited by size
                               " is KEYS("          delimited by size
                               FUNCTION TRIM (IC-NumZ)  delimited by size
                               " "                  delimited by size
                               FUNCTION TRIM (IC-NumZ2) delimited by size
                               ")"                  delimited by size
                               into IC-Line
                        perform bd490-Idc-Mism thru bd490-Exit
                    end-if
                   end-if
              end-if
     end-if.
*>
*> each ALTERNATE RECORD KEY against the alternate indexes RELATEd
*>   to the cluster - paired on the key offset.
*>
     perform  varying IC-L from 1 by 1 until IC-L > FK-Table-Count
              if   FK-Key-Type (IC-L) = "ALTERNATE"
               and FUNCTION UPPER-CASE (FK-File-Name (IC-L)) = IC-Sel
                   perform bd491-Idc-Alt thru bd491-Exit
              end-if
     end-perform.
     perform  varying IC-J from 1 by 1 until IC-J > IC-Clu-Cnt
              if   IC-C-Kind (IC-J) = "A"
               and IC-C-Relate (IC-J) = IC-C-Name (IC-Q)
               and IC-C-Hit (IC-J) = "N"
                   move IC-C-Key-Len (IC-J) to IC-NumZ
                   move IC-C-Key-Off (IC-J) to IC-NumZ2
                   move spaces to IC-Line
                   string "alternate index "       delimited by size
                          FUNCTION TRIM (IC-C-Name (IC-J)) delimited by size
                          " KEYS("                 delimited by size
                          FUNCTION TRIM (IC-NumZ)  delimited by size
                          " "                      delimited by size
                          FUNCTION TRIM (IC-NumZ2) delimited by size
                          ") has no ALTERNATE RECORD KEY"
                                                   delimited by size
                          into IC-Line
                   perform bd490-Idc-Mism thru bd490-Exit
              end-if
     end-perform.
 bd487-Exit.
     exit.
*>
 bd488-Idc-Key.                                                   *> New -IDCAMS
*> IC-Key-Name within the FD records of IC-Sel - IC-K its layout row
*>   (zero when absent), IC-Fld-Off / IC-Fld-Len its place.
     move     zero to IC-K IC-Fld-Off IC-Fld-Len.
     perform  varying IC-J from 1 by 1 until IC-J > Layout-Count
                                         or IC-K > zero
              if   LT-Section (IC-J) = 1
               and FUNCTION UPPER-CASE (LT-Name (IC-J)) = IC-Key-Name
                   perform varying IC-P from IC-J by -1
                           until IC-P < 1 or LT-Level (IC-P) = 1
                           continue
                   end-perform
                   if   IC-P > zero
                        perform varying IC-L from 1 by 1
                                until IC-L > FIO-Rec-Count
                                if   FUNCTION UPPER-CASE (FIO-Rec-Name (IC-L))
                                       = FUNCTION UPPER-CASE (LT-Name (IC-P))
                                 and FUNCTION UPPER-CASE (FIO-Rec-File (IC-L))
                                       = IC-Sel
                                     move IC-J to IC-K
                                     move LT-Offset (IC-J) to IC-Fld-Off
                                     move LT-Length (IC-J) to IC-Fld-Len
                                     exit perform
                                end-if
                        end-perform
                   end-if
              end-if
     end-perform.
 bd488-Exit.
     exit.
*>
 bd489-Idc-Match.                                                 *> New -IDCAMS
*>***********************
*> IC-Phys to A DEFINE CLUSTER - IC-Cur, or zero.  The whole name,
*>   then the last qualifier against the ASSIGN's base name: the
*>   directory and extension dropped, and A UT-S- style device
*>   prefix too (the part after the last hyphen).
*>***********************
     move     zero to IC-Cur.
     move     IC-Phys to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to IC-Base.
     perform  varying IC-P from 44 by -1
              until IC-P < 1 or IC-Base (IC-P:1) = "-"
              continue
     end-perform.
     if       IC-P > zero and IC-P < 44
              move IC-Base (IC-P + 1:) to IC-Word
              move IC-Word to IC-Base.
     perform  varying IC-J from 1 by 1 until IC-J > IC-Clu-Cnt
              if   IC-C-Kind (IC-J) = "C"
               and IC-C-Name (IC-J) = IC-Phys
                   move IC-J to IC-Cur
                   go to bd489-Exit
              end-if
     end-perform.
     perform  varying IC-J from 1 by 1 until IC-J > IC-Clu-Cnt
              if   IC-C-Kind (IC-J) = "C"
                   move spaces to IC-Last-Q
                   move zero to IC-P
                   perform varying IC-L from 44 by -1 until IC-L < 1
                           if   IC-C-Name (IC-J) (IC-L:1) = "."
                                move IC-L to IC-P
                                exit perform
                           end-if
                   end-perform
                   move IC-C-Name (IC-J) (IC-P + 1:) to IC-Last-Q
                   if   IC-Last-Q = IC-Base
                     or IC-Last-Q = IC-Phys
                        move IC-J to IC-Cur
                        go to bd489-Exit
                   end-if
              end-if
     end-perform.
 bd489-Exit.
     exit.
*>
 bd490-Idc-Mism.                                                  *> New -IDCAMS
*> IC-Line as A flagged mismatch under the current file.
     add      1 to IC-Mism.
     move     spaces to Copyuse-Report-Rec.
     string   "    ** "                       delimited by size
              FUNCTION TRIM (IC-Line)         delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd490-Exit.
     exit.
*>
 bd491-Idc-Alt.                                                   *> New -IDCAMS
*> ALTERNATE RECORD KEY row IC-L of SELECT IC-Sel against the alternate
*>   indexes over cluster IC-Q.
     move     FUNCTION UPPER-CASE (FK-Key-Field (IC-L)) to IC-Key-Name.
     move     IC-L to IC-Ptr.                      *> bd488 walks IC-L
     perform  bd488-Idc-Key thru bd488-Exit.
     move     IC-Ptr to IC-L.
     if       IC-K = zero
              move spaces to IC-Line
              string "ALTERNATE RECORD KEY "      delimited by size
                     FUNCTION TRIM (IC-Key-Name)  delimited by size
                     " is not in the FD's records" delimited by size
                     into IC-Line
              perform bd490-Idc-Mism thru bd490-Exit
              go to bd491-Exit.
     move     zero to IC-Cur.
     perform  varying IC-J from 1 by 1 until IC-J > IC-Clu-Cnt
              if   IC-C-Kind (IC-J) = "A"
               and IC-C-Relate (IC-J) = IC-C-Name (IC-Q)
               and IC-C-Key-Off (IC-J) = IC-Fld-Off
               and IC-C-Hit (IC-J) = "N"
                   move IC-J to IC-Cur
                   exit perform
              end-if
     end-perform.
     move     IC-Fld-Len to IC-NumZ.
     move     IC-Fld-Off to IC-NumZ2.
     if       IC-Cur = zero
              move spaces to IC-Line
              string "ALTERNATE RECORD KEY "      delimited by size
                     FUNCTION TRIM (IC-Key-Name)  delimited by size
                     " KEYS("                     delimited by size
                     FUNCTION TRIM (IC-NumZ)      delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (IC-NumZ2)     delimited by size
                     ") has no alternate index over the cluster"
                                                  delimited by size
                     into IC-Line
              perform bd490-Idc-Mism thru bd490-Exit
              go to bd491-Exit.
     move     "Y" to IC-C-Hit (IC-Cur).
     move     spaces to Copyuse-Report-Rec.
     string   "    alternate index "            delimited by size
              FUNCTION TRIM (IC-C-Name (IC-Cur)) delimited by size
              " - ALTERNATE RECORD KEY "        delimited by size
              FUNCTION TRIM (IC-Key-Name)       delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       IC-C-Key-Len (IC-Cur) not = IC-Fld-Len
              move IC-C-Key-Len (IC-Cur) to IC-NumZ3
              move spaces to IC-Line
              string "alternate index KEYS length "  delimited by size
                     FUNCTION TRIM (IC-NumZ3)        delimited by size
                     ", "                            delimited by size
                     FUNCTION TRIM (IC-Key-Name)     delimited by size
                     " is "                          delimited by size
                     FUNCTION TRIM (IC-NumZ)         delimited by size
                     into IC-Line
              perform bd490-Idc-Mism thru bd490-Exit.
     if       IC-C-Unique (IC-Cur) = "Y" and FK-Key-Dups (IC-L) = "Y"
              move "UNIQUEKEY but the key is WITH DUPLICATES" to IC-Line
              perform bd490-Idc-Mism thru bd490-Exit.
     if       IC-C-Unique (IC-Cur) = "N" and FK-Key-Dups (IC-L) not = "Y"
              move "NONUNIQUEKEY but the key is not WITH DUPLICATES"
                   to IC-Line
              perform bd490-Idc-Mism thru bd490-Exit.
 bd491-Exit.
     exit.
*>
 bd492-Idc-Assign.                                                *> New -IDCAMS
*> The ASSIGN operand of the SELECT being scanned, quotes dropped.
     move     "N" to IC-Assign-Wait.
     if       IC-Sel-Cnt not < 100
              go to bd492-Exit.
     add      1 to IC-Sel-Cnt.
     move     FUNCTION UPPER-CASE (WS-FileKeys-CurFile)
              to IC-S-Name (IC-Sel-Cnt).
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:44))
              to IC-S-Assign (IC-Sel-Cnt).
     if       IC-S-Assign (IC-Sel-Cnt) (1:1) = quote or = "'"
              move spaces to IC-Word
              unstring IC-S-Assign (IC-Sel-Cnt) (2:43) delimited by quote or "'"
                       into IC-Word
              move IC-Word to IC-S-Assign (IC-Sel-Cnt).
 bd492-Exit.
     exit.
*>
 bd493-So-Line.                                                   *> New -SORTCARDS
*>***********************
*> The script line of A sort step: its input and output datasets
*>   (marked read / written on the step so the lineage sees them)
*>   and where its control cards are - inline from the first
*>   statement word on, or A TAKE / SYSIN= file.
*>***********************
     if       SO-Step-Cnt not < 50
              go to bd493-Exit.
     add      1 to SO-Step-Cnt.
     move     JS-Step-Count to SO-Step (SO-Step-Cnt).
     move     spaces to SO-In (SO-Step-Cnt) SO-Out (SO-Step-Cnt)
                        SO-Take (SO-Step-Cnt) SO-Inline (SO-Step-Cnt).
     move     space to SO-Next.
     move     1 to SO-Ptr.
     move     spaces to SO-Word.
     unstring Diff-Old-Record delimited by all spaces
              into SO-Word pointer SO-Ptr.           *> the command
 bd493-Word.
     if       SO-Ptr > 256
              go to bd493-Datasets.
     move     SO-Ptr to SO-L.
     move     spaces to SO-Word.
     unstring Diff-Old-Record delimited by all spaces
              into SO-Word pointer SO-Ptr.
     if       SO-Word = spaces
              go to bd493-Datasets.
     move     FUNCTION UPPER-CASE (SO-Word) to SO-Up.
     evaluate SO-Next
         when "I"  move SO-Up to SO-In (SO-Step-Cnt)
                   move space to SO-Next
                   go to bd493-Word
         when "O"  move SO-Up to SO-Out (SO-Step-Cnt)
                   move space to SO-Next
                   go to bd493-Word
         when "T"  move SO-Word to SO-Take (SO-Step-Cnt)
                   move space to SO-Next
                   go to bd493-Word
     end-evaluate.
     if       SO-Up (1:1) = quote or = "'"
              move SO-Up (2:63) to SO-Up.
     evaluate true
         when SO-Up = "USE"
              move "I" to SO-Next
         when SO-Up = "GIVE"
              move "O" to SO-Next
         when SO-Up = "TAKE"
              move "T" to SO-Next
         when SO-Up (1:7) = "SORTIN="
              move SO-Up (8:44) to SO-In (SO-Step-Cnt)
         when SO-Up (1:8) = "SORTOUT="
              move SO-Up (9:44) to SO-Out (SO-Step-Cnt)
         when SO-Up (1:6) = "SYSIN="
              move SO-Word (7:58) to SO-Take (SO-Step-Cnt)
         when SO-Up (1:1) = "<"
              if   SO-Up (2:1) = space
                   move "I" to SO-Next
              else
                   move SO-Up (2:44) to SO-In (SO-Step-Cnt)
              end-if
         when SO-Up (1:1) = ">"
              if   SO-Up (2:1) = space
                   move "O" to SO-Next
              else
                   move SO-Up (2:44) to SO-Out (SO-Step-Cnt)
              end-if
         when SO-Up = "SORT" or = "MERGE" or = "INCLUDE" or = "OMIT"
           or SO-Up = "SUM" or = "INREC" or = "OUTREC" or = "OPTION"
           or SO-Up (1:7) = "FIELDS="
              move Diff-Old-Record (SO-L:) to SO-Inline (SO-Step-Cnt)
              go to bd493-Datasets
     end-evaluate.
     go       to bd493-Word.
*>
*> the sort's own datasets, with their direction.
*>
 bd493-Datasets.
     if       SO-Take (SO-Step-Cnt) not = spaces
          and (SO-In (SO-Step-Cnt) = spaces or SO-Out (SO-Step-Cnt) = spaces)
              perform bd493-Take-Dsn thru bd493-Take-Exit.
     if       SO-In (SO-Step-Cnt) not = spaces
              move SO-In (SO-Step-Cnt) to SO-Dsn
              move "R" to SO-Ch
              perform bd493-One-Dsn thru bd493-Dsn-Exit.
     if       SO-Out (SO-Step-Cnt) not = spaces
              move SO-Out (SO-Step-Cnt) to SO-Dsn
              move "W" to SO-Ch
              perform bd493-One-Dsn thru bd493-Dsn-Exit.
     if       SO-Take (SO-Step-Cnt) = spaces
          and SO-Inline (SO-Step-Cnt) = spaces
              subtract 1 from SO-Step-Cnt.      *> no cards - nothing to check
     go       to bd493-Exit.
*>
*> GCSORT keeps USE / GIVE in the TAKE file - its datasets from there.
*>
 bd493-Take-Dsn.
     move     SO-Take (SO-Step-Cnt) to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              move spaces to WS-Config-Name
              string WS-Jobstream-Dir       delimited by space
                     OS-Delimiter           delimited by size
                     SO-Take (SO-Step-Cnt)  delimited by space
                     into WS-Config-Name
              open input Config-In
              if   FS-Reply not = zero
                   move zero to FS-Reply
                   go to bd493-Take-Exit
              end-if
     end-if.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Config-In-Rec (1:1) = "*"
                   exit perform cycle
              end-if
              move FUNCTION TRIM (Config-In-Rec) to CU-Before
              move spaces to SO-Word SO-Up
              unstring CU-Before delimited by all spaces
                       into SO-Word SO-Up
              move FUNCTION UPPER-CASE (SO-Word) to SO-Word
              move FUNCTION UPPER-CASE (SO-Up) to SO-Up
              if   SO-Word = "USE"
               and SO-In (SO-Step-Cnt) = spaces
                   move SO-Up to SO-In (SO-Step-Cnt)
              end-if
              if   SO-Word = "GIVE"
               and SO-Out (SO-Step-Cnt) = spaces
                   move SO-Up to SO-Out (SO-Step-Cnt)
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
 bd493-Take-Exit.
     exit.
*>
 bd493-One-Dsn.
     perform  varying JS-J from 1 by 1 until JS-J > JS-DS-Count
              if   JS-D-Step (JS-J) = JS-Step-Count
               and FUNCTION UPPER-CASE (JS-D-Name (JS-J)) = SO-Dsn
                   move SO-Ch to JS-D-Dir (JS-J)
                   go to bd493-Dsn-Exit
              end-if
     end-perform.
     if       JS-DS-Count < 300
              add  1 to JS-DS-Count
              move JS-Step-Count to JS-D-Step (JS-DS-Count)
              move SO-Dsn to JS-D-Name (JS-DS-Count)
              move SO-Ch to JS-D-Dir (JS-DS-Count)
              move spaces to JS-D-Mode (JS-DS-Count).             *> New -CONTENTION
 bd493-Dsn-Exit.
     exit.
 bd493-Exit.
     exit.
*>
 bd494-So-Report.                                                 *> New -SORTCARDS
*>***********************
*> The sort steps' card positions against the writers' FD records -
*>   the .layout sidecars in srcdir are loaded as -LAYOUTCHECK does.
*>***********************
     perform  zz182-Get-Env-Set-TempFiles.
     move     spaces to Batch-Command Batch-List-FileName.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxsortlst"         delimited by size into Batch-List-FileName.
     string   "ls "               delimited by size
              WS-Jobstream-Dir    delimited by space
              OS-Delimiter        delimited by size
              "*.layout > "       delimited by size
              Batch-List-FileName delimited by space
              " 2>/dev/null"      delimited by size
                                  into Batch-Command.
     call     "SYSTEM" using Batch-Command.
     move     zero to LC-Grp-Count LC-Field-Count SW-Batch-List-Eof.
     open     input Batch-List-In.
     perform  until Batch-List-Eof
              read Batch-List-In at end
                       move 1 to SW-Batch-List-Eof
                       exit perform
              end-read
              if   Batch-List-Rec not = spaces
                   perform zz242-Load-Layout-File thru zz242-Exit
              end-if
     end-perform.
     close    Batch-List-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Batch-List-FileName.
     move     zero to SO-Mis SO-Refs.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Sort control cards against the writers' record layouts:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying SO-I from 1 by 1 until SO-I > SO-Step-Cnt
              perform bd495-So-Step thru bd495-Exit
     end-perform.
     move     SO-Refs to SO-NumZ.
     move     SO-Mis to SO-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     string   "  "                            delimited by size
              FUNCTION TRIM (SO-NumZ)         delimited by size
              " card position(s) checked, "   delimited by size
              FUNCTION TRIM (SO-NumZ2)        delimited by size
              " mismatch(es)"                 delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd494-Exit.
     exit.
*>
 bd495-So-Step.                                                   *> New -SORTCARDS
*>***********************
*> Sort step SO-I: the writer of its input, the writer's FD record
*>   for that dataset, then every card position against it.
*>***********************
     move     SO-Step (SO-I) to JS-StepZ.
     move     spaces to Copyuse-Report-Rec.
     string   "  step "                       delimited by size
              JS-StepZ                        delimited by size
              "  "                            delimited by size
              FUNCTION TRIM (JS-Prog (SO-Step (SO-I))) delimited by size
              "  input "                      delimited by size
              FUNCTION TRIM (SO-In (SO-I))    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd496-So-Writer thru bd496-Exit.
     if       SO-Writer = spaces
              move "      (no program writes the input - positions not checked)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd495-Exit.
*>
*> the writer's FD record: the one whose FD is the SELECT the catalog
*>   ties to the dataset, else its only FD record.
*>
     move     spaces to SO-Word.
     perform  varying SO-J from 1 by 1 until SO-J > Filecat-Count
              if   FUNCTION UPPER-CASE (FC-Prog (SO-J)) = SO-Writer
               and FUNCTION UPPER-CASE (FC-Phys (SO-J)) = SO-Dsn
                   move FUNCTION UPPER-CASE (FC-Select (SO-J)) to SO-Word
                   exit perform
              end-if
     end-perform.
     move     zero to SO-Grp SO-Grps.
     perform  varying SO-J from 1 by 1 until SO-J > LC-Grp-Count
              if   FUNCTION UPPER-CASE (LC-G-Prog (SO-J)) = SO-Writer
                   add  1 to SO-Grps
                   if   SO-Word not = spaces
                    and FUNCTION UPPER-CASE (LC-G-Fd (SO-J)) = SO-Word
                        move SO-J to SO-Grp
                   end-if
                   if   SO-Grps = 1 and SO-Grp = zero
                        move SO-J to SO-M
                   end-if
              end-if
     end-perform.
     if       SO-Grp = zero and SO-Grps = 1
              move SO-M to SO-Grp.
     move     spaces to Copyuse-Report-Rec.
     if       SO-Grp = zero
              if   SO-Grps = zero
                   string "      (no .layout sidecar for "  delimited by size
                          FUNCTION TRIM (SO-Writer)         delimited by size
                          " - run it with -LAYOUT)"         delimited by size
                          into Copyuse-Report-Rec
              else
                   string "      ("                          delimited by size
                          FUNCTION TRIM (SO-Writer)         delimited by size
                          " has several FD records and none is tied to "
                                                            delimited by size
                          FUNCTION TRIM (SO-Dsn)            delimited by size
                          ")"                               delimited by size
                          into Copyuse-Report-Rec
              end-if
              write Copyuse-Report-Rec
              go to bd495-Exit.
     move     LC-G-Len (SO-Grp) to SO-NumZ.
     string   "      written by "             delimited by size
              FUNCTION TRIM (SO-Writer)       delimited by size
              " as "                          delimited by size
              FUNCTION TRIM (LC-G-Name (SO-Grp)) delimited by size
              " (length "                     delimited by size
              FUNCTION TRIM (SO-NumZ)         delimited by size
              ")"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd498-So-Cards thru bd498-Exit.
 bd495-Exit.
     exit.
*>
 bd496-So-Writer.                                                 *> New -SORTCARDS
*>***********************
*> SO-Writer: the program behind the input - the last earlier step
*>   that writes it (through earlier sorts, which keep the layout,
*>   to their own input's writer), else A catalog writer.
*>***********************
     move     spaces to SO-Writer.
     move     SO-In (SO-I) to SO-Dsn.
     move     SO-Step (SO-I) to SO-Wstep.
     move     zero to SO-Hops.
 bd496-Back.
     move     zero to SO-K.
     perform  varying SO-J from 1 by 1 until SO-J > JS-DS-Count
              if   JS-D-Step (SO-J) < SO-Wstep
               and FUNCTION UPPER-CASE (JS-D-Name (SO-J)) = SO-Dsn
               and (JS-D-Dir (SO-J) = "W" or = "B")
               and JS-D-Step (SO-J) > SO-K
                   move JS-D-Step (SO-J) to SO-K
              end-if
     end-perform.
     if       SO-K > zero
              perform varying SO-J from 1 by 1 until SO-J > SO-Step-Cnt
                      if   SO-Step (SO-J) = SO-K
                       and SO-In (SO-J) not = spaces
                       and SO-Hops < 10
                           add  1 to SO-Hops
                           move SO-In (SO-J) to SO-Dsn
                           move SO-K to SO-Wstep
                           go to bd496-Back
                      end-if
              end-perform
              move FUNCTION UPPER-CASE (JS-Prog (SO-K)) to SO-Writer
              go to bd496-Exit.
     perform  varying SO-J from 1 by 1 until SO-J > Filecat-Count
              if   FUNCTION UPPER-CASE (FC-Phys (SO-J)) = SO-Dsn
               and (FC-IO (SO-J) = "W" or = "B")
                   move FUNCTION UPPER-CASE (FC-Prog (SO-J)) to SO-Writer
                   exit perform
              end-if
     end-perform.
 bd496-Exit.
     exit.
*>
 bd498-So-Cards.                                                  *> New -SORTCARDS
*>***********************
*> The control statements of step SO-I as tokens - blanks, commas,
*>   brackets and = separate, C'..' / X'..' constants stay whole -
*>   then walked: SORT / MERGE FIELDS=(p,l,f,o...), SUM
*>   FIELDS=(p,l,f...), INCLUDE / OMIT COND=(p,l,f,op,p,l,f or
*>   constant...), with FORMAT=f standing in for A missing f.
*>***********************
     move     spaces to SO-Cards.
     move     1 to SO-Ptr.
     if       SO-Inline (SO-I) not = spaces
              string SO-Inline (SO-I) delimited by size
                     into SO-Cards with pointer SO-Ptr
     else
              perform bd499-So-Take thru bd499-Exit.
     move     FUNCTION UPPER-CASE (SO-Cards) to SO-Cards.
     move     zero to SO-Tok-Cnt SO-L.
     move     spaces to SO-Word.
     move     "N" to SO-InQ.
     perform  varying SO-J from 1 by 1 until SO-J > 2048
                                         or SO-Tok-Cnt > 398
              move SO-Cards (SO-J:1) to SO-Ch
              if   SO-InQ = "Y"
                   if   SO-L < 32
                        add  1 to SO-L
                        move SO-Ch to SO-Word (SO-L:1)
                   end-if
                   if   SO-Ch = "'"
                        move "N" to SO-InQ
                   end-if
                   exit perform cycle
              end-if
              if   SO-Ch = "'"
                   move "Y" to SO-InQ
              end-if
              if   SO-Ch = space or = "," or = "(" or = ")" or = "="
                                 or = quote
                   if   SO-L > zero
                        add  1 to SO-Tok-Cnt
                        move SO-Word to SO-Tok (SO-Tok-Cnt)
                        move spaces to SO-Word
                        move zero to SO-L
                   end-if
              else
                   if   SO-L < 32
                        add  1 to SO-L
                        move SO-Ch to SO-Word (SO-L:1)
                   end-if
              end-if
     end-perform.
     move     spaces to SO-Stmt SO-Deflt.
     move     space to SO-Mode.
     move     1 to SO-J.
 bd498-Walk.
     if       SO-J > SO-Tok-Cnt
              go to bd498-Exit.
     move     SO-Tok (SO-J) to SO-Up.
     if       SO-Up = "SORT" or = "MERGE" or = "SUM" or = "INCLUDE"
           or SO-Up = "OMIT" or = "INREC" or = "OUTREC" or = "OUTFIL"
           or SO-Up = "OPTION" or = "RECORD" or = "USE" or = "GIVE"
           or SO-Up = "END" or = "ALTSEQ" or = "JOINKEYS"
              move SO-Up to SO-Stmt
              move space to SO-Mode
              move spaces to SO-Deflt
              compute SO-K = SO-J + 1
              perform varying SO-K from SO-K by 1
                      until SO-K > SO-Tok-Cnt - 1
                         or SO-Tok (SO-K) = "SORT" or = "MERGE" or = "SUM"
                         or SO-Tok (SO-K) = "INCLUDE" or = "OMIT"
                         or SO-Tok (SO-K) = "INREC" or = "OUTREC"
                         or SO-Tok (SO-K) = "OUTFIL" or = "OPTION"
                      if   SO-Tok (SO-K) = "FORMAT"
                           move SO-Tok (SO-K + 1) to SO-Deflt
                      end-if
              end-perform
              add  1 to SO-J
              go to bd498-Walk.
     if       SO-Up = "FIELDS"
          and (SO-Stmt = "SORT" or = "MERGE" or = "SUM")
              move "K" to SO-Mode
              add  1 to SO-J
              go to bd498-Walk.
     if       SO-Up = "COND"
          and (SO-Stmt = "INCLUDE" or = "OMIT")
              move "C" to SO-Mode
              add  1 to SO-J
              go to bd498-Walk.
     if       SO-Up = "FORMAT"
              add  2 to SO-J
              go to bd498-Walk.
     if       SO-Mode = space
              add  1 to SO-J
              go to bd498-Walk.
     if       SO-Mode = "C"
          and (SO-Up = "AND" or = "OR" or = "&" or = "|")
              add  1 to SO-J
              go to bd498-Walk.
     if       SO-J not < SO-Tok-Cnt
           or FUNCTION TRIM (SO-Tok (SO-J)) is not numeric
           or FUNCTION TRIM (SO-Tok (SO-J + 1)) is not numeric
              if   SO-Mode = "K"
                   move space to SO-Mode          *> FIELDS=COPY, EQUALS..
              end-if
              add  1 to SO-J
              go to bd498-Walk.
*>
*> A position, length and format - then the sort order, or the
*>   relation and the right-hand field or constant.
*>
     move     FUNCTION NUMVAL (SO-Tok (SO-J)) to SO-Pos.
     move     FUNCTION NUMVAL (SO-Tok (SO-J + 1)) to SO-Len.
     add      2 to SO-J.
     perform  bd497-So-Fmt thru bd497-Fmt-Exit.
     perform  bd497-So-Ref thru bd497-Exit.
     if       SO-Mode = "K"
              if   SO-J not > SO-Tok-Cnt
               and (SO-Tok (SO-J) = "A" or = "D" or = "E")
                   add  1 to SO-J
              end-if
              go to bd498-Walk.
     if       SO-J not > SO-Tok-Cnt
          and (SO-Tok (SO-J) = "EQ" or = "NE" or = "GT" or = "GE"
                          or = "LT" or = "LE")
              add  1 to SO-J.
     if       SO-J < SO-Tok-Cnt
          and FUNCTION TRIM (SO-Tok (SO-J)) is numeric
          and FUNCTION TRIM (SO-Tok (SO-J + 1)) is numeric
              move FUNCTION NUMVAL (SO-Tok (SO-J)) to SO-Pos
              move FUNCTION NUMVAL (SO-Tok (SO-J + 1)) to SO-Len
              add  2 to SO-J
              perform bd497-So-Fmt thru bd497-Fmt-Exit
              perform bd497-So-Ref thru bd497-Exit
     else
              add  1 to SO-J.                      *> the constant
     go       to bd498-Walk.
 bd498-Exit.
     exit.
*>
 bd499-So-Take.                                                   *> New -SORTCARDS
*> The TAKE / SYSIN= file - as named, else beside the script - all but
*>   its * comment lines run together into SO-Cards.
     move     SO-Take (SO-I) to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              move spaces to WS-Config-Name
              string WS-Jobstream-Dir    delimited by space
                     OS-Delimiter        delimited by size
                     SO-Take (SO-I)      delimited by space
                     into WS-Config-Name
              open input Config-In
              if   FS-Reply not = zero
                   move zero to FS-Reply
                   move spaces to Copyuse-Report-Rec
                   string "      ** cannot read the control cards "
                                                      delimited by size
                          FUNCTION TRIM (SO-Take (SO-I)) delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   add  1 to SO-Mis
                   go to bd499-Exit
              end-if
     end-if.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Config-In-Rec (1:1) not = "*"
               and Config-In-Rec not = spaces
               and SO-Ptr < 1800
                   string FUNCTION TRIM (Config-In-Rec) delimited by size
                          " "                          delimited by size
                          into SO-Cards with pointer SO-Ptr
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
 bd499-Exit.
     exit.
*>
 bd497-So-Fmt.                                                    *> New -SORTCARDS
*> SO-Fmt: the format code at SO-J when there is one (consumed), else
*>   the statement's FORMAT=.
     move     SO-Deflt to SO-Fmt.
     if       SO-J > SO-Tok-Cnt
              go to bd497-Fmt-Exit.
     move     SO-Tok (SO-J) to SO-Up.
     if       SO-Up = "CH" or = "AC" or = "AQ" or = "ZD" or = "PD"
           or SO-Up = "BI" or = "FI" or = "FL" or = "CLO" or = "OL"
           or SO-Up = "CSL" or = "LS" or = "CST" or = "OT" or = "TS"
           or SO-Up = "CTO" or = "FS" or = "CSF" or = "UFF" or = "SFF"
           or SO-Up = "PD0" or = "AS"
              move SO-Up to SO-Fmt
              add  1 to SO-J.
 bd497-Fmt-Exit.
     exit.
*>
 bd497-So-Ref.                                                    *> New -SORTCARDS
*>***********************
*> SO-Pos / SO-Len / SO-Fmt against record SO-Grp: A field starting
*>   exactly there and exactly that long (the elementary one when A
*>   group coincides), and its USAGE against the format code.
*>***********************
     add      1 to SO-Refs.
     move     SO-Pos to SO-NumZ.
     move     SO-Len to SO-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     move     1 to SO-Ptr.
     string   "      "                        delimited by size
              SO-Stmt                         delimited by space
              " "                             delimited by size
              FUNCTION TRIM (SO-NumZ)         delimited by size
              ","                             delimited by size
              FUNCTION TRIM (SO-NumZ2)        delimited by size
              into Copyuse-Report-Rec with pointer SO-Ptr.
     if       SO-Fmt not = spaces
              string ","                      delimited by size
                     SO-Fmt                   delimited by space
                     into Copyuse-Report-Rec with pointer SO-Ptr.
     compute  SO-K = SO-Pos - 1.
     move     zero to SO-Fld.
     perform  varying LC-I from LC-G-First (SO-Grp) by 1
              until LC-I > LC-G-Last (SO-Grp)
              if   LC-F-Off (LC-I) = SO-K
               and LC-F-Len (LC-I) = SO-Len
               and (SO-Fld = zero or LC-F-Pic (LC-I) not = spaces)
                   move LC-I to SO-Fld
              end-if
     end-perform.
     if       SO-Fld > zero
              go to bd497-Usage.
     add      1 to SO-Mis.
     if       SO-K + SO-Len > LC-G-Len (SO-Grp)
              move LC-G-Len (SO-Grp) to SO-NumZ
              string "  ** runs past the end of the record (length "
                                                   delimited by size
                     FUNCTION TRIM (SO-NumZ)       delimited by size
                     ")"                           delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr
              write Copyuse-Report-Rec
              go to bd497-Exit.
     perform  varying LC-I from LC-G-First (SO-Grp) by 1
              until LC-I > LC-G-Last (SO-Grp)
              if   LC-F-Pic (LC-I) not = spaces
               and LC-F-Off (LC-I) not > SO-K
               and LC-F-Off (LC-I) + LC-F-Len (LC-I) > SO-K
                   move LC-I to SO-Fld
                   exit perform
              end-if
     end-perform.
     if       SO-Fld = zero
              string "  ** lands on no field"   delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr
              write Copyuse-Report-Rec
              go to bd497-Exit.
     compute  SO-M = LC-F-Off (SO-Fld) + 1.
     move     SO-M to SO-NumZ.
     move     LC-F-Len (SO-Fld) to SO-NumZ2.
     if       LC-F-Off (SO-Fld) = SO-K
              string "  ** "                    delimited by size
                     FUNCTION TRIM (LC-F-Name (SO-Fld)) delimited by size
                     " starts here but is "     delimited by size
                     FUNCTION TRIM (SO-NumZ2)   delimited by size
                     " long"                    delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr
     else
              string "  ** starts inside "      delimited by size
                     FUNCTION TRIM (LC-F-Name (SO-Fld)) delimited by size
                     " ("                       delimited by size
                     FUNCTION TRIM (SO-NumZ)    delimited by size
                     ","                        delimited by size
                     FUNCTION TRIM (SO-NumZ2)   delimited by size
                     ")"                        delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr.
     write    Copyuse-Report-Rec.
     go       to bd497-Exit.
*>
*> on A field - its USAGE against the format code.
*>
 bd497-Usage.
     string   "  -> "                         delimited by size
              FUNCTION TRIM (LC-F-Name (SO-Fld)) delimited by size
              into Copyuse-Report-Rec with pointer SO-Ptr.
     if       LC-F-Pic (SO-Fld) not = spaces
              string " PIC "                  delimited by size
                     FUNCTION TRIM (LC-F-Pic (SO-Fld)) delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr.
     if       LC-F-Usage (SO-Fld) not = spaces
              string " "                      delimited by size
                     FUNCTION TRIM (LC-F-Usage (SO-Fld)) delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr.
     evaluate SO-Fmt
         when "CH" when "AC" when "AQ" when "AS"
              move "X" to SO-Cat-F
         when "PD" when "PD0"
              move "P" to SO-Cat-F
         when "BI" when "FI"
              move "B" to SO-Cat-F
         when "FL"
              move "F" to SO-Cat-F
         when spaces
              move space to SO-Cat-F
         when other
              move "9" to SO-Cat-F
     end-evaluate.
     move     FUNCTION UPPER-CASE (LC-F-Usage (SO-Fld)) to SO-Up.
     move     zero to SO-M.
     inspect  SO-Up tallying SO-M for all "COMP-3" all "PACKED".
     if       SO-M > zero
              move "P" to SO-Cat-L
     else
              move zero to SO-M
              inspect SO-Up tallying SO-M for all "COMP-1" all "COMP-2"
                                              all "FLOAT"
              if   SO-M > zero
                   move "F" to SO-Cat-L
              else
                   move zero to SO-M
                   inspect SO-Up tallying SO-M for all "COMP" all "BINARY"
                   if   SO-M > zero
                        move "B" to SO-Cat-L
                   else
                        move "9" to SO-Cat-L
                        move FUNCTION UPPER-CASE (LC-F-Pic (SO-Fld)) to SO-Up
                        if   SO-Up = spaces
                             move "X" to SO-Cat-L
                        end-if
                        perform varying SO-M from 1 by 1
                                until SO-M > 22 or SO-Up (SO-M:1) = space
                                if   SO-Up (SO-M:1) not = "S" and not = "V"
                                 and SO-Up (SO-M:1) not = "P"
                                 and SO-Up (SO-M:1) not = "("
                                 and SO-Up (SO-M:1) not = ")"
                                 and SO-Up (SO-M:1) is not numeric
                                     move "X" to SO-Cat-L
                                end-if
                        end-perform
                   end-if
              end-if
     end-if.
     if       SO-Cat-F not = space
          and SO-Cat-F not = SO-Cat-L
              add  1 to SO-Mis
              string "  ** format "             delimited by size
                     SO-Fmt                     delimited by space
                     " does not fit "           delimited by size
                     into Copyuse-Report-Rec with pointer SO-Ptr
              evaluate SO-Cat-L
                  when "X" string "A character field" delimited by size
                                  into Copyuse-Report-Rec with pointer SO-Ptr
                  when "9" string "A zoned numeric field (ZD)" delimited by size
                                  into Copyuse-Report-Rec with pointer SO-Ptr
                  when "P" string "A packed field (PD)" delimited by size
                                  into Copyuse-Report-Rec with pointer SO-Ptr
                  when "B" string "A binary field (BI/FI)" delimited by size
                                  into Copyuse-Report-Rec with pointer SO-Ptr
                  when "F" string "A floating-point field (FL)" delimited by size
                                  into Copyuse-Report-Rec with pointer SO-Ptr
              end-evaluate.
     write    Copyuse-Report-Rec.
 bd497-Exit.
     exit.
*>
 bd500-Printchart.                                                *> New -PRINTCHART
*>***********************
*> Prog-BaseName.prtchart: each print file - A file this program
*>   writes AFTER / BEFORE ADVANCING - as A 132 column chart, one
*>   row per WRITE in statement order, the advancing in the margin
*>   and the statements and page breaks listed under it.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
*>
*> each WRITE's file - from its FIO WRITE event, else the FD map.
*>
     perform  varying PT-I from 1 by 1 until PT-I > PT-Write-Cnt
              move spaces to PT-W-File (PT-I)
              perform varying PT-J from 1 by 1 until PT-J > FIO-Event-Count
                      if   FIO-Ev-Verb (PT-J) = "WRITE"
                       and FIO-Ev-Ref (PT-J) = PT-W-Ref (PT-I)
                           move FUNCTION UPPER-CASE (FIO-Ev-File (PT-J))
                                to PT-W-File (PT-I)
                           exit perform
                      end-if
              end-perform
              if   PT-W-File (PT-I) = spaces
                   perform varying PT-J from 1 by 1 until PT-J > FIO-Rec-Count
                           if   FUNCTION UPPER-CASE (FIO-Rec-Name (PT-J))
                              = PT-W-Rec (PT-I)
                                move FUNCTION UPPER-CASE (FIO-Rec-File (PT-J))
                                     to PT-W-File (PT-I)
                                exit perform
                           end-if
                   end-perform
              end-if
     end-perform.
*>
*> the column rulers, tens over units.
*>
     move     spaces to PT-Ruler1 PT-Ruler2.
     perform  varying PT-P from 1 by 1 until PT-P > 132
              divide PT-P by 10 giving PT-K remainder PT-L
              move PT-L to PT-NumZ
              move PT-NumZ (3:1) to PT-Ruler2 (PT-P:1)
              if   PT-L = zero
                   divide PT-K by 10 giving PT-M remainder PT-L
                   move PT-L to PT-NumZ
                   move PT-NumZ (3:1) to PT-Ruler1 (PT-P:1)
              end-if
     end-perform.
     move     zero to PT-Files PT-Rows PT-Breaks.
     move     Printchart-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Print charts for "             delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
*>
*> each print file once, in the order it is first written.
*>
     perform  varying PT-F from 1 by 1 until PT-F > PT-Write-Cnt
              if   PT-W-File (PT-F) = spaces
                   exit perform cycle
              end-if
              move "N" to PT-Ch
              perform varying PT-J from 1 by 1 until PT-J > PT-Write-Cnt
                      if   PT-W-File (PT-J) = PT-W-File (PT-F)
                           if   PT-J < PT-F
                                move "D" to PT-Ch
                                exit perform
                           end-if
                           if   PT-W-Adv (PT-J) not = space
                                move "Y" to PT-Ch
                           end-if
                      end-if
              end-perform
              if   PT-Ch = "Y"
                   move PT-W-File (PT-F) to PT-File
                   perform bd501-Pc-File thru bd501-Exit
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       PT-Files = zero
              move "  (no file is written AFTER / BEFORE ADVANCING)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move spaces to Copyuse-Report-Rec.
     move     PT-Files to PT-NumZ2.
     move     PT-Rows to PT-NumZ3.
     move     1 to PT-P.
     string   "Summary: "                     delimited by size
              FUNCTION TRIM (PT-NumZ2)        delimited by size
              " print file(s), "              delimited by size
              FUNCTION TRIM (PT-NumZ3)        delimited by size
              " print line(s), "              delimited by size
              into Copyuse-Report-Rec with pointer PT-P.
     move     PT-Breaks to PT-NumZ2.
     string   FUNCTION TRIM (PT-NumZ2)        delimited by size
              " page break(s)"                delimited by size
              into Copyuse-Report-Rec with pointer PT-P.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     PT-Files to PT-NumZ2.
     display  "Print charts (" FUNCTION TRIM (PT-NumZ2)
              " print file(s)) written to " FUNCTION TRIM (Printchart-FileName).
 bd500-Exit.
     exit.
*>
 bd501-Pc-File.                                                   *> New -PRINTCHART
*>***********************
*> Print file PT-File: the chart, then what writes each line.
*>***********************
     add      1 to PT-Files.
     move     spaces to PT-Grp.
     perform  varying PT-J from 1 by 1 until PT-J > PT-Write-Cnt
              if   PT-W-File (PT-J) = PT-File
                   move PT-W-Rec (PT-J) to PT-Grp
                   exit perform
              end-if
     end-perform.
     move     zero to PT-Len.
     perform  varying PT-J from 1 by 1 until PT-J > Layout-Count
              if   LT-Level (PT-J) = 1
               and FUNCTION UPPER-CASE (LT-Name (PT-J)) = PT-Grp
               and FUNCTION UPPER-CASE (LT-Prog (PT-J))
                 = FUNCTION UPPER-CASE (HoldID-Module)
                   move LT-Length (PT-J) to PT-Len
                   exit perform
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     PT-Len to PT-NumZ2.
     string   "File "                         delimited by size
              FUNCTION TRIM (PT-File)         delimited by size
              "  (record "                    delimited by size
              FUNCTION TRIM (PT-Grp)          delimited by size
              ", length "                     delimited by size
              FUNCTION TRIM (PT-NumZ2)        delimited by size
              "):"                            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     " adv"    to Copyuse-Report-Rec (1:4).
     move     PT-Ruler1 to Copyuse-Report-Rec (14:132).
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     PT-Ruler2 to Copyuse-Report-Rec (14:132).
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     "+" to Copyuse-Report-Rec (13:1) Copyuse-Report-Rec (146:1).
     move     all "-" to Copyuse-Report-Rec (14:132).
     write    Copyuse-Report-Rec.
     move     zero to PT-Row.
     perform  varying PT-W from 1 by 1 until PT-W > PT-Write-Cnt
              if   PT-W-File (PT-W) = PT-File
                   add  1 to PT-Row PT-Rows
                   perform bd508-Pc-Adv-Text thru bd508-Exit
                   if   PT-W-From (PT-W) not = spaces
                        move PT-W-From (PT-W) to PT-Grp
                   else
                    if  PT-W-Src (PT-W) not = spaces
                        move PT-W-Src (PT-W) to PT-Grp
                    else
                        move PT-W-Rec (PT-W) to PT-Grp
                    end-if
                   end-if
                   perform bd502-Pc-Render thru bd502-Exit
                   move spaces to Copyuse-Report-Rec
                   move PT-Row to PT-NumZ
                   move PT-NumZ to Copyuse-Report-Rec (1:3)
                   move PT-Adv-Txt to Copyuse-Report-Rec (5:8)
                   move "|" to Copyuse-Report-Rec (13:1)
                                Copyuse-Report-Rec (146:1)
                   move PT-Line to Copyuse-Report-Rec (14:132)
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     move     "+" to Copyuse-Report-Rec (13:1) Copyuse-Report-Rec (146:1).
     move     all "-" to Copyuse-Report-Rec (14:132).
     write    Copyuse-Report-Rec.
*>
*> the notes - each row's statement, and the page breaks.
*>
     move     "  Lines:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to PT-Row.
     perform  varying PT-W from 1 by 1 until PT-W > PT-Write-Cnt
              if   PT-W-File (PT-W) = PT-File
                   add  1 to PT-Row
                   perform bd509-Pc-Note thru bd509-Exit
              end-if
     end-perform.
 bd501-Exit.
     exit.
*>
 bd502-Pc-Render.                                                 *> New -PRINTCHART
*>***********************
*> PT-Grp as one print line in PT-Line: its elementary items at
*>   their offsets from the group, REDEFINES left out (the base
*>   item is drawn), an OCCURS repeated across the line.
*>***********************
     move     spaces to PT-Line.
     move     zero to PT-G.
     perform  varying PT-J from 1 by 1 until PT-J > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (PT-J)) = PT-Grp
               and FUNCTION UPPER-CASE (LT-Prog (PT-J))
                 = FUNCTION UPPER-CASE (HoldID-Module)
                   if   PT-G = zero or LT-Level (PT-J) = 1
                        move PT-J to PT-G
                   end-if
                   if   LT-Level (PT-J) = 1
                        exit perform
                   end-if
              end-if
     end-perform.
     if       PT-G = zero
              string "(no layout for "        delimited by size
                     FUNCTION TRIM (PT-Grp)   delimited by size
                     ")"                      delimited by size
                     into PT-Line
              go to bd502-Exit.
     move     LT-Offset (PT-G) to PT-Base.
     move     zero to PT-Skip-Lvl PT-Occ-Lvl.
     if       LT-Group-Flag (PT-G) = "N"
              move PT-G to PT-J
              perform bd503-Pc-Item thru bd503-Exit
              go to bd502-Exit.
     compute  PT-J = PT-G + 1.
 bd502-Next.
     if       PT-J > Layout-Count
              go to bd502-Exit.
     if       LT-Level (PT-J) not > LT-Level (PT-G)
           or LT-Level (PT-J) = 77
           or LT-Prog (PT-J) not = LT-Prog (PT-G)
              go to bd502-Exit.
     if       PT-Skip-Lvl > zero
              if   LT-Level (PT-J) > PT-Skip-Lvl
                   go to bd502-Step
              else
                   move zero to PT-Skip-Lvl
              end-if
     end-if.
     if       PT-Occ-Lvl > zero
          and LT-Level (PT-J) not > PT-Occ-Lvl
              move zero to PT-Occ-Lvl.
     if       LT-Redefines (PT-J) not = spaces
              move LT-Level (PT-J) to PT-Skip-Lvl
              go to bd502-Step.
     if       LT-Group-Flag (PT-J) = "Y"
              if   LT-Occurs (PT-J) > 1
               and PT-Occ-Lvl = zero
                   move LT-Level (PT-J) to PT-Occ-Lvl
                   compute PT-Occ-Off = LT-Offset (PT-J) - PT-Base
                   move LT-Length (PT-J) to PT-Occ-Len
                   move LT-Occurs (PT-J) to PT-Occ-N
              end-if
              go to bd502-Step.
     perform  bd503-Pc-Item thru bd503-Exit.
 bd502-Step.
     add      1 to PT-J.
     go       to bd502-Next.
 bd502-Exit.
     exit.
*>
 bd503-Pc-Item.                                                   *> New -PRINTCHART
*>***********************
*> Elementary item PT-J onto PT-Line: its VALUE as coded when it
*>   has one, else its PIC as A mask - "*" for an item that does
*>   not print (binary, packed, pointer).
*>***********************
     move     LT-Length (PT-J) to PT-Len.
     if       PT-Len = zero
              go to bd503-Exit.
     if       PT-Len > 132
              move 132 to PT-Len.
     move     spaces to PT-Text.
     move     zero to PT-K.
     perform  varying PT-I from 1 by 1 until PT-I > LV-Count
              if   LV-RefNo (PT-I) = LT-RefNo (PT-J)
               and LV-Name (PT-I) = LT-Name (PT-J)
               and LV-Prog (PT-I) = LT-Prog (PT-J)
                   move PT-I to PT-K
                   exit perform
              end-if
     end-perform.
     if       LT-Usage (PT-J) not = "DISPLAY"
          and LT-Usage (PT-J) not = spaces
              move all "*" to PT-Text (1:PT-Len)
     else
      if      PT-K > zero
              perform bd504-Pc-Value thru bd504-Exit
      else
              perform bd505-Pc-Mask thru bd505-Exit.
*>
*> once per occurrence - of the item, and of the group it is in.
*>
     if       LT-Occurs (PT-J) > 1
              move LT-Occurs (PT-J) to PT-N
     else
              move 1 to PT-N.
     if       PT-Occ-Lvl > zero
              move PT-Occ-N to PT-M
     else
              move 1 to PT-M.
     perform  varying PT-K from zero by 1 until PT-K not < PT-M
              perform varying PT-L from zero by 1 until PT-L not < PT-N
                      compute PT-Pos = LT-Offset (PT-J) - PT-Base
                                     + PT-K * PT-Occ-Len
                                     + PT-L * PT-Len + 1
                      if   PT-Pos < 133
                           compute PT-R = 133 - PT-Pos
                           if   PT-R > PT-Len
                                move PT-Len to PT-R
                           end-if
                           move PT-Text (1:PT-R) to PT-Line (PT-Pos:PT-R)
                      end-if
              end-perform
     end-perform.
 bd503-Exit.
     exit.
*>
 bd504-Pc-Value.                                                  *> New -PRINTCHART
*> LV-Value (PT-K) as it prints in PT-Len positions - A quoted
*>   literal without its quotes, ALL x repeated, SPACE / ZERO
*>   filled, A number right justified.  Anything else is A mask.
     move     LV-Value (PT-K) to PT-Val.
     move     FUNCTION UPPER-CASE (PT-Val) to PT-Word.
     evaluate true
         when PT-Val (1:1) = quote or = "'"
              move PT-Val (1:1) to PT-Ch
              unstring PT-Val (2:59) delimited by PT-Ch into PT-Text
         when PT-Word (1:4) = "ALL "
              move spaces to PT-Val
              move PT-Word (5:1) to PT-Ch
              if   PT-Ch = quote or = "'"
                   unstring LV-Value (PT-K) (6:55) delimited by PT-Ch
                            into PT-Val
              else
                   move PT-Word (5:28) to PT-Val
              end-if
              move zero to PT-Rep
              inspect PT-Val tallying PT-Rep for characters
                      before initial "  "
              if   PT-Rep = zero
                   move 1 to PT-Rep
              end-if
              perform varying PT-P from 1 by PT-Rep until PT-P > PT-Len
                      move PT-Val (1:PT-Rep) to PT-Text (PT-P:PT-Rep)
              end-perform
         when PT-Word (1:5) = "SPACE"
              continue
         when PT-Word (1:4) = "ZERO"
              move all "0" to PT-Text (1:PT-Len)
         when PT-Word (1:1) numeric
           or PT-Word (1:1) = "+" or = "-" or = "."
              move zero to PT-Rep
              inspect PT-Val tallying PT-Rep for characters
                      before initial space
              if   PT-Rep > PT-Len
                   move PT-Len to PT-Rep
              end-if
              compute PT-P = PT-Len - PT-Rep + 1
              move PT-Val (1:PT-Rep) to PT-Text (PT-P:PT-Rep)
         when other
              perform bd505-Pc-Mask thru bd505-Exit
     end-evaluate.
 bd504-Exit.
     exit.
*>
 bd505-Pc-Mask.                                                   *> New -PRINTCHART
*> LT-Pic (PT-J) written out - repeat counts expanded, S V and P
*>   taking no print position - into PT-Text.
     move     FUNCTION UPPER-CASE (LT-Pic (PT-J)) to PT-Pic.
     move     spaces to PT-Text.
     move     zero to PT-P.
     move     space to PT-Ch.
     move     1 to PT-I.
 bd505-Char.
     if       PT-I > 30
           or PT-Pic (PT-I:1) = space
           or PT-P not < 132
              go to bd505-Exit.
     if       PT-Pic (PT-I:1) = "("
              move zero to PT-Rep
              add  1 to PT-I
              perform until PT-I > 30
                         or PT-Pic (PT-I:1) not numeric
                      compute PT-Rep = PT-Rep * 10
                                     + FUNCTION NUMVAL (PT-Pic (PT-I:1))
                      add  1 to PT-I
              end-perform
              if   PT-Ch not = space
                   perform varying PT-Rep from PT-Rep by -1
                           until PT-Rep < 2 or PT-P not < 132
                           add  1 to PT-P
                           move PT-Ch to PT-Text (PT-P:1)
                   end-perform
              end-if
              add  1 to PT-I
              go to bd505-Char.
     if       PT-Pic (PT-I:1) = "S" or = "V" or = "P"
              move space to PT-Ch
     else
              move PT-Pic (PT-I:1) to PT-Ch
              add  1 to PT-P
              move PT-Ch to PT-Text (PT-P:1).
     add      1 to PT-I.
     go       to bd505-Char.
 bd505-Exit.
     exit.
*>
 bd506-Pc-Word.                                                   *> New -PRINTCHART
*>***********************
*> A reserved word in the Procedure Division: WRITE opens an entry
*>   (with its guard, for the page break), FROM / AFTER / BEFORE /
*>   PAGE / END-OF-PAGE fill it in, any other verb or the period
*>   closes it.  MOVE starts A new move source.
*>***********************
     if       HoldWSorPD not = 8
              go to bd506-Exit.
     if       PT-State not = space
          and wsFoundWord2 (1:12) = PD-Verb
              move space to PT-State.
     evaluate true
         when wsFoundWord2 (1:5) = "MOVE "
              move spaces to PT-Move-Src
         when wsFoundWord2 (1:6) = "WRITE "
              if   PT-Write-Cnt < 300
                   add  1 to PT-Write-Cnt
                   move Gen-RefNo1 to PT-W-Ref (PT-Write-Cnt)
                   move spaces to PT-W-Rec (PT-Write-Cnt)
                                  PT-W-From (PT-Write-Cnt)
                                  PT-W-Src (PT-Write-Cnt)
                                  PT-W-File (PT-Write-Cnt)
                                  PT-W-Adv (PT-Write-Cnt)
                                  PT-W-Adv-By (PT-Write-Cnt)
                   move "N" to PT-W-Eop (PT-Write-Cnt)
                   move RU-Cur-Para to PT-W-Para (PT-Write-Cnt)
                   perform bd429-Rules-Guard thru bd429-Exit
                   move RU-Guard to PT-W-Guard (PT-Write-Cnt)
                   move "R" to PT-State
              end-if
         when PT-State = space
              continue
         when wsFoundWord2 (1:5) = "FROM "
              move "F" to PT-State
         when wsFoundWord2 (1:6) = "AFTER "
              move "A" to PT-W-Adv (PT-Write-Cnt)
              move "1" to PT-W-Adv-By (PT-Write-Cnt)
              move "V" to PT-State
         when wsFoundWord2 (1:7) = "BEFORE "
              move "B" to PT-W-Adv (PT-Write-Cnt)
              move "1" to PT-W-Adv-By (PT-Write-Cnt)
              move "V" to PT-State
         when wsFoundWord2 (1:5) = "PAGE "
          and PT-State = "V"
              move "PAGE" to PT-W-Adv-By (PT-Write-Cnt)
              move "X" to PT-State
         when wsFoundWord2 (1:12) = "END-OF-PAGE "
         when wsFoundWord2 (1:4) = "EOP "
              move "Y" to PT-W-Eop (PT-Write-Cnt)
              move "X" to PT-State
         when wsFoundWord2 (1:8) = "INVALID "
         when wsFoundWord2 (1:10) = "END-WRITE "
              move space to PT-State
     end-evaluate.
     if       Word-Delimit = "."
              move space to PT-State.
 bd506-Exit.
     exit.
*>
 bd507-Pc-Operand.                                                *> New -PRINTCHART
*> PT-Word is an operand: A MOVE's source or receiver, or the
*>   record, FROM item or advancing count of the open WRITE.
     if       RU-In-Sub = "Y"
              go to bd507-Exit.
     if       PD-Verb = "MOVE"
              if   PD-Write-State = zero
                   if   PT-Move-Src = spaces
                        move PT-Word to PT-Move-Src
                   end-if
              else
                   if   PT-Move-Src not = spaces
                        perform varying PT-M from 1 by 1
                                until PT-M > PT-Move-Cnt
                                   or PT-M-Tgt (PT-M) = PT-Word
                                continue
                        end-perform
                        if   PT-M > PT-Move-Cnt and PT-Move-Cnt < 100
                             add  1 to PT-Move-Cnt
                             move PT-Word to PT-M-Tgt (PT-Move-Cnt)
                        end-if
                        if   PT-M not > PT-Move-Cnt
                             move PT-Move-Src to PT-M-Src (PT-M)
                        end-if
                   end-if
              end-if
     end-if.
     evaluate PT-State
         when "R"
              move PT-Word to PT-W-Rec (PT-Write-Cnt)
              perform varying PT-M from 1 by 1 until PT-M > PT-Move-Cnt
                      if   PT-M-Tgt (PT-M) = PT-Word
                           move PT-M-Src (PT-M) to PT-W-Src (PT-Write-Cnt)
                           exit perform
                      end-if
              end-perform
              move "r" to PT-State
         when "F"
              move PT-Word to PT-W-From (PT-Write-Cnt)
              move "r" to PT-State
         when "V"
              move PT-Word to PT-W-Adv-By (PT-Write-Cnt)
              move "X" to PT-State
     end-evaluate.
     if       Word-Delimit = "."
              move space to PT-State.
 bd507-Exit.
     exit.
*>
 bd508-Pc-Adv-Text.                                               *> New -PRINTCHART
*> The margin for WRITE PT-W: A / B and the lines or PAGE - A WRITE
*>   without ADVANCING moves one line.
     move     spaces to PT-Adv-Txt.
     if       PT-W-Adv (PT-W) = space
              move "A 1" to PT-Adv-Txt
     else
              string PT-W-Adv (PT-W)          delimited by size
                     " "                      delimited by size
                     PT-W-Adv-By (PT-W)       delimited by space
                     into PT-Adv-Txt.
 bd508-Exit.
     exit.
*>
 bd509-Pc-Note.                                                   *> New -PRINTCHART
*>***********************
*> Row PT-Row's note: the statement in full, where it is, and - for A
*>   skip to A new page (PAGE, or A SPECIAL-NAMES channel rather
*>   than A data item) or AT END-OF-PAGE - when that happens.
*>***********************
     move     PT-Row to PT-NumZ.
     move     PT-W-Ref (PT-W) to PT-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     move     1 to PT-P.
     string   "  "                            delimited by size
              PT-NumZ                         delimited by size
              "  line "                       delimited by size
              PT-NumZ2                        delimited by size
              "  "                            delimited by size
              FUNCTION TRIM (PT-W-Para (PT-W)) delimited by size
              "  WRITE "                      delimited by size
              FUNCTION TRIM (PT-W-Rec (PT-W)) delimited by size
              into Copyuse-Report-Rec with pointer PT-P.
     if       PT-W-From (PT-W) not = spaces
              string " FROM "                 delimited by size
                     FUNCTION TRIM (PT-W-From (PT-W)) delimited by size
                     into Copyuse-Report-Rec with pointer PT-P
     else
      if      PT-W-Src (PT-W) not = spaces
              string " (after MOVE "          delimited by size
                     FUNCTION TRIM (PT-W-Src (PT-W)) delimited by size
                     ")"                      delimited by size
                     into Copyuse-Report-Rec with pointer PT-P.
     if       PT-W-Adv (PT-W) = "A"
              string " AFTER "                delimited by size
                     into Copyuse-Report-Rec with pointer PT-P.
     if       PT-W-Adv (PT-W) = "B"
              string " BEFORE "               delimited by size
                     into Copyuse-Report-Rec with pointer PT-P.
     if       PT-W-Adv (PT-W) not = space
              string FUNCTION TRIM (PT-W-Adv-By (PT-W)) delimited by size
                     into Copyuse-Report-Rec with pointer PT-P.
     if       PT-W-Eop (PT-W) = "Y"
              string " AT END-OF-PAGE"        delimited by size
                     into Copyuse-Report-Rec with pointer PT-P.
     write    Copyuse-Report-Rec.
*>
*> A page break: PAGE, or A mnemonic - A name with no layout row.
*>
     move     "N" to PT-Ch.
     if       PT-W-Adv-By (PT-W) = "PAGE"
              move "Y" to PT-Ch.
     if       PT-W-Adv (PT-W) not = space
          and PT-W-Adv-By (PT-W) not = "PAGE"
          and FUNCTION TRIM (PT-W-Adv-By (PT-W)) is not numeric
              move "Y" to PT-Ch
              perform varying PT-J from 1 by 1 until PT-J > Layout-Count
                      if   FUNCTION UPPER-CASE (LT-Name (PT-J))
                         = PT-W-Adv-By (PT-W)
                       and FUNCTION UPPER-CASE (LT-Prog (PT-J))
                         = FUNCTION UPPER-CASE (HoldID-Module)
                           move "N" to PT-Ch
                           exit perform
                      end-if
              end-perform
     end-if.
     if       PT-Ch = "Y"
              add  1 to PT-Breaks
              move spaces to Copyuse-Report-Rec
              string "        page break when "   delimited by size
                     FUNCTION TRIM (PT-W-Guard (PT-W)) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       PT-W-Eop (PT-W) = "Y"
              add  1 to PT-Breaks
              move "        page break at the LINAGE footing (END-OF-PAGE)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 bd509-Exit.
     exit.
*>
 bd510-Testplan.                                                  *> New -TESTPLAN
*>***********************
*> Prog-BaseName.testplan and .testplan.csv: the basis paths of each
*>   paragraph as numbered test cases - case 1 the first branch of
*>   every decision, then one case for each other branch of each
*>   decision, so A paragraph needs 1 + (branches - 1) per decision.
*>***********************
     if       TP-State = "U"
              perform bd525-Tp-Close thru bd525-Exit.
     perform  bd511-Tp-Outcomes thru bd511-Exit.
     move     zero to TP-Tot-Decs TP-Tot-Cases.
     move     Testplan-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out Testplan-Csv-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Basis-path test plan for "      delimited by size
              FUNCTION TRIM (HoldID-Module)    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Case 1 takes the first branch of every decision, each later case"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  one other branch with the branches around it set to reach it."
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Testplan-Csv-Rec.
     string   quote "Paragraph" quote ","      delimited by size
              quote "Case" quote ","           delimited by size
              quote "Line" quote ","           delimited by size
              quote "Decision" quote ","       delimited by size
              quote "Branch" quote ","         delimited by size
              quote "Condition" quote ","      delimited by size
              quote "Expected result" quote    delimited by size
              into Testplan-Csv-Rec.
     write    Testplan-Csv-Rec.
     perform  varying TP-Pg from 1 by 1 until TP-Pg > TP-Para-Cnt
              perform bd512-Tp-Para thru bd512-Exit
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       TP-Para-Cnt = zero
              move "  (no paragraphs in the Procedure Division)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move spaces to Copyuse-Report-Rec.
     move     TP-Para-Cnt to TP-NumZ.
     move     TP-Tot-Decs to TP-NumZ2.
     move     1 to TP-P.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (TP-NumZ)          delimited by size
              " paragraph(s), "                delimited by size
              FUNCTION TRIM (TP-NumZ2)         delimited by size
              " decision(s), "                 delimited by size
              into Copyuse-Report-Rec with pointer TP-P.
     move     TP-Tot-Cases to TP-NumZ.
     string   FUNCTION TRIM (TP-NumZ)          delimited by size
              " test case(s)"                  delimited by size
              into Copyuse-Report-Rec with pointer TP-P.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out Testplan-Csv-Out.
     display  "Test plan (" FUNCTION TRIM (TP-NumZ)
              " test case(s)) written to " FUNCTION TRIM (Testplan-FileName).
 bd510-Exit.
     exit.
*>
 bd511-Tp-Outcomes.                                               *> New -TESTPLAN
*>***********************
*> The branches of each decision - an IF true / false, each WHEN
*>   plus "no WHEN" unless there is A WHEN OTHER, A loop performed /
*>   skipped - and which branch of its enclosing decision holds it.
*>***********************
     perform  varying TP-D from 1 by 1 until TP-D > TP-Dec-Cnt
              move zero to TP-D-Rows (TP-D)
              move "N" to TP-D-Other (TP-D)
              if   TP-D-Kind (TP-D) not = "U"
                   move TP-D-Ru (TP-D) to TP-U
                   perform varying TP-R from 1 by 1 until TP-R > RU-Row-Count
                           if   RU-Row-Dec (TP-R) = TP-U
                                add 1 to TP-D-Rows (TP-D)
                                if   RU-Row-Test (TP-R 1) = "(any other)"
                                     move "Y" to TP-D-Other (TP-D)
                                end-if
                           end-if
                   end-perform
              end-if
              evaluate true
                  when TP-D-Kind (TP-D) not = "E"
                       move 2 to TP-D-Outs (TP-D)
                  when TP-D-Other (TP-D) = "Y"
                       move TP-D-Rows (TP-D) to TP-D-Outs (TP-D)
                  when other
                       compute TP-D-Outs (TP-D) = TP-D-Rows (TP-D) + 1
              end-evaluate
              move zero to TP-D-POut (TP-D)
              if   TP-D-Par (TP-D) > zero
               and TP-D-PRow (TP-D) > zero
                   move TP-D-Ru (TP-D-Par (TP-D)) to TP-U
                   perform varying TP-R from 1 by 1
                           until TP-R > TP-D-PRow (TP-D)
                           if   RU-Row-Dec (TP-R) = TP-U
                                add 1 to TP-D-POut (TP-D)
                           end-if
                   end-perform
              end-if
              if   TP-D-POut (TP-D) = zero
                   move zero to TP-D-Par (TP-D)
              end-if
     end-perform.
 bd511-Exit.
     exit.
*>
 bd512-Tp-Para.                                                   *> New -TESTPLAN
*> One paragraph's sheet: its decisions are A run in the table.
     move     zero to TP-First TP-Last TP-Decs.
     move     1 to TP-Cases.
     perform  varying TP-D from 1 by 1 until TP-D > TP-Dec-Cnt
              if   TP-D-Para (TP-D) = TP-Pg
                   if   TP-First = zero
                        move TP-D to TP-First
                   end-if
                   move TP-D to TP-Last
                   add  1 to TP-Decs
                   compute TP-Cases = TP-Cases + TP-D-Outs (TP-D) - 1
              end-if
     end-perform.
     add      TP-Decs to TP-Tot-Decs.
     add      TP-Cases to TP-Tot-Cases.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TP-P-Ref (TP-Pg) to TP-RefZ.
     move     TP-Decs to TP-NumZ.
     move     TP-Cases to TP-NumZ2.
     string   "Paragraph "                      delimited by size
              FUNCTION TRIM (TP-P-Name (TP-Pg)) delimited by size
              " (line "                         delimited by size
              FUNCTION TRIM (TP-RefZ)           delimited by size
              "): "                             delimited by size
              FUNCTION TRIM (TP-NumZ)           delimited by size
              " decision(s), "                  delimited by size
              FUNCTION TRIM (TP-NumZ2)          delimited by size
              " test case(s)"                   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to TP-Case TP-D.
     move     1 to TP-O.
     perform  bd513-Tp-Case thru bd513-Exit.
     if       TP-Decs = zero
              go to bd512-Exit.
     perform  varying TP-D from TP-First by 1 until TP-D > TP-Last
              if   TP-D-Para (TP-D) = TP-Pg
                   perform varying TP-O from 2 by 1
                           until TP-O > TP-D-Outs (TP-D)
                           perform bd513-Tp-Case thru bd513-Exit
                   end-perform
              end-if
     end-perform.
 bd512-Exit.
     exit.
*>
 bd513-Tp-Case.                                                   *> New -TESTPLAN
*>***********************
*> One case: decision TP-D takes branch TP-O (none for case 1), the
*>   decisions around it the branches that hold it and every other
*>   decision its first branch.  Only the decisions reached on that
*>   path are listed.
*>***********************
     add      1 to TP-Case.
     if       TP-Decs > zero
              perform varying TP-S from TP-First by 1 until TP-S > TP-Last
                      move 1 to TP-D-Ch (TP-S)
              end-perform.
     if       TP-D > zero
              move TP-O to TP-D-Ch (TP-D)
              move TP-D to TP-A
              perform until TP-D-Par (TP-A) = zero
                      move TP-D-POut (TP-A) to TP-D-Ch (TP-D-Par (TP-A))
                      move TP-D-Par (TP-A) to TP-A
              end-perform.
     move     TP-Case to TP-NumZ.
     move     spaces to Copyuse-Report-Rec.
     move     1 to TP-P.
     string   "  Case "                        delimited by size
              FUNCTION TRIM (TP-NumZ)          delimited by size
              ": "                             delimited by size
              into Copyuse-Report-Rec with pointer TP-P.
     if       TP-Decs = zero
              string "straight through - no decisions" delimited by size
                     into Copyuse-Report-Rec with pointer TP-P
     else
      if      TP-D = zero
              string "the first branch of every decision" delimited by size
                     into Copyuse-Report-Rec with pointer TP-P
      else
              move TP-D to TP-S
              move TP-O to TP-Q
              perform bd515-Tp-Label thru bd515-Exit
              move TP-D-Ref (TP-D) to TP-RefZ
              string FUNCTION TRIM (TP-Kind-Txt) delimited by size
                     " at line "                 delimited by size
                     FUNCTION TRIM (TP-RefZ)     delimited by size
                     " "                         delimited by size
                     FUNCTION TRIM (TP-Out-Txt)  delimited by size
                     into Copyuse-Report-Rec with pointer TP-P.
     write    Copyuse-Report-Rec.
     if       TP-Decs = zero
              move "(none)" to TP-Kind-Txt
              move "(straight)" to TP-Out-Txt
              move "(no decisions)" to TP-Cond
              move TP-P-Ref (TP-Pg) to TP-RefZ
              perform bd514-Tp-Csv thru bd514-Csv-Exit
     else
              perform varying TP-S from TP-First by 1 until TP-S > TP-Last
                   move "N" to TP-D-Reach (TP-S)
                   if   TP-D-Par (TP-S) = zero
                        move "Y" to TP-D-Reach (TP-S)
                   else
                    if  TP-D-Reach (TP-D-Par (TP-S)) = "Y"
                    and TP-D-Ch (TP-D-Par (TP-S)) = TP-D-POut (TP-S)
                        move "Y" to TP-D-Reach (TP-S)
                    end-if
                   end-if
                   if   TP-D-Reach (TP-S) = "Y"
                        move TP-D-Ch (TP-S) to TP-Q
                        perform bd514-Tp-Step thru bd514-Exit
                   end-if
              end-perform.
     move     "        Expected result: ________________________________________"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd513-Exit.
     exit.
*>
 bd514-Tp-Step.                                                   *> New -TESTPLAN
*> Decision TP-S on branch TP-Q: A line (or more) of the text sheet
*>   and A CSV row.
     perform  bd515-Tp-Label thru bd515-Exit.
     perform  bd516-Tp-Cond thru bd516-Exit.
     move     TP-D-Ref (TP-S) to TP-RefZ.
     move     spaces to Copyuse-Report-Rec.
     string   "      line "  delimited by size
              TP-RefZ        delimited by size
              into Copyuse-Report-Rec.
     move     TP-Kind-Txt to Copyuse-Report-Rec (19:14).
     move     TP-Out-Txt to Copyuse-Report-Rec (34:12).
     move     TP-Cond (1:110) to Copyuse-Report-Rec (47:110).
     write    Copyuse-Report-Rec.
     perform  varying TP-K from 111 by 110 until TP-K > 240
              if   TP-Cond (TP-K:) = spaces
                   exit perform
              end-if
              compute TP-N = 241 - TP-K
              if   TP-N > 110
                   move 110 to TP-N
              end-if
              move spaces to Copyuse-Report-Rec
              move TP-Cond (TP-K:TP-N) to Copyuse-Report-Rec (47:TP-N)
              write Copyuse-Report-Rec
     end-perform.
     perform  bd514-Tp-Csv thru bd514-Csv-Exit.
 bd514-Exit.
     exit.
*>
 bd514-Tp-Csv.
     move     spaces to Testplan-Csv-Rec.
     move     TP-Case to TP-NumZ.
     string   quote                              delimited by size
              FUNCTION TRIM (TP-P-Name (TP-Pg))  delimited by size
              quote "," quote                    delimited by size
              FUNCTION TRIM (TP-NumZ)            delimited by size
              quote "," quote                    delimited by size
              FUNCTION TRIM (TP-RefZ)            delimited by size
              quote "," quote                    delimited by size
              FUNCTION TRIM (TP-Kind-Txt)        delimited by size
              quote "," quote                    delimited by size
              FUNCTION TRIM (TP-Out-Txt)         delimited by size
              quote "," quote                    delimited by size
              FUNCTION TRIM (TP-Cond)            delimited by size
              quote "," quote quote              delimited by size
              into Testplan-Csv-Rec.
     write    Testplan-Csv-Rec.
 bd514-Csv-Exit.
     exit.
*>
 bd515-Tp-Label.                                                  *> New -TESTPLAN
*> The decision (TP-Kind-Txt) and branch (TP-Out-Txt) of TP-S / TP-Q.
     move     spaces to TP-Kind-Txt TP-Out-Txt.
     evaluate TP-D-Kind (TP-S)
         when "I"
              move "IF" to TP-Kind-Txt
              if   TP-Q = 1
                   move "true" to TP-Out-Txt
              else
                   move "false" to TP-Out-Txt
              end-if
         when "E"
              move "EVALUATE" to TP-Kind-Txt
              if   TP-Q > TP-D-Rows (TP-S)
                   move "no WHEN" to TP-Out-Txt
              else
                   move TP-D-Ru (TP-S) to TP-U
                   move TP-Q to TP-N
                   perform bd518-Tp-Nth-Row thru bd518-Exit
                   if   TP-R > zero
                    and RU-Row-Test (TP-R 1) = "(any other)"
                        move "WHEN OTHER" to TP-Out-Txt
                   else
                        move TP-Q to TP-NumZ2
                        string "WHEN "                  delimited by size
                               FUNCTION TRIM (TP-NumZ2) delimited by size
                               into TP-Out-Txt
                   end-if
              end-if
         when other
              move "PERFORM UNTIL" to TP-Kind-Txt
              evaluate true
                  when TP-D-After (TP-S) = "Y" and TP-Q = 1
                       move "once" to TP-Out-Txt
                  when TP-D-After (TP-S) = "Y"
                       move "repeated" to TP-Out-Txt
                  when TP-Q = 1
                       move "performed" to TP-Out-Txt
                  when other
                       move "skipped" to TP-Out-Txt
              end-evaluate
     end-evaluate.
 bd515-Exit.
     exit.
*>
 bd516-Tp-Cond.                                                   *> New -TESTPLAN
*>***********************
*> TP-Cond: what makes decision TP-S take branch TP-Q - the row's
*>   tests from the -RULES table, NOT ( ... ) for an IF's false
*>   branch, the UNTIL condition false or true for A loop.
*>***********************
     move     spaces to TP-Cond.
     move     1 to TP-P.
     evaluate TP-D-Kind (TP-S)
         when "U"
              if   TP-D-Cond (TP-S) = spaces
                   move "(condition not captured)" to TP-D-Cond (TP-S)
              end-if
              if   (TP-D-After (TP-S) = "Y" and TP-Q = 1)
                or (TP-D-After (TP-S) not = "Y" and TP-Q = 2)
                   string FUNCTION TRIM (TP-D-Cond (TP-S)) delimited by size
                          into TP-Cond with pointer TP-P
              else
                   string "NOT ("                            delimited by size
                          FUNCTION TRIM (TP-D-Cond (TP-S))   delimited by size
                          ")"                                delimited by size
                          into TP-Cond with pointer TP-P
              end-if
              evaluate true
                  when TP-D-After (TP-S) = "Y" and TP-Q = 1
                       string " - true after the first pass" delimited by size
                              into TP-Cond with pointer TP-P
                  when TP-D-After (TP-S) = "Y"
                       string " - false after the first pass" delimited by size
                              into TP-Cond with pointer TP-P
                  when TP-Q = 1
                       string " - false on entry, body performed"
                              delimited by size
                              into TP-Cond with pointer TP-P
                  when other
                       string " - true on entry, body skipped"
                              delimited by size
                              into TP-Cond with pointer TP-P
              end-evaluate
         when "I"
              move TP-D-Ru (TP-S) to TP-U
              move 1 to TP-N
              perform bd518-Tp-Nth-Row thru bd518-Exit
              if   TP-Q = 2
                   string "NOT (" delimited by size
                          into TP-Cond with pointer TP-P
              end-if
              perform bd517-Tp-Row-Cond thru bd517-Exit
              if   TP-Q = 2
                   string ")" delimited by size
                          into TP-Cond with pointer TP-P
              end-if
         when other
              move TP-D-Ru (TP-S) to TP-U
              move TP-Q to TP-N
              perform bd518-Tp-Nth-Row thru bd518-Exit
              evaluate true
                  when TP-Q > TP-D-Rows (TP-S)
                       move "none of the WHENs match" to TP-Cond
                  when TP-R > zero
                   and RU-Row-Test (TP-R 1) = "(any other)"
                       move "no earlier WHEN matches" to TP-Cond
                  when other
                       perform bd517-Tp-Row-Cond thru bd517-Exit
              end-evaluate
     end-evaluate.
 bd516-Exit.
     exit.
*>
 bd517-Tp-Row-Cond.                                               *> New -TESTPLAN
*>***********************
*> Row TP-R of decision TP-U as "item test ; item test": A relation
*>   follows the item, an 88 (its VALUEs opened out) after A colon,
*>   A bare value after "=".
*>***********************
     move     TP-P to TP-K.
     if       TP-R = zero
              go to bd517-None.
     perform  varying TP-J from 1 by 1 until TP-J > RU-Dec-Cols (TP-U)
              move RU-Row-Test (TP-R TP-J) to TP-Test-Txt
              if   TP-Test-Txt = spaces or = "(otherwise)"
                   exit perform cycle
              end-if
              if   TP-P > TP-K
                   string " ; " delimited by size
                          into TP-Cond with pointer TP-P
              end-if
              string FUNCTION TRIM (RU-Dec-Col (TP-U TP-J)) delimited by size
                     into TP-Cond with pointer TP-P
              move spaces to TP-Word
              unstring TP-Test-Txt delimited by space or "("
                       into TP-Word
              evaluate true
                  when TP-Test-Txt (1:1) = "=" or = ">" or = "<" or = "("
                  when TP-Word = "NOT" or = "NUMERIC" or = "ALPHABETIC"
                              or = "ALPHABETIC-LOWER" or = "ALPHABETIC-UPPER"
                              or = "POSITIVE" or = "NEGATIVE"
                       string " " delimited by size
                              into TP-Cond with pointer TP-P
                  when other
                       move zero to TP-C
                       perform varying TP-I from 1 by 1
                               until TP-I > Con-Tab-Count
                               if   Conditions (TP-I) = TP-Word (1:32)
                                    move TP-I to TP-C
                                    exit perform
                               end-if
                       end-perform
                       if   TP-C > zero
                            string ": " delimited by size
                                   into TP-Cond with pointer TP-P
                       else
                            string " = " delimited by size
                                   into TP-Cond with pointer TP-P
                       end-if
              end-evaluate
              string FUNCTION TRIM (TP-Test-Txt) delimited by size
                     into TP-Cond with pointer TP-P
     end-perform.
 bd517-None.
     if       TP-P = TP-K
              string "(condition not itemised)" delimited by size
                     into TP-Cond with pointer TP-P.
 bd517-Exit.
     exit.
*>
 bd518-Tp-Nth-Row.                                                *> New -TESTPLAN
*> TP-R = the TP-N'th -RULES row of decision TP-U, zero if none.
     move     zero to TP-C.
     perform  varying TP-R from 1 by 1 until TP-R > RU-Row-Count
              if   RU-Row-Dec (TP-R) = TP-U
                   add  1 to TP-C
                   if   TP-C = TP-N
                        exit perform
                   end-if
              end-if
     end-perform.
     if       TP-R > RU-Row-Count
              move zero to TP-R.
 bd518-Exit.
     exit.
*>
 bd519-Tp-Open.                                                   *> New -TESTPLAN
*> A new -RULES decision (RU-Dec-Count): RU-Dec / RU-Row, the top
*>   of the stack before it, are the decision and branch it is in.
     if       TP-Dec-Cnt not < 400
              go to bd519-Exit.
     perform  bd520-Tp-Add thru bd520-Exit.
     move     RU-Kind to TP-D-Kind (TP-Dec-Cnt).
     move     RU-Dec-Count to TP-D-Ru (TP-Dec-Cnt).
     move     TP-Dec-Cnt to TP-Ru-Tp (RU-Dec-Count).
 bd519-Exit.
     exit.
*>
 bd520-Tp-Add.                                                    *> New -TESTPLAN
     if       TP-Para-Cnt = zero
              move "(Procedure Division)" to TP-Word
              perform bd526-Tp-Para-Entry thru bd526-Exit.
     add      1 to TP-Dec-Cnt.
     initialize TP-Dec (TP-Dec-Cnt).
     move     Gen-RefNo1 to TP-D-Ref (TP-Dec-Cnt).
     move     TP-Para-Cnt to TP-D-Para (TP-Dec-Cnt).
     if       RU-Dec > zero
          and RU-Row > zero
              move TP-Ru-Tp (RU-Dec) to TP-D-Par (TP-Dec-Cnt)
              move RU-Row to TP-D-PRow (TP-Dec-Cnt).
 bd520-Exit.
     exit.
*>
 bd521-Tp-Word.                                                   *> New -TESTPLAN
*>***********************
*> Reserved words: A PERFORM's UNTIL opens A loop decision, its
*>   condition gathered word by word up to the next verb, clause or
*>   full stop.  WITH TEST AFTER makes it A loop run at least once.
*>***********************
     move     spaces to TP-Word.
     if       Word-Length > 48
              move wsFoundWord2 (1:48) to TP-Word
     else
              move wsFoundWord2 (1:Word-Length) to TP-Word.
     if       TP-State = "U"
              if   TP-Word = "NOT" or = "AND" or = "OR" or = "IS"
                          or = "EQUAL" or = "EQUALS" or = "GREATER"
                          or = "LESS" or = "THAN" or = "TO" or = "OF"
                          or = "IN" or = "ZERO" or = "ZEROS" or = "ZEROES"
                          or = "SPACE" or = "SPACES" or = "HIGH-VALUE"
                          or = "HIGH-VALUES" or = "LOW-VALUE"
                          or = "LOW-VALUES" or = "QUOTE" or = "QUOTES"
                          or = "NULL" or = "NULLS" or = "NUMERIC"
                          or = "ALPHABETIC" or = "ALPHABETIC-LOWER"
                          or = "ALPHABETIC-UPPER" or = "POSITIVE"
                          or = "NEGATIVE" or = "TRUE" or = "FALSE"
                          or = "LENGTH"
                   perform bd524-Tp-Append thru bd524-Exit
                   if   Word-Delimit = "."
                        perform bd525-Tp-Close thru bd525-Exit
                   end-if
                   go to bd521-Exit
              end-if
              perform bd525-Tp-Close thru bd525-Exit.
     evaluate true
         when TP-Word = "PERFORM"
              move space to TP-Test
         when TP-Word = "TEST"
              move "T" to TP-Test
         when TP-Word = "AFTER" and TP-Test = "T"
              move "A" to TP-Test
         when TP-Word = "BEFORE" and TP-Test = "T"
              move space to TP-Test
         when TP-Word = "UNTIL"
          and TP-Dec-Cnt < 400
              perform zz371-Rules-Top thru zz371-Exit
              perform bd520-Tp-Add thru bd520-Exit
              move "U" to TP-D-Kind (TP-Dec-Cnt)
              if   TP-Test = "A"
                   move "Y" to TP-D-After (TP-Dec-Cnt)
              end-if
              move TP-Dec-Cnt to TP-Loop
              move 1 to TP-Cond-Ptr
              move "U" to TP-State
     end-evaluate.
 bd521-Exit.
     exit.
*>
 bd522-Tp-Operand.                                                *> New -TESTPLAN
*> A paragraph or section header starts the next sheet; inside an
*>   UNTIL A name is part of the condition, an 88 with its VALUEs.
     if       HoldWSorPD2 = zero or = 1
              if   TP-State = "U"
                   perform bd525-Tp-Close thru bd525-Exit
              end-if
              move SkaDataName (1:32) to TP-Word
              perform bd526-Tp-Para-Entry thru bd526-Exit
              go to bd522-Exit.
     if       TP-State not = "U"
           or RU-In-Sub = "Y"
              go to bd522-Exit.
     move     SkaDataName (1:32) to TP-Word.
     move     zero to RU-K.
     perform  varying TP-I from 1 by 1 until TP-I > Con-Tab-Count
              if   Conditions (TP-I) = TP-Word (1:32)
                   move TP-I to RU-K
                   exit perform
              end-if
     end-perform.
     if       RU-K > zero
              perform zz381-Rules-88-Vals thru zz381-Exit
              move spaces to TP-Word
              string FUNCTION TRIM (Variables (RU-K)) delimited by size
                     ": "                             delimited by size
                     RU-Word                          delimited by size
                     into TP-Word.
     perform  bd524-Tp-Append thru bd524-Exit.
     if       Word-Delimit = "."
              perform bd525-Tp-Close thru bd525-Exit.
 bd522-Exit.
     exit.
*>
 bd523-Tp-Literal.                                                *> New -TESTPLAN
*> A literal in an UNTIL condition; A full stop on it ends it.
     if       RU-In-Sub = "Y"
           or wsFoundWord2 (Word-Length:1) = ")"
              go to bd523-Exit.
     move     spaces to TP-Word.
     if       Word-Length > 48
              move wsFoundWord2 (1:48) to TP-Word
     else
              move wsFoundWord2 (1:Word-Length) to TP-Word
              if   Word-Length > 1
               and TP-Word (Word-Length:1) = "."
               and wsf1-1 not = quote and not = "'"
                   move space to TP-Word (Word-Length:1)
                   move "." to Word-Delimit
              end-if
     end-if.
     inspect  TP-Word replacing all quote by "'".
     perform  bd524-Tp-Append thru bd524-Exit.
     if       Word-Delimit = "."
              perform bd525-Tp-Close thru bd525-Exit.
 bd523-Exit.
     exit.
*>
 bd524-Tp-Append.                                                 *> New -TESTPLAN
     if       TP-Loop = zero
           or TP-Cond-Ptr > 118
              go to bd524-Exit.
     if       TP-Cond-Ptr > 1
              string " " delimited by size
                     into TP-D-Cond (TP-Loop) with pointer TP-Cond-Ptr.
     string   FUNCTION TRIM (TP-Word) delimited by size
              into TP-D-Cond (TP-Loop) with pointer TP-Cond-Ptr.
 bd524-Exit.
     exit.
*>
 bd525-Tp-Close.                                                  *> New -TESTPLAN
     move     space to TP-State.
     move     zero to TP-Loop.
 bd525-Exit.
     exit.
*>
 bd526-Tp-Para-Entry.                                             *> New -TESTPLAN
*> A paragraph (TP-Word) - the 500th takes any more.
     if       TP-Para-Cnt < 500
              add  1 to TP-Para-Cnt
              move TP-Word (1:32) to TP-P-Name (TP-Para-Cnt)
              move Gen-RefNo1 to TP-P-Ref (TP-Para-Cnt).
 bd526-Exit.
     exit.
*>
 bd530-Regress.                                                   *> New -REGRESS
*>***********************
*> Standalone run: the suite is read into the case tables, script
*>   steps are resolved to their command lines and the .layout
*>   sidecars loaded, then each case is run in its own scratch
*>   directory and its outputs checked against (or, with RECORD,
*>   kept as) the golden copies.  Return code 8 when A case fails.
*>***********************
     perform  zz182-Get-Env-Set-TempFiles.
     accept   WS-Regress-History from Environment "COBXREF_REGRESS".
     if       WS-Regress-History = spaces
              perform varying RG-P from 64 by -1
                      until RG-P < 1
                         or WS-Metrics-FileName (RG-P:1) = OS-Delimiter
                      continue
              end-perform
              if   RG-P > zero
                   string WS-Metrics-FileName (1:RG-P) delimited by size
                          "cobxref.regress"            delimited by size
                          into WS-Regress-History
              else
                   move "cobxref.regress" to WS-Regress-History
              end-if
     end-if.
     perform  varying RG-P from 64 by -1
              until RG-P < 1
                 or WS-Regress-Suite (RG-P:1) = OS-Delimiter
              continue
     end-perform.
     if       RG-P > 1
              move WS-Regress-Suite (1:RG-P - 1) to WS-Regress-Dir
     else
              move "." to WS-Regress-Dir.
*>
*> the suite's cases, inputs and outputs.
*>
     move     zero to RG-Case-Cnt RG-In-Cnt RG-Out-Cnt RG-Cur.
     move     WS-Regress-Suite to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Error: cannot open regression suite "
                       FUNCTION TRIM (WS-Regress-Suite)
              move 16 to return-code
              goback.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              perform bd531-Rg-Suite-Line thru bd531-Exit
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
     if       RG-Case-Cnt = zero
              display "Error: no cases in regression suite "
                       FUNCTION TRIM (WS-Regress-Suite)
              move 16 to return-code
              goback.
     if       WS-Regress-Layouts = spaces
              move WS-Regress-Dir to WS-Regress-Layouts.
     if       WS-Regress-Golden = spaces
              string WS-Regress-Dir delimited by space
                     OS-Delimiter   delimited by size
                     "golden"       delimited by size
                     into WS-Regress-Golden.
     perform  varying RG-Cur from 1 by 1 until RG-Cur > RG-Case-Cnt
              if   RG-C-Step (RG-Cur) not = spaces
                   perform bd532-Rg-Step thru bd532-Exit
              end-if
     end-perform.
*>
*> every .layout sidecar's FD groups, as -LAYOUTCHECK loads them.
*>
     move     spaces to Batch-Command Batch-List-FileName.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxrglst"           delimited by size into Batch-List-FileName.
     string   "ls "               delimited by size
              WS-Regress-Layouts  delimited by space
              OS-Delimiter        delimited by size
              "*.layout > "       delimited by size
              Batch-List-FileName delimited by space
              " 2>/dev/null"      delimited by size
                                  into Batch-Command.
     call     "SYSTEM" using Batch-Command.
     move     zero to LC-Grp-Count LC-Field-Count SW-Batch-List-Eof.
     open     input Batch-List-In.
     perform  until Batch-List-Eof
              read Batch-List-In at end
                       move 1 to SW-Batch-List-Eof
                       exit perform
              end-read
              if   Batch-List-Rec not = spaces
                   perform zz242-Load-Layout-File thru zz242-Exit
              end-if
     end-perform.
     close    Batch-List-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Batch-List-FileName.
*>
*> run the cases.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Regress-Suite    delimited by space
              ".report"           delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     if       WS-Regress-Mode = "RECORD"
              string "Regression suite "               delimited by size
                     FUNCTION TRIM (WS-Regress-Suite)  delimited by size
                     " - recording golden copies in "  delimited by size
                     FUNCTION TRIM (WS-Regress-Golden) delimited by size
                     into Copyuse-Report-Rec
     else
              string "Regression suite "               delimited by size
                     FUNCTION TRIM (WS-Regress-Suite)  delimited by size
                     " against the golden copies in "  delimited by size
                     FUNCTION TRIM (WS-Regress-Golden) delimited by size
                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     open     extend Regress-History.
     if       FS-Reply not = zero
              open output Regress-History
              if   FS-Reply not = zero
                   display "Warning: regression history "
                           FUNCTION TRIM (WS-Regress-History)
                           " cannot be written - FS " FS-Reply
              end-if
     end-if.
     move     zero to RG-Passed RG-Failed.
     perform  varying RG-Cur from 1 by 1 until RG-Cur > RG-Case-Cnt
              perform bd533-Rg-Run-Case thru bd533-Exit
     end-perform.
     close    Regress-History.
     move     zero to FS-Reply.
     move     RG-Case-Cnt to RG-NumZ.
     move     RG-Passed to RG-NumZ2.
     move     RG-Failed to RG-NumZ3.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       WS-Regress-Mode = "RECORD"
              string FUNCTION TRIM (RG-NumZ)   delimited by size
                     " case(s): "              delimited by size
                     FUNCTION TRIM (RG-NumZ2)  delimited by size
                     " recorded, "             delimited by size
                     FUNCTION TRIM (RG-NumZ3)  delimited by size
                     " failed"                 delimited by size
                     into Copyuse-Report-Rec
     else
              string FUNCTION TRIM (RG-NumZ)   delimited by size
                     " case(s): "              delimited by size
                     FUNCTION TRIM (RG-NumZ2)  delimited by size
                     " passed, "               delimited by size
                     FUNCTION TRIM (RG-NumZ3)  delimited by size
                     " failed"                 delimited by size
                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Regression " FUNCTION TRIM (Copyuse-Report-Rec)
              " - written to " FUNCTION TRIM (Copyuse-Report-FileName).
     if       RG-Failed > zero
              move 8 to return-code
     else
              move zero to return-code.
     goback.
 bd530-Exit.
     exit.
*>
 bd531-Rg-Suite-Line.                                             *> New -REGRESS
*>***********************
*> One suite line - "key: value", blank lines and # or *> comments
*>   skipped.  case: starts A case, the keys after it belong to it.
*>***********************
     move     spaces to RG-Value.
     move     FUNCTION TRIM (Diff-Old-Record) to RG-Value.
     if       RG-Value = spaces
           or RG-Value (1:1) = "#"
           or RG-Value (1:2) = "*>"
              go to bd531-Exit.
     move     spaces to RG-Key RG-Word.
     move     1 to RG-P.
     unstring RG-Value delimited by ":" into RG-Key pointer RG-P.
     if       RG-P > 240
              go to bd531-Exit.
     move     FUNCTION TRIM (RG-Value (RG-P:)) to RG-Word.
     move     FUNCTION UPPER-CASE (FUNCTION TRIM (RG-Key)) to RG-Key.
     if       RG-Key = "LAYOUTS"
              move RG-Word (1:128) to RG-Word2
              perform bd539-Rg-Path thru bd539-Exit
              move RG-Path to WS-Regress-Layouts
              go to bd531-Exit.
     if       RG-Key = "GOLDEN"
              move RG-Word (1:128) to RG-Word2
              perform bd539-Rg-Path thru bd539-Exit
              move RG-Path to WS-Regress-Golden
              go to bd531-Exit.
     if       RG-Key = "CASE"
              if   RG-Case-Cnt < 100
                   add  1 to RG-Case-Cnt
                   move RG-Case-Cnt to RG-Cur
                   move RG-Word (1:32) to RG-C-Name (RG-Cur)
                   move spaces to RG-C-Cmd (RG-Cur) RG-C-Step (RG-Cur)
                                  RG-C-Parm (RG-Cur) RG-C-Env (RG-Cur)
                                  RG-C-Sysin (RG-Cur)
                   move zero to RG-C-Rc (RG-Cur)
                   compute RG-C-In-First (RG-Cur) = RG-In-Cnt + 1
                   move RG-In-Cnt to RG-C-In-Last (RG-Cur)
                   compute RG-C-Out-First (RG-Cur) = RG-Out-Cnt + 1
                   move RG-Out-Cnt to RG-C-Out-Last (RG-Cur)
              else
                   display "Warning: more than 100 cases - "
                           FUNCTION TRIM (RG-Word) " ignored"
                   move zero to RG-Cur
              end-if
              go to bd531-Exit.
     if       RG-Cur = zero
              go to bd531-Exit.
     evaluate RG-Key
       when   "PROGRAM"
              move RG-Word to RG-C-Cmd (RG-Cur)
       when   "STEP"
              move RG-Word to RG-C-Step (RG-Cur)
       when   "PARM"
       when   "PARMS"
              move RG-Word to RG-C-Parm (RG-Cur)
       when   "RC"
              move FUNCTION NUMVAL (RG-Word (1:4)) to RG-C-Rc (RG-Cur)
       when   "SYSIN"
              move RG-Word to RG-C-Sysin (RG-Cur)
       when   "ENV"
              move spaces to RG-Word2 RG-Path
              unstring RG-Word delimited by "="
                       into RG-Word2 RG-Path
              move spaces to RG-Value
              string FUNCTION TRIM (RG-C-Env (RG-Cur)) delimited by size
                     " "                       delimited by size
                     RG-Word2                  delimited by space
                     "="                       delimited by size
                     quote                     delimited by size
                     FUNCTION TRIM (RG-Path)   delimited by size
                     quote                     delimited by size
                     into RG-Value
              move RG-Value to RG-C-Env (RG-Cur)
       when   "INPUT"
              if   RG-In-Cnt < 400
                   add  1 to RG-In-Cnt
                   move spaces to RG-Word2 RG-Path
                   unstring RG-Word delimited by "="
                            into RG-Word2 RG-Path
                   move RG-Word2 (1:64) to RG-I-Dsn (RG-In-Cnt)
                   if   RG-Path = spaces
                        move RG-Word2 to RG-I-Src (RG-In-Cnt)
                   else
                        move FUNCTION TRIM (RG-Path)
                             to RG-I-Src (RG-In-Cnt)
                   end-if
                   move RG-In-Cnt to RG-C-In-Last (RG-Cur)
              end-if
       when   "OUTPUT"
              if   RG-Out-Cnt < 400
                   add  1 to RG-Out-Cnt
                   move spaces to RG-Word2 RG-Path RG-Word3
                   unstring RG-Word delimited by ","
                            into RG-Word2 RG-Path RG-Word3
                   move RG-Word2 (1:64) to RG-O-Dsn (RG-Out-Cnt)
                   move spaces to RG-O-Rec (RG-Out-Cnt)
                   move "L" to RG-O-Fmt (RG-Out-Cnt)
                   move FUNCTION UPPER-CASE (FUNCTION TRIM (RG-Path))
                        to RG-Path
                   move FUNCTION UPPER-CASE (FUNCTION TRIM (RG-Word3))
                        to RG-Word3
                   if   RG-Path = "FIXED" or RG-Word3 = "FIXED"
                        move "F" to RG-O-Fmt (RG-Out-Cnt)
                   end-if
                   if   RG-Path not = spaces and not = "FIXED"
                                             and not = "LINE"
                        move RG-Path (1:32) to RG-O-Rec (RG-Out-Cnt)
                   end-if
                   move RG-Out-Cnt to RG-C-Out-Last (RG-Cur)
              end-if
       when   other
              display "Warning: suite key " FUNCTION TRIM (RG-Key)
                      " not known - line ignored"
     end-evaluate.
 bd531-Exit.
     exit.
*>
 bd532-Rg-Step.                                                   *> New -REGRESS
*>***********************
*> A "step: script,N" case - the script is read the way -JOBSTREAM
*>   numbers its steps and the Nth program-invoking line becomes the
*>   case's command.
*>***********************
     move     spaces to RG-Word2 RG-Word3.
     unstring RG-C-Step (RG-Cur) delimited by ","
              into RG-Word2 RG-Word3.
     move     FUNCTION NUMVAL (RG-Word3) to RG-N.
     perform  bd539-Rg-Path thru bd539-Exit.
     move     RG-Path (1:64) to WS-Diff-Old-FileName.
     move     zero to JS-Step-Count JS-DS-Count Filecat-Count.
     move     spaces to PM-Here-End.                                *> New -PARMCARD
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd532-Exit.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   PM-Here-End not = spaces               *> New -PARMCARD
                   perform bd642-Pm-Here-Line thru bd642-Exit
                   exit perform cycle
              end-if
              move JS-Step-Count to PM-Steps-Before
              perform zz245-Parse-Step thru zz245-Exit
              perform bd641-Pm-Script-Line thru bd641-Exit
              if   JS-Step-Count = RG-N
                   move FUNCTION TRIM (Diff-Old-Record)
                        to RG-C-Cmd (RG-Cur)
                   exit perform
              end-if
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
 bd532-Exit.
     exit.
*>
 bd533-Rg-Run-Case.                                               *> New -REGRESS
*>***********************
*> One case: A fresh regress.work/CASE under the suite directory,
*>   the inputs copied in, the command run there with the suite
*>   directory on the PATH and the case's environment values set,
*>   its display output kept as regress.sysout.  The return code
*>   and elapsed time are taken, then each output checked against
*>   (or recorded as) its golden copy.
*>***********************
     move     spaces to RG-Work-Dir Copyuse-Report-Rec.
     string   WS-Regress-Dir      delimited by space
              OS-Delimiter        delimited by size
              "regress.work"      delimited by size
              OS-Delimiter        delimited by size
              RG-C-Name (RG-Cur)  delimited by space
                                  into RG-Work-Dir.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "case "                          delimited by size
              RG-C-Name (RG-Cur)               delimited by space
              ": "                             delimited by size
              FUNCTION TRIM (RG-C-Cmd (RG-Cur)) delimited by size
              " "                              delimited by size
              FUNCTION TRIM (RG-C-Parm (RG-Cur)) delimited by size
                                               into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "PASS" to RG-Status.
     move     spaces to RG-Reason.
     move     zero to RG-Rc RG-Secs.
     if       RG-C-Cmd (RG-Cur) = spaces
              move "FAIL" to RG-Status
              if   RG-C-Step (RG-Cur) = spaces
                   move "no program: or step: given" to RG-Reason
              else
                   string "step "                  delimited by size
                          FUNCTION TRIM (RG-C-Step (RG-Cur))
                                                   delimited by size
                          " not found in the script" delimited by size
                          into RG-Reason
              end-if
              go to bd533-Result.
*>
     move     spaces to RG-Command.
     move     1 to RG-P.
     string   "cd "               delimited by size
              WS-Regress-Dir      delimited by space
              " && D=$(pwd) && rm -rf regress.work/"
                                  delimited by size
              RG-C-Name (RG-Cur)  delimited by space
              " && mkdir -p regress.work/"
                                  delimited by size
              RG-C-Name (RG-Cur)  delimited by space
                                  into RG-Command pointer RG-P.
     perform  varying RG-I from RG-C-In-First (RG-Cur) by 1
              until RG-I > RG-C-In-Last (RG-Cur)
              string " && cp "           delimited by size
                     RG-I-Src (RG-I)     delimited by space
                     " regress.work/"    delimited by size
                     RG-C-Name (RG-Cur)  delimited by space
                     "/"                 delimited by size
                     RG-I-Dsn (RG-I)     delimited by space
                                         into RG-Command pointer RG-P
     end-perform.
     string   " && cd regress.work/" delimited by size
              RG-C-Name (RG-Cur)  delimited by space
              " && ( PATH="       delimited by size
              quote               delimited by size
              "$D:$PATH"          delimited by size
              quote               delimited by size
              FUNCTION TRIM (RG-C-Env (RG-Cur) trailing) delimited by size
              " "                 delimited by size
                                  into RG-Command pointer RG-P.
     if       RG-C-Cmd (RG-Cur) (1:2) = "./"
              string "$D/"        delimited by size
                     FUNCTION TRIM (RG-C-Cmd (RG-Cur) (3:254))
                                  delimited by size
                                  into RG-Command pointer RG-P
     else
              string FUNCTION TRIM (RG-C-Cmd (RG-Cur))
                                  delimited by size
                                  into RG-Command pointer RG-P.
     string   " "                 delimited by size
              FUNCTION TRIM (RG-C-Parm (RG-Cur)) delimited by size
              " ) < "             delimited by size
                                  into RG-Command pointer RG-P.
*> Nothing waits on the terminal: stdin is the sysin: file, taken
*>   from the suite directory unless its path is absolute.
     if       RG-C-Sysin (RG-Cur) = spaces
              string "/dev/null"  delimited by size
                                  into RG-Command pointer RG-P
     else
              if   RG-C-Sysin (RG-Cur) (1:1) not = "/"
                   string "$D/"   delimited by size
                                  into RG-Command pointer RG-P
              end-if
              string FUNCTION TRIM (RG-C-Sysin (RG-Cur))
                                  delimited by size
                                  into RG-Command pointer RG-P
     end-if.
     string   " > regress.sysout 2>&1"
                                  delimited by size
                                  into RG-Command pointer RG-P.
     accept   RG-Time from time.
     compute  RG-Start = (RG-T-HH * 360000) + (RG-T-MM * 6000)
                       + (RG-T-SS * 100) + RG-T-CC.
     move     zero to Return-Code.
     call     "SYSTEM" using RG-Command.
     move     Return-Code to RG-Rc.
     move     zero to Return-Code.
     accept   RG-Time from time.
     compute  RG-Hsecs = (RG-T-HH * 360000) + (RG-T-MM * 6000)
                       + (RG-T-SS * 100) + RG-T-CC - RG-Start.
     if       RG-Hsecs < zero
              add 8640000 to RG-Hsecs.
     compute  RG-Secs = RG-Hsecs / 100.
     if       RG-Rc > 255                        *> A wait status
              divide 256 into RG-Rc.
     if       RG-Rc not = RG-C-Rc (RG-Cur)
              move "FAIL" to RG-Status
              move RG-Rc to RG-RcZ
              move RG-C-Rc (RG-Cur) to RG-RcZ2
              string "return code "           delimited by size
                     FUNCTION TRIM (RG-RcZ)   delimited by size
                     ", expected "            delimited by size
                     FUNCTION TRIM (RG-RcZ2)  delimited by size
                     into RG-Reason.
     perform  varying RG-O from RG-C-Out-First (RG-Cur) by 1
              until RG-O > RG-C-Out-Last (RG-Cur)
              if   WS-Regress-Mode = "RECORD"
                   if   RG-Status not = "FAIL"
                        perform bd534-Rg-Record thru bd534-Exit
                   end-if
              else
                   perform bd535-Rg-Check thru bd535-Exit
              end-if
     end-perform.
     if       WS-Regress-Mode = "RECORD"
          and RG-Status = "PASS"
              move "RECORDED" to RG-Status.
*>
 bd533-Result.
     if       RG-Status = "FAIL"
              add  1 to RG-Failed
     else
              add  1 to RG-Passed.
     move     RG-Rc to RG-RcZ.
     move     RG-Secs to RG-SecsZ.
     move     spaces to Copyuse-Report-Rec.
     string   "  => "                    delimited by size
              RG-Status                  delimited by space
              "  rc "                    delimited by size
              FUNCTION TRIM (RG-RcZ)     delimited by size
              "  elapsed "               delimited by size
              FUNCTION TRIM (RG-SecsZ)   delimited by size
              " secs"                    delimited by size
                                         into Copyuse-Report-Rec.
     if       RG-Reason not = spaces
              move spaces to RG-Value
              string FUNCTION TRIM (Copyuse-Report-Rec trailing)
                                         delimited by size
                     "  - "              delimited by size
                     RG-Reason           delimited by "  "
                                         into RG-Value
              move RG-Value to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     display  "  " FUNCTION TRIM (RG-C-Name (RG-Cur)) " " RG-Status.
*>
*> and the audit trail - date, time, suite, case, run kind, result,
*>   return code and elapsed seconds.
*>
     move     FUNCTION CURRENT-DATE to RG-Stamp.
     move     spaces to RG-History-Rec.
     string   RG-Stamp (1:4) "-" RG-Stamp (5:2) "-" RG-Stamp (7:2)
                                         delimited by size
              " " RG-Stamp (9:2) ":" RG-Stamp (11:2) ":" RG-Stamp (13:2)
                                         delimited by size
              " "                        delimited by size
              WS-Regress-Suite           delimited by space
              " "                        delimited by size
              RG-C-Name (RG-Cur)         delimited by space
                                         into RG-History-Rec.
     move     spaces to RG-Value.
     if       WS-Regress-Mode = "RECORD"
              move "RECORD" to RG-Word3
     else
              move "RUN" to RG-Word3.
     string   FUNCTION TRIM (RG-History-Rec trailing) delimited by size
              " "                        delimited by size
              RG-Word3                   delimited by space
              " "                        delimited by size
              RG-Status                  delimited by space
              " rc="                     delimited by size
              FUNCTION TRIM (RG-RcZ)     delimited by size
              " elapsed="                delimited by size
              FUNCTION TRIM (RG-SecsZ)   delimited by size
                                         into RG-Value.
     move     RG-Value (1:200) to Regress-History-Record.
     write    Regress-History-Record.
 bd533-Exit.
     exit.
*>
 bd534-Rg-Record.                                                 *> New -REGRESS
*>***********************
*> RECORD: output RG-O of A case that ended with the expected return
*>   code becomes its golden copy, golden/CASE/dataset.
*>***********************
     perform  bd536-Rg-Paths thru bd536-Exit.
     move     RG-Path to Batch-List-Rec.
     call     "CBL_CHECK_FILE_EXIST" using Batch-List-Rec
                                            Cbl-File-Details.
     if       Return-Code not = zero
              move zero to Return-Code
              move "FAIL" to RG-Status
              move spaces to Copyuse-Report-Rec
              string "  output "            delimited by size
                     RG-O-Dsn (RG-O)        delimited by space
                     ": not written - no golden copy kept"
                                            delimited by size
                                            into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   RG-Reason = spaces
                   move "an output was not written" to RG-Reason
              end-if
              go to bd534-Exit.
     move     spaces to RG-Command.
     string   "mkdir -p "         delimited by size
              WS-Regress-Golden   delimited by space
              OS-Delimiter        delimited by size
              RG-C-Name (RG-Cur)  delimited by space
              " && cp "           delimited by size
              RG-Path             delimited by space
              " "                 delimited by size
              RG-Path2            delimited by space
                                  into RG-Command.
     call     "SYSTEM" using RG-Command.
     move     zero to Return-Code.
     move     spaces to Copyuse-Report-Rec.
     string   "  output "            delimited by size
              RG-O-Dsn (RG-O)        delimited by space
              ": kept as "           delimited by size
              RG-Path2               delimited by space
                                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd534-Exit.
     exit.
*>
 bd535-Rg-Check.                                                  *> New -REGRESS
*>***********************
*> Output RG-O against its golden copy: byte for byte first, then
*>   when they differ field by field through the record layout.
*>   With no layout to hand the byte compare has the last word.
*>***********************
     perform  bd536-Rg-Paths thru bd536-Exit.
     move     spaces to RG-Value.
     move     RG-Path to Batch-List-Rec.
     call     "CBL_CHECK_FILE_EXIST" using Batch-List-Rec
                                            Cbl-File-Details.
     if       Return-Code not = zero
              move "not written" to RG-Value
     else
              move RG-Path2 to Batch-List-Rec
              call "CBL_CHECK_FILE_EXIST" using Batch-List-Rec
                                                Cbl-File-Details
              if   Return-Code not = zero
                   move "no golden copy - run the suite with RECORD"
                        to RG-Value
              end-if
     end-if.
     move     zero to Return-Code.
     if       RG-Value not = spaces
              move "FAIL" to RG-Status
              move spaces to Copyuse-Report-Rec
              string "  output "            delimited by size
                     RG-O-Dsn (RG-O)        delimited by space
                     ": "                   delimited by size
                     RG-Value               delimited by "  "
                                            into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   RG-Reason = spaces
                   string "output "         delimited by size
                          RG-O-Dsn (RG-O)   delimited by space
                          " "               delimited by size
                          RG-Value          delimited by "  "
                          into RG-Reason
              end-if
              go to bd535-Exit.
     move     spaces to RG-Command.
     string   "cmp -s "           delimited by size
              RG-Path2            delimited by space
              " "                 delimited by size
              RG-Path             delimited by space
                                  into RG-Command.
     call     "SYSTEM" using RG-Command.
     if       Return-Code = zero
              move spaces to Copyuse-Report-Rec
              string "  output "            delimited by size
                     RG-O-Dsn (RG-O)        delimited by space
                     ": identical"          delimited by size
                                            into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd535-Exit.
     move     zero to Return-Code.
     perform  bd537-Rg-Group thru bd537-Exit.
     if       RG-Grp = zero
              move "FAIL" to RG-Status
              move spaces to Copyuse-Report-Rec
              string "  output "            delimited by size
                     RG-O-Dsn (RG-O)        delimited by space
                     ": differs (no record layout - compared byte for byte)"
                                            delimited by size
                                            into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   RG-Reason = spaces
                   string "output "         delimited by size
                          RG-O-Dsn (RG-O)   delimited by space
                          " differs"        delimited by size
                          into RG-Reason
              end-if
              go to bd535-Exit.
     perform  bd538-Rg-Compare thru bd538-Exit.
 bd535-Exit.
     exit.
*>
 bd536-Rg-Paths.                                                  *> New -REGRESS
*> RG-Path the output as the case wrote it, RG-Path2 its golden copy.
     move     spaces to RG-Path RG-Path2.
     string   RG-Work-Dir         delimited by space
              OS-Delimiter        delimited by size
              RG-O-Dsn (RG-O)     delimited by space
                                  into RG-Path.
     string   WS-Regress-Golden   delimited by space
              OS-Delimiter        delimited by size
              RG-C-Name (RG-Cur)  delimited by space
              OS-Delimiter        delimited by size
              RG-O-Dsn (RG-O)     delimited by space
                                  into RG-Path2.
 bd536-Exit.
     exit.
*>
 bd537-Rg-Group.                                                  *> New -REGRESS
*>***********************
*> The layout 01 for output RG-O: the record named on the output:
*>   line (this program's first), else the program's FD or record
*>   named as the dataset is, else the program's only FD record.
*>***********************
     move     zero to RG-Grp.
     move     spaces to RG-Word.
     unstring RG-C-Cmd (RG-Cur) delimited by all spaces into RG-Word.
     move     RG-Word (1:80) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to RG-Prog.
     if       RG-O-Rec (RG-O) not = spaces
              perform varying RG-K from 1 by 1 until RG-K > LC-Grp-Count
                  if   FUNCTION UPPER-CASE (LC-G-Name (RG-K))
                     = FUNCTION UPPER-CASE (RG-O-Rec (RG-O))
                       if   RG-Grp = zero
                         or FUNCTION UPPER-CASE (LC-G-Prog (RG-K)) = RG-Prog
                            move RG-K to RG-Grp
                       end-if
                  end-if
              end-perform
              go to bd537-Exit.
     move     RG-O-Dsn (RG-O) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to RG-Base.
     move     zero to RG-N RG-J.
     perform  varying RG-K from 1 by 1 until RG-K > LC-Grp-Count
              if   FUNCTION UPPER-CASE (LC-G-Prog (RG-K)) = RG-Prog
                   add  1 to RG-N
                   move RG-K to RG-J
                   if   FUNCTION UPPER-CASE (LC-G-Fd (RG-K)) = RG-Base
                     or FUNCTION UPPER-CASE (LC-G-Name (RG-K)) = RG-Base
                        move RG-K to RG-Grp
                        exit perform
                   end-if
              end-if
     end-perform.
     if       RG-Grp = zero
          and RG-N = 1
              move RG-J to RG-Grp.
 bd537-Exit.
     exit.
*>
 bd538-Rg-Compare.                                                *> New -REGRESS
*>***********************
*> Golden against actual, record by record through layout 01
*>   RG-Grp: FIXED datasets read as LC-G-Len byte records, LINE ones
*>   A line at A time.  Each differing field is counted, the first
*>   ten shown (DISPLAY items as text, the rest in hex), bytes that
*>   differ outside the laid-out fields count too, as do records
*>   only one side has.
*>***********************
     move     LC-G-Len (RG-Grp) to RG-Rec-Len.
     if       RG-O-Fmt (RG-O) = "L" and RG-Rec-Len > 256
              move 256 to RG-Rec-Len.
     if       RG-Rec-Len > 4096
              move 4096 to RG-Rec-Len.
     perform  varying RG-K from LC-G-First (RG-Grp) by 1
              until RG-K > LC-G-Last (RG-Grp)
              move zero to RG-F-Diff (RG-K)
     end-perform.
     move     zero to RG-Recs RG-Rec-Diffs RG-Other-Diffs RG-Shown
                      RG-Old-Cnt RG-New-Cnt.
     move     "N" to RG-Old-Eof RG-New-Eof.
     move     spaces to Copyuse-Report-Rec.
     move     LC-G-Len (RG-Grp) to RG-NumZ.
     string   "  output "            delimited by size
              RG-O-Dsn (RG-O)        delimited by space
              ": differs - compared as "  delimited by size
              LC-G-Name (RG-Grp)     delimited by space
              " of "                 delimited by size
              LC-G-Prog (RG-Grp)     delimited by space
              " (length "            delimited by size
              FUNCTION TRIM (RG-NumZ) delimited by size
              ")"                    delimited by size
                                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       RG-O-Fmt (RG-O) = "F"
              move spaces to DF-File-Name
              move RG-Path2 to DF-File-Name
              move 1 to DF-Access-Mode
              move 3 to DF-Deny-Mode
              move zero to DF-Device CM-Old-Handle CM-Old-Off Return-Code
              call "CBL_OPEN_FILE" using DF-File-Name DF-Access-Mode
                                         DF-Deny-Mode DF-Device CM-Old-Handle
              if   Return-Code not = zero
                   move "Y" to RG-Old-Eof
              end-if
              move spaces to DF-File-Name
              move RG-Path to DF-File-Name
              move zero to DF-Device CM-New-Handle CM-New-Off Return-Code
              call "CBL_OPEN_FILE" using DF-File-Name DF-Access-Mode
                                         DF-Deny-Mode DF-Device CM-New-Handle
              if   Return-Code not = zero
                   move "Y" to RG-New-Eof
              end-if
              move zero to Return-Code
     else
              move RG-Path2 (1:64) to WS-Diff-Old-FileName
              move RG-Path (1:64) to WS-Diff-New-FileName
              open input Diff-Old-Listing
              if   FS-Reply not = zero
                   move "Y" to RG-Old-Eof
              end-if
              open input Diff-New-Listing
              if   FS-Reply not = zero
                   move "Y" to RG-New-Eof
              end-if
              move zero to FS-Reply.
*>
 bd538-Next-Pair.
     move     "O" to RG-Side.
     perform  bd540-Rg-Read thru bd540-Exit.
     move     "N" to RG-Side.
     perform  bd540-Rg-Read thru bd540-Exit.
     if       RG-Old-Eof = "Y" and RG-New-Eof = "Y"
              go to bd538-Done.
     if       RG-Old-Eof = "Y" or RG-New-Eof = "Y"
              go to bd538-Next-Pair.
     add      1 to RG-Recs.
     if       CM-Old-Buf (1:RG-Rec-Len) = CM-New-Buf (1:RG-Rec-Len)
              go to bd538-Next-Pair.
     add      1 to RG-Rec-Diffs.
     move     "N" to RG-Hit.
     perform  varying RG-K from LC-G-First (RG-Grp) by 1
              until RG-K > LC-G-Last (RG-Grp)
              if   LC-F-Pic (RG-K) not = spaces
               and LC-F-Len (RG-K) > zero
               and LC-F-Off (RG-K) + LC-F-Len (RG-K) not > RG-Rec-Len
               and CM-Old-Buf (LC-F-Off (RG-K) + 1:LC-F-Len (RG-K))
                 not = CM-New-Buf (LC-F-Off (RG-K) + 1:LC-F-Len (RG-K))
                   add  1 to RG-F-Diff (RG-K)
                   move "Y" to RG-Hit
                   if   RG-Shown < 10
                        perform bd541-Rg-Show thru bd541-Exit
                   end-if
              end-if
     end-perform.
     if       RG-Hit = "N"
              add  1 to RG-Other-Diffs.
     go       to bd538-Next-Pair.
*>
 bd538-Done.
     if       RG-O-Fmt (RG-O) = "F"
              call "CBL_CLOSE_FILE" using CM-Old-Handle
              call "CBL_CLOSE_FILE" using CM-New-Handle
              move zero to Return-Code
     else
              close Diff-Old-Listing Diff-New-Listing
              move zero to FS-Reply.
     perform  varying RG-K from LC-G-First (RG-Grp) by 1
              until RG-K > LC-G-Last (RG-Grp)
              if   RG-F-Diff (RG-K) > zero
                   move RG-F-Diff (RG-K) to RG-NumZ
                   move spaces to Copyuse-Report-Rec
                   string "    "                    delimited by size
                          LC-F-Name (RG-K)          delimited by space
                          " differs in "            delimited by size
                          FUNCTION TRIM (RG-NumZ)   delimited by size
                          " record(s)"              delimited by size
                                                    into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       RG-Other-Diffs > zero
              move RG-Other-Diffs to RG-NumZ
              move spaces to Copyuse-Report-Rec
              string "    "                         delimited by size
                     FUNCTION TRIM (RG-NumZ)        delimited by size
                     " record(s) differ only outside the laid-out fields"
                                                    delimited by size
                                                    into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       RG-Old-Cnt not = RG-New-Cnt
              move RG-Old-Cnt to RG-NumZ
              move RG-New-Cnt to RG-NumZ2
              move spaces to Copyuse-Report-Rec
              string "    golden has "              delimited by size
                     FUNCTION TRIM (RG-NumZ)        delimited by size
                     " record(s), this run "        delimited by size
                     FUNCTION TRIM (RG-NumZ2)       delimited by size
                                                    into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       RG-Rec-Diffs = zero
          and RG-Old-Cnt = RG-New-Cnt
              move "    every field matches - the bytes beyond the layout differ"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd538-Exit.
     move     "FAIL" to RG-Status.
     if       RG-Reason = spaces
              move RG-Rec-Diffs to RG-NumZ
              string "output "                      delimited by size
                     RG-O-Dsn (RG-O)                delimited by space
                     " differs in "                 delimited by size
                     FUNCTION TRIM (RG-NumZ)        delimited by size
                     " record(s)"                   delimited by size
                     into RG-Reason
              if   RG-Old-Cnt not = RG-New-Cnt
                   move spaces to RG-Reason
                   string "output "                 delimited by size
                          RG-O-Dsn (RG-O)           delimited by space
                          " record count differs"   delimited by size
                          into RG-Reason
              end-if
     end-if.
 bd538-Exit.
     exit.
*>
 bd539-Rg-Path.                                                   *> New -REGRESS
*> RG-Word2 as A path from the suite's directory, into RG-Path.
     move     spaces to RG-Path.
     if       RG-Word2 (1:1) = OS-Delimiter
           or WS-Regress-Dir = "."
              move RG-Word2 to RG-Path
     else
              string WS-Regress-Dir delimited by space
                     OS-Delimiter   delimited by size
                     RG-Word2       delimited by space
                     into RG-Path.
 bd539-Exit.
     exit.
*>
 bd540-Rg-Read.                                                   *> New -REGRESS
*> The next golden (RG-Side "O") or actual ("N") record, A line or
*>   RG-Rec-Len bytes as the output's format says.
     if       RG-Side = "O"
              if   RG-Old-Eof = "Y"
                   go to bd540-Exit
              end-if
              move spaces to CM-Old-Buf
              if   RG-O-Fmt (RG-O) = "F"
                   move RG-Rec-Len to DF-Count
                   move zero to DF-Flags Return-Code
                   call "CBL_READ_FILE" using CM-Old-Handle CM-Old-Off
                                              DF-Count DF-Flags CM-Old-Buf
                   if   Return-Code not = zero
                        move zero to Return-Code
                        move "Y" to RG-Old-Eof
                        go to bd540-Exit
                   end-if
                   add  RG-Rec-Len to CM-Old-Off
              else
                   read Diff-Old-Listing at end
                        move "Y" to RG-Old-Eof
                        go to bd540-Exit
                   end-read
                   move Diff-Old-Record to CM-Old-Buf
              end-if
              add  1 to RG-Old-Cnt
              go to bd540-Exit.
     if       RG-New-Eof = "Y"
              go to bd540-Exit.
     move     spaces to CM-New-Buf.
     if       RG-O-Fmt (RG-O) = "F"
              move RG-Rec-Len to DF-Count
              move zero to DF-Flags Return-Code
              call "CBL_READ_FILE" using CM-New-Handle CM-New-Off
                                         DF-Count DF-Flags CM-New-Buf
              if   Return-Code not = zero
                   move zero to Return-Code
                   move "Y" to RG-New-Eof
                   go to bd540-Exit
              end-if
              add  RG-Rec-Len to CM-New-Off
     else
              read Diff-New-Listing at end
                   move "Y" to RG-New-Eof
                   go to bd540-Exit
              end-read
              move Diff-New-Record to CM-New-Buf.
     add      1 to RG-New-Cnt.
 bd540-Exit.
     exit.
*>
 bd541-Rg-Show.                                                   *> New -REGRESS
*> Field RG-K of record RG-Recs, golden and actual side by side.
     add      1 to RG-Shown.
     move     "O" to RG-Side.
     perform  bd542-Rg-Text thru bd542-Exit.
     move     "N" to RG-Side.
     perform  bd542-Rg-Text thru bd542-Exit.
     move     RG-Recs to RG-NumZ.
     move     spaces to Copyuse-Report-Rec.
     string   "    record "                 delimited by size
              FUNCTION TRIM (RG-NumZ)       delimited by size
              " "                           delimited by size
              LC-F-Name (RG-K)              delimited by space
              ": golden '"                  delimited by size
              FUNCTION TRIM (RG-Old-Text trailing) delimited by size
              "' this run '"                delimited by size
              FUNCTION TRIM (RG-New-Text trailing) delimited by size
              "'"                           delimited by size
                                            into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd541-Exit.
     exit.
*>
 bd542-Rg-Text.                                                   *> New -REGRESS
*> Field RG-K of the RG-Side record as text when it is DISPLAY, as
*>   hex (the first 20 bytes) when it is not.
     move     LC-F-Len (RG-K) to RG-N.
     if       LC-F-Usage (RG-K) = spaces
           or LC-F-Usage (RG-K) (1:7) = "DISPLAY"
              if   RG-N > 48
                   move 48 to RG-N
              end-if
              if   RG-Side = "O"
                   move CM-Old-Buf (LC-F-Off (RG-K) + 1:RG-N) to RG-Old-Text
              else
                   move CM-New-Buf (LC-F-Off (RG-K) + 1:RG-N) to RG-New-Text
              end-if
              go to bd542-Exit.
     if       RG-N > 20
              move 20 to RG-N.
     move     spaces to RG-Value.
     move     1 to RG-P.
     string   "X'" delimited by size into RG-Value pointer RG-P.
     perform  varying RG-J from 1 by 1 until RG-J > RG-N
              if   RG-Side = "O"
                   compute RG-Byte = FUNCTION ORD
                           (CM-Old-Buf (LC-F-Off (RG-K) + RG-J:1)) - 1
              else
                   compute RG-Byte = FUNCTION ORD
                           (CM-New-Buf (LC-F-Off (RG-K) + RG-J:1)) - 1
              end-if
              compute RG-I = (RG-Byte / 16) + 1
              string RG-Hex-Digits (RG-I:1) delimited by size
                     into RG-Value pointer RG-P
              compute RG-I = FUNCTION MOD (RG-Byte, 16) + 1
              string RG-Hex-Digits (RG-I:1) delimited by size
                     into RG-Value pointer RG-P
     end-perform.
     string   "'" delimited by size into RG-Value pointer RG-P.
     if       RG-Side = "O"
              move RG-Value (1:48) to RG-Old-Text
     else
              move RG-Value (1:48) to RG-New-Text.
 bd542-Exit.
     exit.
*>
 bd543-Js-Contention.                                             *> New -CONTENTION
*>***********************
*> Steps that can overlap: the dependency closure over the same
*>   dataset rule -WINDOW schedules by (S writes what T touches),
*>   then every unordered pair is checked for A shared dataset at
*>   least one side updates.
*>***********************
     move     spaces to JC-Dep-Table.
     perform  varying JC-T from 2 by 1 until JC-T > JS-Step-Count
              perform varying JC-S from 1 by 1 until JC-S = JC-T
                  perform bd544-Jc-Direct thru bd544-Exit
                  if   JC-Hit = "Y"
                       move "Y" to JC-Dep (JC-S, JC-T)
                       perform varying JC-R from 1 by 1 until JC-R = JC-S
                           if   JC-Dep (JC-R, JC-S) = "Y"
                                move "Y" to JC-Dep (JC-R, JC-T)
                           end-if
                       end-perform
                  end-if
              end-perform
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Dataset contention between steps that can run in parallel:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to JC-Pairs.
     perform  varying JC-S from 1 by 1 until JC-S not < JS-Step-Count
              perform varying JC-T from JC-S by 1 until JC-T > JS-Step-Count
                  if   JC-T > JC-S
                   and JC-Dep (JC-S, JC-T) not = "Y"
                       perform bd545-Jc-Pair thru bd545-Exit
                  end-if
              end-perform
     end-perform.
     if       JC-Pairs = zero
              move "  (no shared dataset updated by steps that can overlap)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 bd543-Exit.
     exit.
*>
 bd544-Jc-Direct.                                                 *> New -CONTENTION
*> JC-Hit = "Y" when step JC-T touches A dataset earlier step JC-S
*>   writes - unless both sides only open it I-O.
     move     "N" to JC-Hit.
     perform  varying JC-J from 1 by 1 until JC-J > JS-DS-Count
              if   JS-D-Step (JC-J) = JC-T
                   perform varying JC-K from 1 by 1
                           until JC-K > JS-DS-Count
                       if   JS-D-Step (JC-K) = JC-S
                        and JS-D-Name (JC-K) = JS-D-Name (JC-J)
                        and (JS-D-Dir (JC-K) = "W" or = "B")
                        and not (JS-D-Mode (JC-K) = "  U "
                             and JS-D-Mode (JC-J) = "  U ")
                            move "Y" to JC-Hit
                            go to bd544-Exit
                       end-if
                   end-perform
              end-if
     end-perform.
 bd544-Exit.
     exit.
*>
 bd545-Jc-Pair.                                                   *> New -CONTENTION
*> Steps JC-S and JC-T are not ordered - each dataset both open,
*>   with one side opening it OUTPUT, I-O or EXTEND, is A line.
     perform  varying JC-J from 1 by 1 until JC-J > JS-DS-Count
              if   JS-D-Step (JC-J) = JC-S
                   perform varying JC-K from 1 by 1
                           until JC-K > JS-DS-Count
                       if   JS-D-Step (JC-K) = JC-T
                        and JS-D-Name (JC-K) = JS-D-Name (JC-J)
                            perform bd546-Jc-Line thru bd546-Exit
                       end-if
                   end-perform
              end-if
     end-perform.
 bd545-Exit.
     exit.
*>
 bd546-Jc-Line.                                                   *> New -CONTENTION
*> Entries JC-J (step JC-S) and JC-K (step JC-T) name one dataset.
*>   A command-line argument with no catalog mode cannot be judged.
     move     JC-J to JC-R.
     perform  bd547-Jc-Modes thru bd547-Exit.
     move     JC-Modes to JC-Modes-S.
     move     JC-Mode-Text to JC-Mode-Text2.
     move     JC-K to JC-R.
     perform  bd547-Jc-Modes thru bd547-Exit.
     move     JC-Modes to JC-Modes-T.
     if       JC-Modes-S = spaces or JC-Modes-T = spaces
              go to bd546-Exit.
     if       JC-Modes-S (2:3) = spaces and JC-Modes-T (2:3) = spaces
              go to bd546-Exit.
     add      1 to JC-Pairs.
     move     JC-S to JC-StepZ.
     move     JC-T to JC-StepZ2.
     move     spaces to Copyuse-Report-Rec.
     move     1 to JC-Ptr.
     string   "  "                             delimited by size
              FUNCTION TRIM (JS-D-Name (JC-J)) delimited by size
              ": step "                        delimited by size
              FUNCTION TRIM (JC-StepZ)         delimited by size
              " "                              delimited by size
              JS-Prog (JC-S)                   delimited by space
              " ("                             delimited by size
              FUNCTION TRIM (JC-Mode-Text2)    delimited by size
              ") and step "                    delimited by size
              FUNCTION TRIM (JC-StepZ2)        delimited by size
              " "                              delimited by size
              JS-Prog (JC-T)                   delimited by space
              " ("                             delimited by size
              FUNCTION TRIM (JC-Mode-Text)     delimited by size
              ")"                              delimited by size
              into Copyuse-Report-Rec
              with pointer JC-Ptr.
     if       WS-Window-Mins = zero
              string " - overlap not simulated (no -WINDOW)"
                                               delimited by size
                     into Copyuse-Report-Rec
                     with pointer JC-Ptr
              go to bd546-Write.
     compute  JC-Start-S = JS-EF (JC-S) - JS-Elapsed (JC-S).
     compute  JC-Start-T = JS-EF (JC-T) - JS-Elapsed (JC-T).
     if       JS-EF (JC-S) < JS-EF (JC-T)
              move JS-EF (JC-S) to JC-Over
     else
              move JS-EF (JC-T) to JC-Over.
     if       JC-Start-S > JC-Start-T
              subtract JC-Start-S from JC-Over
     else
              subtract JC-Start-T from JC-Over.
     if       JC-Over > zero
              move JC-Over to JC-OverZ
              string " - overlap ~"            delimited by size
                     FUNCTION TRIM (JC-OverZ)  delimited by size
                     "s in the simulation"     delimited by size
                     into Copyuse-Report-Rec
                     with pointer JC-Ptr
     else
              string " - no overlap in the simulated schedule"
                                               delimited by size
                     into Copyuse-Report-Rec
                     with pointer JC-Ptr.
 bd546-Write.
     write    Copyuse-Report-Rec.
 bd546-Exit.
     exit.
*>
 bd547-Jc-Modes.                                                  *> New -CONTENTION
*> JS-DS entry JC-R's OPEN modes - the catalog's, else as its R / W
*>   direction says - as flags in JC-Modes and words in JC-Mode-Text.
     move     JS-D-Mode (JC-R) to JC-Modes.
     if       JC-Modes = spaces
              evaluate JS-D-Dir (JC-R)
                  when "R"   move "I   " to JC-Modes
                  when "W"   move " O  " to JC-Modes
                  when "B"   move "IO  " to JC-Modes
              end-evaluate
     end-if.
     move     spaces to JC-Mode-Text.
     move     1 to JC-Ptr.
     if       JC-Modes (1:1) not = space
              string "INPUT/"  delimited by size
                     into JC-Mode-Text with pointer JC-Ptr.
     if       JC-Modes (2:1) not = space
              string "OUTPUT/" delimited by size
                     into JC-Mode-Text with pointer JC-Ptr.
     if       JC-Modes (3:1) not = space
              string "I-O/"    delimited by size
                     into JC-Mode-Text with pointer JC-Ptr.
     if       JC-Modes (4:1) not = space
              string "EXTEND/" delimited by size
                     into JC-Mode-Text with pointer JC-Ptr.
     if       JC-Ptr > 1
              move space to JC-Mode-Text (JC-Ptr - 1:1).
 bd547-Exit.
     exit.
*>
 bd548-Js-Recover.                                                *> New -RECOVER
*>***********************
*> The recovery sheet for failed step WS-Recover-Step: every step
*>   classed, the rerun set grown back from the failed step through
*>   the datasets it updates in place, then the sheet written.
*>***********************
     if       WS-Recover-Step > JS-Step-Count
              move WS-Recover-Step to RV-StepZ
              move JS-Step-Count to JS-CntZ
              display "Error: -RECOVER step " FUNCTION TRIM (RV-StepZ)
                      " is not in the job stream ("
                      FUNCTION TRIM (JS-CntZ) " step(s))"
              move 16 to return-code
              go to bd548-Exit.
     perform  varying RV-S from 1 by 1 until RV-S > JS-Step-Count
              perform bd549-Rv-Class thru bd549-Exit
              move space to RV-Run (RV-S) RV-Done (RV-S)
     end-perform.
     move     zero to RV-Rest-Cnt.
     move     "Y" to RV-Run (WS-Recover-Step).
     move     "Y" to RV-More.
     perform  until RV-More = "N"
              move "N" to RV-More
              perform varying RV-S from 1 by 1 until RV-S > JS-Step-Count
                  if   RV-Run (RV-S) = "Y"
                   and RV-Done (RV-S) not = "Y"
                       move "Y" to RV-Done (RV-S) RV-More
                       perform bd550-Rv-Follow thru bd550-Exit
                  end-if
              end-perform
     end-perform.
     perform  bd553-Rv-Sheet thru bd553-Exit.
 bd548-Exit.
     exit.
*>
 bd549-Rv-Class.                                                  *> New -RECOVER
*> Step RV-S's class and the reason, from its datasets' OPEN modes.
     move     "R" to RV-Class (RV-S).
     move     "reads its inputs and creates its outputs"
              to RV-Why (RV-S).
     move     zero to RV-Cnt.
     perform  varying RV-J from 1 by 1 until RV-J > JS-DS-Count
              if   JS-D-Step (RV-J) = RV-S
                   move RV-J to JC-R
                   perform bd547-Jc-Modes thru bd547-Exit
                   if   JC-Modes not = spaces
                        add 1 to RV-Cnt
                   end-if
                   if   RV-Class (RV-S) = "R"
                    and (JC-Modes (3:2) not = spaces
                      or (JC-Modes (1:1) not = space
                          and JC-Modes (2:1) not = space))
                        move "S" to RV-Class (RV-S)
                        move spaces to RV-Why (RV-S)
                        string "updates "               delimited by size
                               FUNCTION TRIM (JS-D-Name (RV-J))
                                                        delimited by size
                               " ("                     delimited by size
                               FUNCTION TRIM (JC-Mode-Text)
                                                        delimited by size
                               ")"                      delimited by size
                               into RV-Why (RV-S)
                   end-if
              end-if
     end-perform.
     if       RV-Class (RV-S) not = "R"
              go to bd549-Exit.
     move     "N" to RV-Hit.
     perform  varying RV-K from 1 by 1 until RV-K > Filecat-Count
              if   FUNCTION UPPER-CASE (FC-Prog (RV-K) (1:32))
                 = FUNCTION UPPER-CASE (JS-Prog (RV-S))
                   move "Y" to RV-Hit
                   exit perform
              end-if
     end-perform.
     if       RV-Hit = "N" and RV-Cnt = zero
              move "N" to RV-Class (RV-S)
              move "not in the source catalog - its OPEN modes are not known"
                    to RV-Why (RV-S)
     else
      if      RV-Cnt = zero
              move "opens no cataloged dataset" to RV-Why (RV-S)
      end-if
     end-if.
 bd549-Exit.
     exit.
*>
 bd550-Rv-Follow.                                                 *> New -RECOVER
*> Step RV-S reruns - each dataset it updates in place is followed.
     perform  varying RV-D from 1 by 1 until RV-D > JS-DS-Count
              if   JS-D-Step (RV-D) = RV-S
                   move RV-D to JC-R
                   perform bd547-Jc-Modes thru bd547-Exit
                   if   JC-Modes (3:2) not = spaces
                     or (JC-Modes (1:1) not = space
                         and JC-Modes (2:1) not = space)
                        move JC-Mode-Text to JC-Mode-Text2
                        move JS-D-Name (RV-D) to RV-Name
                        perform bd551-Rv-Dataset thru bd551-Exit
                   end-if
              end-if
     end-perform.
 bd550-Exit.
     exit.
*>
 bd551-Rv-Dataset.                                                *> New -RECOVER
*>***********************
*> RV-Name, updated in place by rerun step RV-S.  The nearest
*>   earlier step creating it OUTPUT reruns and remakes it; with no
*>   such step it comes back from the pre-batch backup.  Either way
*>   every step from there on that wrote it has to run again.
*>***********************
     move     zero to RV-C.
     perform  varying RV-T from RV-S by -1 until RV-T < 2
              move RV-T to RV-K
              subtract 1 from RV-K
              perform bd552-Rv-Creates thru bd552-Exit
              if   RV-Hit = "Y"
                   move RV-K to RV-C
                   exit perform
              end-if
     end-perform.
     if       RV-C = zero
              move "N" to RV-Hit
              perform varying RV-K from 1 by 1 until RV-K > RV-Rest-Cnt
                  if   RV-R-Name (RV-K) = RV-Name
                       move "Y" to RV-Hit
                       exit perform
                  end-if
              end-perform
              if   RV-Hit = "N" and RV-Rest-Cnt < 100
                   add  1 to RV-Rest-Cnt
                   move RV-Name to RV-R-Name (RV-Rest-Cnt)
                   move RV-S to RV-R-Step (RV-Rest-Cnt)
                   move JC-Mode-Text2 to RV-R-Mode (RV-Rest-Cnt)
              end-if
              move 1 to RV-C
     end-if.
     perform  varying RV-T from RV-C by 1 until RV-T not < RV-S
              perform varying RV-J from 1 by 1 until RV-J > JS-DS-Count
                  if   JS-D-Step (RV-J) = RV-T
                   and JS-D-Name (RV-J) = RV-Name
                       move RV-J to JC-R
                       perform bd547-Jc-Modes thru bd547-Exit
                       if   JC-Modes (2:3) not = spaces
                        and RV-Run (RV-T) not = "Y"
                            move "Y" to RV-Run (RV-T) RV-More
                       end-if
                  end-if
              end-perform
     end-perform.
 bd551-Exit.
     exit.
*>
 bd552-Rv-Creates.                                                *> New -RECOVER
*> RV-Hit = "Y" when step RV-K opens RV-Name OUTPUT only.
     move     "N" to RV-Hit.
     perform  varying RV-J from 1 by 1 until RV-J > JS-DS-Count
              if   JS-D-Step (RV-J) = RV-K
               and JS-D-Name (RV-J) = RV-Name
                   move RV-J to JC-R
                   perform bd547-Jc-Modes thru bd547-Exit
                   if   JC-Modes = " O  "
                        move "Y" to RV-Hit
                   end-if
              end-if
     end-perform.
 bd552-Exit.
     exit.
*>
 bd553-Rv-Sheet.                                                  *> New -RECOVER
*>***********************
*> The operator's sheet, srcdir/recovery.sheet: restores, reruns in
*>   order, the later steps held or free to go, every step's class
*>   and A sign-off line.
*>***********************
     move     spaces to Copyuse-Report-FileName.
     string   WS-Jobstream-Dir    delimited by space
              OS-Delimiter        delimited by size
              "recovery.sheet"    delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     FUNCTION CURRENT-DATE to RV-Stamp.
     move     spaces to Copyuse-Report-Rec.
     string   "RECOVERY SHEET - job stream "     delimited by size
              FUNCTION TRIM (WS-Jobstream-File)  delimited by size
              "   printed "                      delimited by size
              RV-Stamp (1:4) "-" RV-Stamp (5:2) "-" RV-Stamp (7:2) " "
              RV-Stamp (9:2) ":" RV-Stamp (11:2) delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     all "=" to Copyuse-Report-Rec (1:78).
     write    Copyuse-Report-Rec.
     move     WS-Recover-Step to RV-S.
     perform  bd554-Rv-Class-Text thru bd554-Exit.
     move     RV-S to RV-StepZ.
     move     spaces to Copyuse-Report-Rec.
     string   "Failed step "              delimited by size
              RV-StepZ                    delimited by size
              "  "                        delimited by size
              JS-Prog (RV-S)              delimited by space
              " - "                       delimited by size
              FUNCTION TRIM (RV-Class-Text) delimited by size
              ": "                        delimited by size
              FUNCTION TRIM (RV-Why (RV-S)) delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       RV-Class (RV-S) = "N"
              move "*** Its datasets are not in the catalog - recover it by hand"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "1. Restore these datasets from the pre-batch backup first:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying RV-K from 1 by 1 until RV-K > RV-Rest-Cnt
              move RV-R-Step (RV-K) to RV-StepZ
              move RV-R-Name (RV-K) to RV-Name
              move spaces to Copyuse-Report-Rec
              string "   [ ] "                       delimited by size
                     RV-Name (1:30)                  delimited by size
                     " "                             delimited by size
                     FUNCTION TRIM (RV-R-Mode (RV-K)) delimited by size
                     " by step "                     delimited by size
                     FUNCTION TRIM (RV-StepZ)        delimited by size
                     " "                             delimited by size
                     JS-Prog (RV-R-Step (RV-K))      delimited by space
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
     if       RV-Rest-Cnt = zero
              move "   (none - nothing the reruns update in place needs restoring)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "2. Rerun these steps, in this order:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying RV-S from 1 by 1 until RV-S > JS-Step-Count
              if   RV-Run (RV-S) = "Y"
                   perform bd555-Rv-Step-Line thru bd555-Exit
              end-if
     end-perform.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "3. Hold these later steps until the reruns are complete, and any"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "   marked 'check by hand' until it has been checked:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to RV-Cnt.
     compute  RV-T = WS-Recover-Step + 1.
     perform  varying RV-T from RV-T by 1 until RV-T > JS-Step-Count
              perform bd556-Rv-Waits thru bd556-Exit
              if   RV-Hit = "Y"
                or (RV-Class (RV-T) = "N"
               and  RV-Run (RV-T) not = "Y")
                   add  1 to RV-Cnt
                   move RV-T to RV-S
                   perform bd555-Rv-Step-Line thru bd555-Exit
              end-if
     end-perform.
     if       RV-Cnt = zero
              move "   (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     "   These later steps do not wait on the reruns and may go ahead:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to RV-Cnt.
     compute  RV-T = WS-Recover-Step + 1.
     perform  varying RV-T from RV-T by 1 until RV-T > JS-Step-Count
              perform bd556-Rv-Waits thru bd556-Exit
              if   RV-Hit = "N"
               and RV-Run (RV-T) not = "Y"
               and RV-Class (RV-T) not = "N"
                   add  1 to RV-Cnt
                   move RV-T to RV-S
                   perform bd555-Rv-Step-Line thru bd555-Exit
              end-if
     end-perform.
     if       RV-Cnt = zero
              move "   (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "4. How each step in the stream restarts:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying RV-S from 1 by 1 until RV-S > JS-Step-Count
              perform bd554-Rv-Class-Text thru bd554-Exit
              move RV-S to RV-StepZ
              move JS-Prog (RV-S) to RV-Name
              move spaces to Copyuse-Report-Rec
              string "    step "            delimited by size
                     RV-StepZ               delimited by size
                     "  "                   delimited by size
                     RV-Name (1:12)         delimited by size
                     " "                    delimited by size
                     RV-Class-Text          delimited by size
                     " "                    delimited by size
                     FUNCTION TRIM (RV-Why (RV-S)) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     all "=" to Copyuse-Report-Rec (1:78).
     write    Copyuse-Report-Rec.
     move     "Operator ____________  Date ________  Time ______  Checked ____________"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     WS-Recover-Step to RV-StepZ.
     display  "Recovery sheet for step " FUNCTION TRIM (RV-StepZ)
              " written to " FUNCTION TRIM (Copyuse-Report-FileName).
 bd553-Exit.
     exit.
*>
 bd554-Rv-Class-Text.                                             *> New -RECOVER
     evaluate RV-Class (RV-S)
         when "R"   move "RERUNNABLE"      to RV-Class-Text
         when "S"   move "RESTORE FIRST"   to RV-Class-Text
         when other move "NOT RESTARTABLE" to RV-Class-Text
     end-evaluate.
 bd554-Exit.
     exit.
*>
 bd555-Rv-Step-Line.                                              *> New -RECOVER
*> A tick-box line for step RV-S.
     perform  bd554-Rv-Class-Text thru bd554-Exit.
     move     RV-S to RV-StepZ.
     move     JS-Prog (RV-S) to RV-Name.
     move     spaces to Copyuse-Report-Rec.
     string   "   [ ] step "          delimited by size
              RV-StepZ                delimited by size
              "  "                    delimited by size
              RV-Name (1:24)          delimited by size
              " "                     delimited by size
              RV-Class-Text           delimited by "  "
              into Copyuse-Report-Rec.
     if       RV-Class (RV-S) = "N"
              move " - check by hand" to Copyuse-Report-Rec (58:16)
     end-if
     write    Copyuse-Report-Rec.
 bd555-Exit.
     exit.
*>
 bd556-Rv-Waits.                                                  *> New -RECOVER
*> RV-Hit = "Y" when later step RV-T depends on A rerun step.
     move     "N" to RV-Hit.
     perform  varying RV-K from 1 by 1 until RV-K not < RV-T
              if   RV-Run (RV-K) = "Y"
               and JC-Dep (RV-K, RV-T) = "Y"
                   move "Y" to RV-Hit
                   exit perform
              end-if
     end-perform.
 bd556-Exit.
     exit.
*>
 bd557-Fpcount.                                                   *> New -FPCOUNT
*>***********************
*> Prog-BaseName.fpcount: every logical file, screen, map, print file
*>   and ACCEPTed item counted as A function-point component with
*>   the line it was taken from, type by type, then the weighted
*>   total.  The component lines are what -LIBRARY=dir -FPCOUNT
*>   reads back, so their layout is fixed: the type in columns 3-6,
*>   the name from column 8 and its source from column 41.
*>***********************
     perform  bd567-Fp-Accept-End thru bd567-Exit.
     perform  bd558-Fp-Weights thru bd558-Exit.
     initialize FPT-Tally.
     move     Fpcount-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Function point estimate for "   delimited by size
              FUNCTION TRIM (HoldID-Module)    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd570-Fp-Weight-Line thru bd570-Exit.
     perform  varying FPT-T from 1 by 1 until FPT-T > 5
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move spaces to Copyuse-Report-Rec
              string FUNCTION TRIM (FPT-Type-Name (FPT-T))
                                               delimited by size
                     " ("                      delimited by size
                     FUNCTION TRIM (FPT-Type (FPT-T))
                                               delimited by size
                     ")"                       delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move FPT-Cnt (FPT-T) to FPT-K
              if   FPT-T = 1 or 2 or 4
                   perform bd559-Fp-Files thru bd559-Exit
              end-if
              if   FPT-T = 3 or 5
                   perform bd561-Fp-Screens thru bd561-Exit
              end-if
              if   FPT-T = 3 or 4
                   perform bd562-Fp-Maps thru bd562-Exit
              end-if
              if   FPT-T = 3
                   perform varying FPT-I from 1 by 1 until FPT-I > FPT-Acc-Cnt
                           move FPT-A-Name (FPT-I) to FPT-Name
                           move "item taken in by ACCEPT" to FPT-Src
                           move FPT-A-Ref (FPT-I) to FPT-Ref
                           perform bd564-Fp-Line thru bd564-Exit
                   end-perform
              end-if
              if   FPT-Cnt (FPT-T) = FPT-K
                   move "       (none)" to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd571-Fp-Summary thru bd571-Exit.
     close    Copyuse-Report-Out.
     move     FPT-Ufp to FPT-NumZ.
     display  "Function point estimate (" FUNCTION TRIM (FPT-NumZ)
              " unadjusted) written to " FUNCTION TRIM (Fpcount-FileName).
 bd557-Exit.
     exit.
*>
 bd558-Fp-Weights.                                                *> New -FPCOUNT
*> The IFPUG average weights, each replaceable from the site config
*>   - "fpcount.ilf: 10" and so on, up to 3 digits.
     move     10 to FPT-Wt (1).
     move     7  to FPT-Wt (2).
     move     4  to FPT-Wt (3).
     move     5  to FPT-Wt (4).
     move     4  to FPT-Wt (5).
     perform  varying FPT-T from 1 by 1 until FPT-T > 5
              move spaces to CF-Want
              string "fpcount."                delimited by size
                     FUNCTION LOWER-CASE (FPT-Type (FPT-T))
                                               delimited by space
                     into CF-Want
              perform zz265-Find-Profile thru zz265-Exit
              move FUNCTION TRIM (CF-Rest, LEADING) to CF-Rest
              move spaces to FPT-Wt-Text
              unstring CF-Rest delimited by all spaces
                       into FPT-Wt-Text
              if   CF-Found = "Y"
               and FPT-Wt-Text not = spaces
                   if   FUNCTION TRIM (FPT-Wt-Text) is numeric
                    and FPT-Wt-Text (4:1) = space
                        move FUNCTION NUMVAL (FPT-Wt-Text) to FPT-Wt (FPT-T)
                   else
                        move FPT-Wt (FPT-T) to FPT-NumZ2
                        display "Caution: site config " FUNCTION TRIM (CF-Want)
                                " is not A weight of up to 3 digits - "
                                FUNCTION TRIM (FPT-NumZ2) " used"
                   end-if
              end-if
     end-perform.
 bd558-Exit.
     exit.
*>
 bd559-Fp-Files.                                                  *> New -FPCOUNT
*> The FDs of class FPT-T: updated (ILF), only read (EIF) or written
*>   AFTER / BEFORE ADVANCING (EO).  An FD with no verb against it
*>   is not counted.
     perform  varying FPT-I from 1 by 1 until FPT-I > FIO-File-Count
              perform bd560-Fp-One-File thru bd560-Exit
     end-perform.
 bd559-Exit.
     exit.
*>
 bd560-Fp-One-File.                                               *> New -FPCOUNT
     move     FUNCTION UPPER-CASE (FIO-File-Name (FPT-I)) to FPT-Name.
     move     spaces to FPT-Upd-Verb FPT-Rd-Verb.
     move     zero to FPT-Upd-Ref FPT-Rd-Ref FPT-Class.
     perform  varying FPT-J from 1 by 1 until FPT-J > FIO-Event-Count
              if   FUNCTION UPPER-CASE (FIO-Ev-File (FPT-J)) = FPT-Name
                   evaluate FIO-Ev-Verb (FPT-J)
                       when "OPEN-OUTPUT"
                       when "OPEN-I-O"
                       when "OPEN-EXTEND"
                       when "WRITE"
                       when "REWRITE"
                       when "DELETE"
                            if   FPT-Upd-Verb = spaces
                                 move FIO-Ev-Verb (FPT-J) to FPT-Upd-Verb
                                 move FIO-Ev-Ref (FPT-J) to FPT-Upd-Ref
                            end-if
                       when "OPEN-INPUT"
                       when "READ"
                       when "START"
                            if   FPT-Rd-Verb = spaces
                                 move FIO-Ev-Verb (FPT-J) to FPT-Rd-Verb
                                 move FIO-Ev-Ref (FPT-J) to FPT-Rd-Ref
                            end-if
                   end-evaluate
              end-if
     end-perform.
     move     spaces to FPT-Src.
     perform  varying FPT-J from 1 by 1 until FPT-J > FPT-Prt-Cnt
              if   FPT-P-File (FPT-J) = FPT-Name
                   move 4 to FPT-Class
                   move "print file, written AFTER / BEFORE ADVANCING"
                        to FPT-Src
                   move FPT-P-Ref (FPT-J) to FPT-Ref
                   exit perform
              end-if
     end-perform.
     if       FPT-Class = zero
          and FPT-Upd-Verb not = spaces
              move 1 to FPT-Class
              string "file updated, "          delimited by size
                     FPT-Upd-Verb              delimited by space
                     into FPT-Src
              move FPT-Upd-Ref to FPT-Ref.
     if       FPT-Class = zero
          and FPT-Rd-Verb not = spaces
              move 2 to FPT-Class
              string "file only read, "        delimited by size
                     FPT-Rd-Verb               delimited by space
                     into FPT-Src
              move FPT-Rd-Ref to FPT-Ref.
     if       FPT-Class = FPT-T
              perform bd564-Fp-Line thru bd564-Exit.
 bd560-Exit.
     exit.
*>
 bd561-Fp-Screens.                                                *> New -FPCOUNT
*> A SCREEN SECTION 01 with an input field is an external input,
*>   one with none an external inquiry.
     perform  varying FPT-I from 1 by 1 until FPT-I > FPT-Scr-Cnt
              move FPT-S-Name (FPT-I) to FPT-Name
              move FPT-S-Ref (FPT-I) to FPT-Ref
              move spaces to FPT-Src
              if   FPT-S-In (FPT-I) > zero
                   if   FPT-T = 3
                        move FPT-S-In (FPT-I) to FPT-NumZ
                        string "screen, "      delimited by size
                               FUNCTION TRIM (FPT-NumZ)
                                               delimited by size
                               " input field(s)"
                                               delimited by size
                               into FPT-Src
                        perform bd564-Fp-Line thru bd564-Exit
                   end-if
              else
                   if   FPT-T = 5
                        move FPT-S-Out (FPT-I) to FPT-NumZ
                        string "screen, display only - "
                                               delimited by size
                               FUNCTION TRIM (FPT-NumZ)
                                               delimited by size
                               " output field(s)"
                                               delimited by size
                               into FPT-Src
                        perform bd564-Fp-Line thru bd564-Exit
                   end-if
              end-if
     end-perform.
 bd561-Exit.
     exit.
*>
 bd562-Fp-Maps.                                                   *> New -FPCOUNT
*> Each map RECEIVEd is an external input, each map SENT an external
*>   output - once per map, at its first command.
     perform  varying FPT-I from 1 by 1 until FPT-I > Cics-Count
              if   (FPT-T = 3 and CX-Cmd (FPT-I) = "RECEIVE")
                or (FPT-T = 4 and CX-Cmd (FPT-I) = "SEND")
                   move FPT-I to FPT-X
                   perform bd563-Fp-Map-Name thru bd563-Exit
                   move FPT-Map to FPT-Map2
                   perform varying FPT-J from 1 by 1 until FPT-J not < FPT-I
                           if   CX-Cmd (FPT-J) = CX-Cmd (FPT-I)
                                move FPT-J to FPT-X
                                perform bd563-Fp-Map-Name thru bd563-Exit
                                if   FPT-Map = FPT-Map2
                                     exit perform
                                end-if
                           end-if
                   end-perform
                   if   FPT-Map2 not = spaces
                    and FPT-J not < FPT-I
                        move FPT-Map2 to FPT-Name
                        move CX-Ref (FPT-I) to FPT-Ref
                        move spaces to FPT-Src
                        string "map, EXEC CICS " delimited by size
                               FUNCTION TRIM (CX-Cmd (FPT-I))
                                               delimited by size
                               " MAP"          delimited by size
                               into FPT-Src
                        perform bd564-Fp-Line thru bd564-Exit
                   end-if
              end-if
     end-perform.
 bd562-Exit.
     exit.
*>
 bd563-Fp-Map-Name.                                               *> New -FPCOUNT
*> FPT-Map from the "MAP=X" of Cics entry FPT-X, spaces if none.
     move     spaces to FPT-Map.
     move     zero to FPT-P.
     inspect  CX-Res (FPT-X) tallying FPT-P for characters
              before initial "MAP=".
     if       FPT-P not < 64
              go to bd563-Exit.
     compute  FPT-P = FPT-P + 5.
     unstring CX-Res (FPT-X) (FPT-P:16) delimited by all spaces
              into FPT-Map.
     move     FUNCTION UPPER-CASE (FPT-Map) to FPT-Map.
 bd563-Exit.
     exit.
*>
 bd564-Fp-Line.                                                   *> New -FPCOUNT
*> One component of type FPT-T: FPT-Name, FPT-Src, line FPT-Ref.
     add      1 to FPT-Cnt (FPT-T).
     move     spaces to Copyuse-Report-Rec.
     move     FPT-Type (FPT-T) to Copyuse-Report-Rec (3:4).
     move     FPT-Name to Copyuse-Report-Rec (8:32).
     move     FPT-Ref to FPT-NumZ.
     move     1 to FPT-P.
     string   FUNCTION TRIM (FPT-Src)          delimited by size
              " - line "                       delimited by size
              FUNCTION TRIM (FPT-NumZ)         delimited by size
              into Copyuse-Report-Rec (41:120) with pointer FPT-P.
     write    Copyuse-Report-Rec.
 bd564-Exit.
     exit.
*>
 bd565-Fp-Word.                                                   *> New -FPCOUNT
*>***********************
*> A reserved word in the Procedure Division: WRITE and ACCEPT open
*>   A statement, AFTER / BEFORE make the WRITE's file A print file,
*>   FROM DATE / TIME / ENVIRONMENT and the like make the ACCEPT A
*>   system read rather than an input.  Any other verb or the
*>   period closes it.
*>***********************
     if       HoldWSorPD not = 8
              go to bd565-Exit.
     if       FPT-State not = space
          and wsFoundWord2 (1:12) = PD-Verb
              perform bd567-Fp-Accept-End thru bd567-Exit
              move space to FPT-State.
     evaluate true
         when wsFoundWord2 (1:6) = "WRITE "
              move "W" to FPT-State
              move spaces to FPT-Rec
              move Gen-RefNo1 to FPT-Rec-Ref
         when wsFoundWord2 (1:7) = "ACCEPT "
              move "A" to FPT-State
              move spaces to FPT-Acc-Name
              move Gen-RefNo1 to FPT-Acc-Ref
         when FPT-State = space
              continue
         when FPT-State = "R"
          and (wsFoundWord2 (1:6) = "AFTER "
            or wsFoundWord2 (1:7) = "BEFORE ")
              perform varying FPT-I from 1 by 1 until FPT-I > FPT-Prt-Cnt
                                                   or FPT-P-File (FPT-I) = FPT-Rec
                      continue
              end-perform
              if   FPT-I > FPT-Prt-Cnt and FPT-Prt-Cnt < 50
                   add  1 to FPT-Prt-Cnt
                   move FPT-Rec to FPT-P-File (FPT-Prt-Cnt)
                   move FPT-Rec-Ref to FPT-P-Ref (FPT-Prt-Cnt)
              end-if
              move "X" to FPT-State
         when FPT-State = "T"
          and wsFoundWord2 (1:5) = "FROM "
              move "F" to FPT-State
         when FPT-State = "F"
              if   wsFoundWord2 (1:5) = "DATE "
                or wsFoundWord2 (1:4) = "DAY "
                or wsFoundWord2 (1:12) = "DAY-OF-WEEK "
                or wsFoundWord2 (1:5) = "TIME "
                or wsFoundWord2 (1:12) = "ENVIRONMENT "
                or wsFoundWord2 (1:18) = "ENVIRONMENT-VALUE "
                or wsFoundWord2 (1:16) = "ARGUMENT-NUMBER "
                or wsFoundWord2 (1:15) = "ARGUMENT-VALUE "
                or wsFoundWord2 (1:13) = "COMMAND-LINE "
                or wsFoundWord2 (1:10) = "EXCEPTION "
                or wsFoundWord2 (1:7) = "ESCAPE "
                or wsFoundWord2 (1:5) = "USER "
                or wsFoundWord2 (1:6) = "LINES "
                or wsFoundWord2 (1:8) = "COLUMNS "
                   move spaces to FPT-Acc-Name
              end-if
              move "X" to FPT-State
         when wsFoundWord2 (1:11) = "END-ACCEPT "
         when wsFoundWord2 (1:10) = "END-WRITE "
              perform bd567-Fp-Accept-End thru bd567-Exit
              move space to FPT-State
     end-evaluate.
     if       Word-Delimit = "."
              perform bd567-Fp-Accept-End thru bd567-Exit
              move space to FPT-State.
 bd565-Exit.
     exit.
*>
 bd566-Fp-Operand.                                                *> New -FPCOUNT
*> FPT-Word is an operand: the record of the open WRITE (kept as its
*>   file through the FD map) or the item the ACCEPT reads into - an
*>   ACCEPT of A whole screen is already counted with the screen.
     evaluate FPT-State
         when "W"
              move FPT-Word to FPT-Rec
              perform varying FPT-I from 1 by 1 until FPT-I > FIO-Rec-Count
                      if   FUNCTION UPPER-CASE (FIO-Rec-Name (FPT-I)) = FPT-Word
                           move FUNCTION UPPER-CASE (FIO-Rec-File (FPT-I))
                                to FPT-Rec
                           exit perform
                      end-if
              end-perform
              move "R" to FPT-State
         when "A"
              move "T" to FPT-State
              perform varying FPT-I from 1 by 1 until FPT-I > FPT-Scr-Cnt
                      if   FPT-S-Name (FPT-I) = FPT-Word
                           move "X" to FPT-State
                           exit perform
                      end-if
              end-perform
              if   FPT-State = "T"
                   move FPT-Word to FPT-Acc-Name
              end-if
         when "F"
              move "X" to FPT-State   *> FROM A device mnemonic
     end-evaluate.
     if       Word-Delimit = "."
              perform bd567-Fp-Accept-End thru bd567-Exit
              move space to FPT-State.
 bd566-Exit.
     exit.
*>
 bd567-Fp-Accept-End.                                             *> New -FPCOUNT
*> The ACCEPT just closed read A real input - one component per item.
     if       FPT-Acc-Name = spaces
              go to bd567-Exit.
     perform  varying FPT-I from 1 by 1 until FPT-I > FPT-Acc-Cnt
                                           or FPT-A-Name (FPT-I) = FPT-Acc-Name
              continue
     end-perform.
     if       FPT-I > FPT-Acc-Cnt and FPT-Acc-Cnt < 100
              add  1 to FPT-Acc-Cnt
              move FPT-Acc-Name to FPT-A-Name (FPT-Acc-Cnt)
              move FPT-Acc-Ref to FPT-A-Ref (FPT-Acc-Cnt).
     move     spaces to FPT-Acc-Name.
 bd567-Exit.
     exit.
*>
 bd568-Fp-Screen-Word.                                            *> New -FPCOUNT
*> One clause word inside A SCREEN SECTION 01: USING and TO make the
*>   item an input field, FROM an output one.
     if       FPT-Scr-Cnt = zero
              go to bd568-Exit.
     if       wsFoundWord2 (1:6) = "USING "
           or wsFoundWord2 (1:3) = "TO "
              add  1 to FPT-S-In (FPT-Scr-Cnt).
     if       wsFoundWord2 (1:5) = "FROM "
              add  1 to FPT-S-Out (FPT-Scr-Cnt).
 bd568-Exit.
     exit.
*>
 bd569-Fp-Screen-Name.                                            *> New -FPCOUNT
*> A level 01 in the SCREEN SECTION - A new screen.
     if       FPT-Scr-Cnt < 100
              add  1 to FPT-Scr-Cnt
              move FUNCTION UPPER-CASE (Saved-Variable (1:32))
                   to FPT-S-Name (FPT-Scr-Cnt)
              move Gen-RefNo1 to FPT-S-Ref (FPT-Scr-Cnt)
              move zero to FPT-S-In (FPT-Scr-Cnt) FPT-S-Out (FPT-Scr-Cnt).
 bd569-Exit.
     exit.
*>
 bd570-Fp-Weight-Line.                                            *> New -FPCOUNT
     move     spaces to Copyuse-Report-Rec.
     move     1 to FPT-P.
     string   "Weights:"                       delimited by size
              into Copyuse-Report-Rec with pointer FPT-P.
     perform  varying FPT-T from 1 by 1 until FPT-T > 5
              move FPT-Wt (FPT-T) to FPT-NumZ2
              string "  "                      delimited by size
                     FUNCTION TRIM (FPT-Type (FPT-T))
                                               delimited by size
                     " "                       delimited by size
                     FUNCTION TRIM (FPT-NumZ2) delimited by size
                     into Copyuse-Report-Rec with pointer FPT-P
     end-perform.
     string   "   (site config fpcount.ilf: ... fpcount.eq:)"
                                               delimited by size
              into Copyuse-Report-Rec with pointer FPT-P.
     write    Copyuse-Report-Rec.
 bd570-Exit.
     exit.
*>
 bd571-Fp-Summary.                                                *> New -FPCOUNT
*> The counts in FPT-Tally times their weights, FPT-Ufp the total.
     move     zero to FPT-Ufp.
     perform  varying FPT-T from 1 by 1 until FPT-T > 5
              move spaces to Copyuse-Report-Rec
              move FPT-Type-Name (FPT-T) to Copyuse-Report-Rec (3:26)
              move FPT-Type (FPT-T) to Copyuse-Report-Rec (30:4)
              move FPT-Cnt (FPT-T) to FPT-NumZ
              move FPT-NumZ to Copyuse-Report-Rec (34:6)
              move " x " to Copyuse-Report-Rec (40:3)
              move FPT-Wt (FPT-T) to FPT-NumZ2
              move FPT-NumZ2 to Copyuse-Report-Rec (43:3)
              move " = " to Copyuse-Report-Rec (46:3)
              compute FPT-K = FPT-Cnt (FPT-T) * FPT-Wt (FPT-T)
              add  FPT-K to FPT-Ufp
              move FPT-K to FPT-NumZ3
              move FPT-NumZ3 to Copyuse-Report-Rec (49:7)
              write Copyuse-Report-Rec
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     move     "Unadjusted function points" to Copyuse-Report-Rec (3:26).
     move     FPT-Ufp to FPT-NumZ3.
     move     FPT-NumZ3 to Copyuse-Report-Rec (49:7).
     write    Copyuse-Report-Rec.
 bd571-Exit.
     exit.
*>
 bd572-Fpcount-Library.                                           *> New -FPCOUNT
*>***********************
*> dir/library.fpcount from the members' .fpcount files - each
*>   program's components listed again under it with its own total,
*>   then the library total.  The counts are taken from the
*>   component lines and weighted with this run's weights, so A
*>   change to the site config needs no member re-run.
*>***********************
     perform  bd558-Fp-Weights thru bd558-Exit.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxfptmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.fpcount 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "library.fpcount"   delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Function point estimate for library "
                                               delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd570-Fp-Weight-Line thru bd570-Exit.
     initialize FPT-Lib-Tally FPT-Tally.
     move     zero to FPT-Progs FPT-Files SW-Copyuse-Raw-Eof.
     move     spaces to FPT-Member.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd573-Fp-Lib-File thru bd573-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     perform  bd574-Fp-Lib-Member thru bd574-Exit.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     FPT-Progs to FPT-NumZ.
     string   "Library total - "               delimited by size
              FUNCTION TRIM (FPT-NumZ)         delimited by size
              " program(s)"                    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     FPT-Lib-Tally to FPT-Tally.
     perform  bd571-Fp-Summary thru bd571-Exit.
     close    Copyuse-Report-Out.
     if       FPT-Files = zero
              display "Caution: -FPCOUNT found no .fpcount files in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -FPCOUNT first".
     move     FPT-Ufp to FPT-NumZ.
     display  "Library function point estimate (" FUNCTION TRIM (FPT-NumZ)
              " unadjusted) written to " FUNCTION TRIM (Copyuse-Report-FileName).
 bd572-Exit.
     exit.
*>
 bd573-Fp-Lib-File.                                               *> New -FPCOUNT
*> One member's .fpcount - A new program at each heading, every
*>   component line counted and copied under it.  The library's own
*>   library.fpcount is left out.
     move     zero to FPT-P.
     inspect  Copyuse-Raw-Rec tallying FPT-P for characters
              before initial "library.fpcount ".
     if       FPT-P > zero and FPT-P < 256
          and Copyuse-Raw-Rec (FPT-P:1) = OS-Delimiter
              go to bd573-Exit.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              move zero to FS-Reply
              go to bd573-Exit.
     add      1 to FPT-Files.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:28) = "Function point estimate for "
                   perform bd574-Fp-Lib-Member thru bd574-Exit
                   move Xdb-In-Rec (29:32) to FPT-Member
                   add  1 to FPT-Progs
                   move spaces to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move spaces to Copyuse-Report-Rec
                   string "Program "           delimited by size
                          FUNCTION TRIM (FPT-Member)
                                               delimited by size
                          " ("                 delimited by size
                          FUNCTION TRIM (Xdb-FileName)
                                               delimited by size
                          ")"                  delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
              if   FPT-Member not = spaces
               and Xdb-In-Rec (1:2) = spaces
               and Xdb-In-Rec (7:1) = space
               and Xdb-In-Rec (8:1) not = space
                   perform varying FPT-T from 1 by 1 until FPT-T > 5
                           if   Xdb-In-Rec (3:4) = FPT-Type (FPT-T)
                                add  1 to FPT-Cnt (FPT-T)
                                move spaces to Copyuse-Report-Rec
                                move Xdb-In-Rec (1:158)
                                     to Copyuse-Report-Rec (3:158)
                                write Copyuse-Report-Rec
                                exit perform
                           end-if
                   end-perform
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd573-Exit.
     exit.
*>
 bd574-Fp-Lib-Member.                                             *> New -FPCOUNT
*> Close the program just listed: its counts, weighted, on one line.
     if       FPT-Member = spaces
              go to bd574-Exit.
     move     zero to FPT-Ufp.
     move     spaces to Copyuse-Report-Rec.
     move     1 to FPT-P.
     string   "  "                             delimited by size
              FUNCTION TRIM (FPT-Member)       delimited by size
              ":"                              delimited by size
              into Copyuse-Report-Rec with pointer FPT-P.
     perform  varying FPT-T from 1 by 1 until FPT-T > 5
              add  FPT-Cnt (FPT-T) to FPT-Lib-Cnt (FPT-T)
              compute FPT-Ufp = FPT-Ufp + FPT-Cnt (FPT-T) * FPT-Wt (FPT-T)
              move FPT-Cnt (FPT-T) to FPT-NumZ
              string "  "                      delimited by size
                     FUNCTION TRIM (FPT-Type (FPT-T))
                                               delimited by size
                     " "                       delimited by size
                     FUNCTION TRIM (FPT-NumZ)  delimited by size
                     into Copyuse-Report-Rec with pointer FPT-P
     end-perform.
     move     FPT-Ufp to FPT-NumZ.
     string   "  - "                           delimited by size
              FUNCTION TRIM (FPT-NumZ)         delimited by size
              " unadjusted function points"    delimited by size
              into Copyuse-Report-Rec with pointer FPT-P.
     write    Copyuse-Report-Rec.
     initialize FPT-Tally.
     move     spaces to FPT-Member.
 bd574-Exit.
     exit.
*>
 bd575-Fw-Word.                                                   *> New -FLOWCHART
*>***********************
*> Every word the Procedure Division scan reads while A chart is
*>   being gathered, kept with its line, its column and the source
*>   from it on.  The statement verbs are marked V, the rest W and
*>   sorted out when the chart is laid out.
*>***********************
     if       FW-Active not = "Y"
           or wsFoundWord2 = spaces
              go to bd575-Exit.
     if       FW-Tok-Cnt not < 6000
              move "Y" to FW-Full
              go to bd575-Exit.
     add      1 to FW-Tok-Cnt.
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32))
                                 to FW-T-Word (FW-Tok-Cnt).
     move     Gen-RefNo1 to FW-T-Ref (FW-Tok-Cnt).
     move     "W" to FW-T-Kind (FW-Tok-Cnt).
     move     zero to FW-T-Col (FW-Tok-Cnt).
     move     wsFoundWord2 (1:40) to FW-T-Text (FW-Tok-Cnt).
     if       s > zero and s < 257
          and SourceInWS (s:1) = wsf1-1
              move s to FW-T-Col (FW-Tok-Cnt)
              compute FW-P = 257 - s
              if  FW-P > 40
                  move 40 to FW-P
              end-if
              move spaces to FW-T-Text (FW-Tok-Cnt)
              move SourceInWS (s:FW-P) to FW-T-Text (FW-Tok-Cnt)
     end-if.
     evaluate FW-T-Word (FW-Tok-Cnt)
         when "ACCEPT"     when "ADD"        when "ALTER"
         when "CALL"       when "CANCEL"     when "CLOSE"
         when "COMMIT"     when "COMPUTE"    when "CONTINUE"
         when "DELETE"     when "DISPLAY"    when "DIVIDE"
         when "ENTRY"      when "EVALUATE"   when "EXEC"
         when "EXIT"       when "GO"         when "GOBACK"
         when "IF"         when "INITIALIZE" when "INITIALISE"
         when "INITIATE"   when "INSPECT"    when "MERGE"
         when "MOVE"       when "MULTIPLY"   when "NEXT"
         when "OPEN"       when "PERFORM"    when "READ"
         when "RELEASE"    when "RETURN"     when "REWRITE"
         when "ROLLBACK"   when "SEARCH"     when "SET"
         when "SORT"       when "START"      when "STOP"
         when "STRING"     when "SUBTRACT"   when "TERMINATE"
         when "UNLOCK"     when "UNSTRING"   when "WRITE"
         when "GENERATE"
              move "V" to FW-T-Kind (FW-Tok-Cnt)
     end-evaluate.
*> A literal is read up to its closing quote, so A period straight
*>   after it is not seen as the word's delimiter.
     if       (wsf1-1 = quote or = "'")
          and S-Pointer2 > zero and S-Pointer2 < 257
          and SourceInWS (S-Pointer2:1) = "."
              perform bd576-Fw-Period thru bd576-Exit.
 bd575-Exit.
     exit.
*>
 bd576-Fw-Period.                                                 *> New -FLOWCHART
*> The word just read ended A sentence - kept as A "." word, once.
     if       FW-Active not = "Y"
           or FW-Tok-Cnt = zero
           or FW-Tok-Cnt not < 6000
              go to bd576-Exit.
     if       FW-T-Kind (FW-Tok-Cnt) = "."
              go to bd576-Exit.
     add      1 to FW-Tok-Cnt.
     move     "." to FW-T-Word (FW-Tok-Cnt) FW-T-Kind (FW-Tok-Cnt).
     move     FW-T-Ref (FW-Tok-Cnt - 1) to FW-T-Ref (FW-Tok-Cnt).
     move     zero to FW-T-Col (FW-Tok-Cnt).
     move     spaces to FW-T-Text (FW-Tok-Cnt).
 bd576-Exit.
     exit.
*>
 bd577-Fw-Para.                                                   *> New -FLOWCHART
*>***********************
*> A paragraph or section name (HoldWSorPD2 zero or 1).  It starts
*>   the words kept when it is the one asked for, ends them when
*>   the paragraph asked for as the last (or, for A section, the
*>   section) is over, and with ALL charts each one in turn.  The
*>   name itself was kept as A word of the paragraph before.
*>***********************
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to FW-Word.
     if       FW-Active = "Y"
          and FW-Tok-Cnt > zero
          and FW-T-Word (FW-Tok-Cnt) = FW-Word
              subtract 1 from FW-Tok-Cnt.
     if       FW-Sel-All = "Y"
              if   FW-Active = "Y"
                   perform bd578-Fw-Chart thru bd578-Exit
              end-if
              move "Y" to FW-Active
              move zero to FW-Tok-Cnt
              perform bd596-Fw-Header thru bd596-Exit
              go to bd577-Exit.
     if       FW-Active = "Y"
              if   (FW-Sel-Section = "Y" and HoldWSorPD2 = 1)
                or (FW-Sel-Section = "N" and FW-Cur-Para = FW-Sel-Last)
                   perform bd578-Fw-Chart thru bd578-Exit
                   move "N" to FW-Active
                   move "Y" to FW-Done
              else
                   perform bd596-Fw-Header thru bd596-Exit
              end-if
              go to bd577-Exit.
     if       FW-Done = "N"
          and FW-Word = FW-Sel-First
              move "Y" to FW-Active
              move zero to FW-Tok-Cnt
              if   HoldWSorPD2 = 1
               and FW-Sel-Last = FW-Sel-First
                   move "Y" to FW-Sel-Section
              end-if
              perform bd596-Fw-Header thru bd596-Exit.
 bd577-Exit.
     exit.
*>
 bd578-Fw-Chart.                                                  *> New -FLOWCHART
*>***********************
*> Lay out the words kept as one digraph in Prog-BaseName.flowchart:
*>   A start oval, the statement nodes word by word, then an end oval
*>   the fall-through and every EXIT PARAGRAPH / SECTION lead to.
*>   With ALL, A paragraph with no statements is not charted.
*>***********************
     move     zero to FW-Stmt-Cnt.
     perform  varying FW-I from 1 by 1 until FW-I > FW-Tok-Cnt
              if   FW-T-Kind (FW-I) = "V"
                   add 1 to FW-Stmt-Cnt
              end-if
     end-perform.
     if       FW-Tok-Cnt = zero
          or (FW-Stmt-Cnt = zero and FW-Sel-All = "Y")
              move zero to FW-Tok-Cnt
              move "N" to FW-Full
              go to bd578-Exit.
     if       FW-Charts = zero
              open output Flowchart-Listing.
     add      1 to FW-Charts.
     move     zero to FW-Node FW-Tail-Cnt FW-Exit-Cnt FW-Depth
                      FW-To-End-Cnt FW-Ns-Cnt FW-Hold-Cnt FW-Px-Cnt.
     move     "N" to FW-Box-Open FW-Pend-Inc.
     move     spaces to FW-Pend-Verb FW-Title.
     move     FW-T-Word (1) to FW-End-Name.
     if       FW-Sel-All = "N"
          and FW-Sel-Section = "N"
          and FW-Sel-Last not = FW-Sel-First
              string FUNCTION TRIM (FW-Sel-First) delimited by size
                     " THRU "                     delimited by size
                     FUNCTION TRIM (FW-Sel-Last)  delimited by size
                     into FW-Title
     else
              move FW-T-Word (1) to FW-Title
     end-if.
     move     spaces to Flowchart-Record.
     string   "digraph "                       delimited by size
              quote                            delimited by size
              FUNCTION TRIM (FW-Title)         delimited by size
              quote                            delimited by size
              " {"                             delimited by size
              into Flowchart-Record.
     write    Flowchart-Record.
     move     FW-T-Ref (1) to FW-NumZ.
     move     FW-T-Ref (FW-Tok-Cnt) to FW-NumZ2.
     move     spaces to Flowchart-Record.
     string   "  labelloc=t; label="           delimited by size
              quote                            delimited by size
              FUNCTION TRIM (HoldID-Module)    delimited by size
              " "                              delimited by size
              FUNCTION TRIM (FW-Title)         delimited by size
              " - lines "                      delimited by size
              FUNCTION TRIM (FW-NumZ)          delimited by size
              "-"                              delimited by size
              FUNCTION TRIM (FW-NumZ2)         delimited by size
              quote                            delimited by size
              ";"                              delimited by size
              into Flowchart-Record.
     write    Flowchart-Record.
     move     spaces to Flowchart-Record.
     string   "  node [fontname="              delimited by size
              quote                            delimited by size
              "Courier"                        delimited by size
              quote                            delimited by size
              ", fontsize=10];"                delimited by size
              into Flowchart-Record.
     write    Flowchart-Record.
*>
     move     "oval" to FW-Shape.
     move     spaces to FW-Label.
     string   FUNCTION TRIM (FW-Title)         delimited by size
              "\nline "                        delimited by size
              FUNCTION TRIM (FW-NumZ)          delimited by size
              into FW-Label.
     perform  bd583-Fw-Node thru bd583-Exit.
     perform  varying FW-I from 2 by 1 until FW-I > FW-Tok-Cnt
              perform bd579-Fw-Token thru bd579-Exit
     end-perform.
     perform  bd582-Fw-Flush thru bd582-Exit.
     perform  bd586-Fw-Close thru bd586-Exit until FW-Depth = zero.
     perform  varying FW-K from 1 by 1 until FW-K > FW-Ns-Cnt
              move FW-Ns (FW-K) to FW-From
              move spaces to FW-Edge-Label
              perform bd585-Fw-Add-Tail thru bd585-Exit
     end-perform.
     if       FW-Tail-Cnt > zero
           or FW-To-End-Cnt > zero
           or FW-Px-Cnt > zero
              move "oval" to FW-Shape
              move spaces to FW-Label
              string "end of "                     delimited by size
                     FUNCTION TRIM (FW-End-Name)   delimited by size
                     into FW-Label
              perform bd583-Fw-Node thru bd583-Exit
              perform varying FW-K from 1 by 1 until FW-K > FW-To-End-Cnt
                      move FW-To-End (FW-K) to FW-From
                      move spaces to FW-Edge-Label
                      perform bd584-Fw-Edge thru bd584-Exit
              end-perform
              perform varying FW-K from 1 by 1 until FW-K > FW-Px-Cnt
                      move FW-Px (FW-K) to FW-From
                      move spaces to FW-Edge-Label
                      perform bd584-Fw-Edge thru bd584-Exit
              end-perform
     end-if.
     move     "}" to Flowchart-Record.
     write    Flowchart-Record.
     if       FW-Full = "Y"
              display "Caution: -FLOWCHART " FUNCTION TRIM (FW-Title)
                      " is too long and was cut short".
     move     zero to FW-Tok-Cnt.
     move     "N" to FW-Full.
 bd578-Exit.
     exit.
*>
 bd579-Fw-Token.                                                  *> New -FLOWCHART
*>***********************
*> Word FW-I of the chart: A period closes everything still open and
*>   brings in the NEXT SENTENCE exits, A paragraph name inside A
*>   THRU range or section gets its own entry oval, A statement verb
*>   and the words that shape the flow (ELSE, WHEN, END-x, the
*>   conditional phrases) are handled, anything else is an operand.
*>***********************
     move     FW-T-Word (FW-I) to FW-Word.
     move     spaces to FW-Next.
     if       FW-I < FW-Tok-Cnt
              move FW-T-Word (FW-I + 1) to FW-Next.
     evaluate true
         when FW-T-Kind (FW-I) = "."
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd586-Fw-Close thru bd586-Exit until FW-Depth = zero
              perform varying FW-K from 1 by 1 until FW-K > FW-Ns-Cnt
                      move FW-Ns (FW-K) to FW-From
                      move spaces to FW-Edge-Label
                      perform bd585-Fw-Add-Tail thru bd585-Exit
              end-perform
              move zero to FW-Ns-Cnt
              move spaces to FW-Pend-Verb
         when FW-T-Kind (FW-I) = "P"
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd586-Fw-Close thru bd586-Exit until FW-Depth = zero
              move "oval" to FW-Shape
              move FW-T-Ref (FW-I) to FW-NumZ
              move spaces to FW-Label
              string FUNCTION TRIM (FW-Word)       delimited by size
                     "\nline "                     delimited by size
                     FUNCTION TRIM (FW-NumZ)       delimited by size
                     into FW-Label
              perform bd583-Fw-Node thru bd583-Exit
              perform varying FW-K from 1 by 1 until FW-K > FW-Px-Cnt
                      move FW-Px (FW-K) to FW-From
                      move spaces to FW-Edge-Label
                      perform bd584-Fw-Edge thru bd584-Exit
              end-perform
              move zero to FW-Px-Cnt
              move FW-Word to FW-End-Name
         when FW-T-Kind (FW-I) = "V"
              perform bd580-Fw-Statement thru bd580-Exit
         when FW-Word = "ELSE"
              perform bd588-Fw-Else thru bd588-Exit
         when FW-Word = "WHEN"
              perform bd589-Fw-When thru bd589-Exit
         when FW-Word (1:4) = "END-"
          and FW-Word not = "END-OF-PAGE"
              perform bd590-Fw-End-Word thru bd590-Exit
         when FW-Word = "END"
          and FW-Next = "PROGRAM"
              move FW-Tok-Cnt to FW-I
         when other
              perform bd591-Fw-Phrase thru bd591-Exit
     end-evaluate.
 bd579-Exit.
     exit.
*>
 bd580-Fw-Statement.                                              *> New -FLOWCHART
*>***********************
*> Statement verb FW-Word: IF, EVALUATE, SEARCH and an inline
*>   PERFORM open A construct, GO TO and the EXITs / ends leave the
*>   flow, any other statement goes into the open process box.
*>***********************
     if       FW-Word = "NEXT"
          and FW-Next not = "SENTENCE"
              go to bd580-Exit.
     if       FW-Depth > zero
              move "Y" to FW-S-Body (FW-Depth).
     move     spaces to FW-Pend-Verb.
     move     "N" to FW-Hit.
     if       FW-Word = "PERFORM"
              perform bd595-Fw-Inline thru bd595-Exit.
     evaluate true
         when FW-Word = "IF"
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd594-Fw-Text thru bd594-Exit
              move "diamond" to FW-Shape
              perform bd597-Fw-Label thru bd597-Exit
              perform bd583-Fw-Node thru bd583-Exit
              move "I" to FW-Kind
              perform bd587-Fw-Push thru bd587-Exit
              move "yes" to FW-L-Label (1)
         when FW-Word = "EVALUATE"
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd594-Fw-Text thru bd594-Exit
              move "hexagon" to FW-Shape
              perform bd597-Fw-Label thru bd597-Exit
              perform bd583-Fw-Node thru bd583-Exit
              move "E" to FW-Kind
              perform bd587-Fw-Push thru bd587-Exit
         when FW-Word = "SEARCH"
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd594-Fw-Text thru bd594-Exit
              move "diamond" to FW-Shape
              move FW-T-Ref (FW-I) to FW-NumZ
              move spaces to FW-Label
              string FUNCTION TRIM (FW-Text)       delimited by size
                     "\nend of table?\nline "      delimited by size
                     FUNCTION TRIM (FW-NumZ)       delimited by size
                     into FW-Label
              perform bd583-Fw-Node thru bd583-Exit
              move "S" to FW-Kind
              perform bd587-Fw-Push thru bd587-Exit
              move "at end" to FW-L-Label (1)
         when FW-Hit = "Y"
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd594-Fw-Text thru bd594-Exit
              move "diamond" to FW-Shape
              perform bd597-Fw-Label thru bd597-Exit
              perform bd583-Fw-Node thru bd583-Exit
              move "L" to FW-Kind
              perform bd587-Fw-Push thru bd587-Exit
              move "loop" to FW-L-Label (1)
         when FW-Word = "GO"
         when FW-Word = "GOBACK"
         when FW-Word = "NEXT"
         when FW-Word = "STOP" and FW-Next = "RUN"
         when FW-Word = "EXIT"
          and (FW-Next = "PARAGRAPH" or = "SECTION" or = "PROGRAM"
                      or = "PERFORM")
              perform bd592-Fw-Exit-Stmt thru bd592-Exit
         when other
              if   FW-Word = "READ"     or = "RETURN"   or = "WRITE"
                or FW-Word = "REWRITE"  or = "DELETE"   or = "START"
                or FW-Word = "ADD"      or = "SUBTRACT" or = "MULTIPLY"
                or FW-Word = "DIVIDE"   or = "COMPUTE"  or = "CALL"
                or FW-Word = "STRING"   or = "UNSTRING" or = "ACCEPT"
                or FW-Word = "DISPLAY"
                   move FW-Word to FW-Pend-Verb
                   move FW-T-Ref (FW-I) to FW-Pend-Ref
                   move "N" to FW-Pend-Inc
                   if   FW-Depth > zero
                    and FW-S-Kind (FW-Depth) = "C"
                    and FW-S-Verb (FW-Depth) = FW-Pend-Verb
                        add 1 to FW-S-Inner (FW-Depth)
                        move "Y" to FW-Pend-Inc
                   end-if
              end-if
              perform bd581-Fw-Simple thru bd581-Exit
     end-evaluate.
 bd580-Exit.
     exit.
*>
 bd581-Fw-Simple.                                                 *> New -FLOWCHART
*> Statement FW-I into the open process box, opening one if needed;
*>   the box shows its first eight statements.
     if       FW-Box-Open = "N"
              move "Y" to FW-Box-Open
              move FW-T-Ref (FW-I) to FW-Box-First
              move zero to FW-Box-Stmts
              move spaces to FW-Box-Text
              move 1 to FW-Box-Ptr.
     add      1 to FW-Box-Stmts.
     move     FW-T-Ref (FW-I) to FW-Box-Last.
     if       FW-Box-Stmts < 9
              perform bd594-Fw-Text thru bd594-Exit
              string FUNCTION TRIM (FW-Text)       delimited by size
                     "\l"                          delimited by size
                     into FW-Box-Text with pointer FW-Box-Ptr
     else
      if      FW-Box-Stmts = 9
              string "...\l"                       delimited by size
                     into FW-Box-Text with pointer FW-Box-Ptr
      end-if
     end-if.
 bd581-Exit.
     exit.
*>
 bd582-Fw-Flush.                                                  *> New -FLOWCHART
*> Write the open process box, if any, as its node.
     if       FW-Box-Open = "N"
              go to bd582-Exit.
     move     "N" to FW-Box-Open.
     move     "box" to FW-Shape.
     move     FW-Box-First to FW-NumZ.
     move     FW-Box-Last to FW-NumZ2.
     move     spaces to FW-Label.
     move     1 to FW-Lab-Ptr.
     if       FW-Box-First = FW-Box-Last
              string "line "                       delimited by size
                     FUNCTION TRIM (FW-NumZ)       delimited by size
                     "\l"                          delimited by size
                     into FW-Label with pointer FW-Lab-Ptr
     else
              string "lines "                      delimited by size
                     FUNCTION TRIM (FW-NumZ)       delimited by size
                     "-"                           delimited by size
                     FUNCTION TRIM (FW-NumZ2)      delimited by size
                     "\l"                          delimited by size
                     into FW-Label with pointer FW-Lab-Ptr
     end-if.
     string   FW-Box-Text (1:FW-Box-Ptr - 1)  delimited by size
              into FW-Label with pointer FW-Lab-Ptr.
     perform  bd583-Fw-Node thru bd583-Exit.
 bd582-Exit.
     exit.
*>
 bd583-Fw-Node.                                                   *> New -FLOWCHART
*> Node FW-New of shape FW-Shape labelled FW-Label, joined from every
*>   open tail; it is then the only tail.
     add      1 to FW-Node.
     move     FW-Node to FW-New FW-NumZ.
     move     spaces to Flowchart-Record.
     string   "  n"                            delimited by size
              FUNCTION TRIM (FW-NumZ)          delimited by size
              " [shape="                       delimited by size
              FUNCTION TRIM (FW-Shape)         delimited by size
              ", label="                       delimited by size
              quote                            delimited by size
              FUNCTION TRIM (FW-Label)         delimited by size
              quote                            delimited by size
              "];"                             delimited by size
              into Flowchart-Record.
     write    Flowchart-Record.
     move     FW-New to FW-To.
     perform  varying FW-E from 1 by 1 until FW-E > FW-Tail-Cnt
              move FW-L-Node (FW-E) to FW-From
              move FW-L-Label (FW-E) to FW-Edge-Label
              perform bd584-Fw-Edge thru bd584-Exit
     end-perform.
     move     1 to FW-Tail-Cnt.
     move     FW-New to FW-L-Node (1).
     move     spaces to FW-L-Label (1).
 bd583-Exit.
     exit.
*>
 bd584-Fw-Edge.                                                   *> New -FLOWCHART
*> Edge FW-From -> FW-To, labelled FW-Edge-Label if not blank.
     move     FW-From to FW-NumZ.
     move     FW-To to FW-NumZ2.
     move     spaces to Flowchart-Record.
     move     1 to FW-P.
     string   "  n"                            delimited by size
              FUNCTION TRIM (FW-NumZ)          delimited by size
              " -> n"                          delimited by size
              FUNCTION TRIM (FW-NumZ2)         delimited by size
              into Flowchart-Record with pointer FW-P.
     if       FW-Edge-Label not = spaces
              string " [label="                    delimited by size
                     quote                         delimited by size
                     FUNCTION TRIM (FW-Edge-Label) delimited by size
                     quote                         delimited by size
                     "]"                           delimited by size
                     into Flowchart-Record with pointer FW-P.
     string   ";"  delimited by size into Flowchart-Record with pointer FW-P.
     write    Flowchart-Record.
 bd584-Exit.
     exit.
*>
 bd585-Fw-Add-Tail.                                               *> New -FLOWCHART
*> FW-From, edge label FW-Edge-Label, joins the open tails.
     if       FW-Tail-Cnt < 200
              add  1 to FW-Tail-Cnt
              move FW-From to FW-L-Node (FW-Tail-Cnt)
              move FW-Edge-Label to FW-L-Label (FW-Tail-Cnt).
 bd585-Exit.
     exit.
*>
 bd586-Fw-Close.                                                  *> New -FLOWCHART
*>***********************
*> Close the construct on top of the stack: its untaken branches
*>   join the tails - IF without ELSE its "no", EVALUATE without
*>   OTHER its last WHEN's "no", A phrase its missing side - A
*>   SEARCH's last WHEN loops back to it, an inline PERFORM's body
*>   loops back and "done" leads on, and the branches that ended
*>   inside it (FW-Exit at this level) join the tails.
*>***********************
     perform  bd582-Fw-Flush thru bd582-Exit.
     if       FW-Depth = zero
              go to bd586-Exit.
     evaluate FW-S-Kind (FW-Depth)
         when "I"
              if   FW-S-Else (FW-Depth) = "N"
                   move FW-S-Node (FW-Depth) to FW-From
                   move "no" to FW-Edge-Label
                   perform bd585-Fw-Add-Tail thru bd585-Exit
              end-if
         when "E"
              if   FW-S-Else (FW-Depth) = "N"
                   move FW-S-Last (FW-Depth) to FW-From
                   if  FW-S-Pos (FW-Depth) = "Y"
                       move "no" to FW-Edge-Label
                   else
                       move spaces to FW-Edge-Label
                   end-if
                   perform bd585-Fw-Add-Tail thru bd585-Exit
              end-if
         when "S"
              if   FW-S-Pos (FW-Depth) = "Y"
                   move FW-S-Last (FW-Depth) to FW-From
                   move FW-S-Node (FW-Depth) to FW-To
                   move "next" to FW-Edge-Label
                   perform bd584-Fw-Edge thru bd584-Exit
              end-if
         when "L"
              move FW-S-Node (FW-Depth) to FW-To
              perform varying FW-E from 1 by 1 until FW-E > FW-Tail-Cnt
                      move FW-L-Node (FW-E) to FW-From
                      move FW-L-Label (FW-E) to FW-Edge-Label
                      if   FW-Edge-Label = spaces
                           move "loop back" to FW-Edge-Label
                      end-if
                      perform bd584-Fw-Edge thru bd584-Exit
              end-perform
              move 1 to FW-Tail-Cnt
              move FW-S-Node (FW-Depth) to FW-L-Node (1)
              move "done" to FW-L-Label (1)
         when "C"
              move FW-S-Node (FW-Depth) to FW-From
              if   FW-S-Pos (FW-Depth) = "N"
                   move "yes" to FW-Edge-Label
                   perform bd585-Fw-Add-Tail thru bd585-Exit
              end-if
              if   FW-S-Else (FW-Depth) = "N"
                   move "no" to FW-Edge-Label
                   perform bd585-Fw-Add-Tail thru bd585-Exit
              end-if
     end-evaluate.
     move     zero to FW-J.
     perform  varying FW-P from 1 by 1 until FW-P > FW-Exit-Cnt
              if   FW-X-Level (FW-P) = FW-Depth
                   move FW-X-Node (FW-P) to FW-From
                   move FW-X-Label (FW-P) to FW-Edge-Label
                   perform bd585-Fw-Add-Tail thru bd585-Exit
              else
                   add  1 to FW-J
                   move FW-Exit (FW-P) to FW-Exit (FW-J)
              end-if
     end-perform.
     move     FW-J to FW-Exit-Cnt.
     subtract 1 from FW-Depth.
 bd586-Exit.
     exit.
*>
 bd587-Fw-Push.                                                   *> New -FLOWCHART
*> Open A construct of kind FW-Kind on node FW-New.
     if       FW-Depth not < 40
              go to bd587-Exit.
     add      1 to FW-Depth.
     move     FW-Kind to FW-S-Kind (FW-Depth).
     move     FW-New to FW-S-Node (FW-Depth) FW-S-Last (FW-Depth).
     move     "N" to FW-S-Else (FW-Depth) FW-S-Pos (FW-Depth)
                     FW-S-Body (FW-Depth).
     move     spaces to FW-S-Verb (FW-Depth) FW-S-Phrase (FW-Depth).
     move     zero to FW-S-Inner (FW-Depth).
 bd587-Exit.
     exit.
*>
 bd588-Fw-Else.                                                   *> New -FLOWCHART
*> ELSE belongs to the innermost IF still without one; the branch
*>   just ended is put by until that IF closes.
     perform  bd582-Fw-Flush thru bd582-Exit.
     perform  bd586-Fw-Close thru bd586-Exit
              until FW-Depth = zero
                 or (FW-S-Kind (FW-Depth) = "I" and FW-S-Else (FW-Depth) = "N")
                 or FW-S-Kind (FW-Depth) = "E" or = "S" or = "L".
     if       FW-Depth = zero
           or FW-S-Kind (FW-Depth) not = "I"
              go to bd588-Exit.
     perform  bd593-Fw-Save-Tails thru bd593-Exit.
     move     1 to FW-Tail-Cnt.
     move     FW-S-Node (FW-Depth) to FW-L-Node (1).
     move     "no" to FW-L-Label (1).
     move     "Y" to FW-S-Else (FW-Depth).
 bd588-Exit.
     exit.
*>
 bd589-Fw-When.                                                   *> New -FLOWCHART
*>***********************
*> WHEN of the innermost EVALUATE or SEARCH: A branch with statements
*>   is put by until the construct closes and the test chains on
*>   from the last WHEN's "no"; WHENs with nothing between them share
*>   the one branch.  WHEN OTHER takes the last "no" itself.
*>***********************
     perform  bd582-Fw-Flush thru bd582-Exit.
     perform  bd586-Fw-Close thru bd586-Exit
              until FW-Depth = zero
                 or FW-S-Kind (FW-Depth) = "E" or = "S".
     if       FW-Depth = zero
              go to bd589-Exit.
     move     zero to FW-Hold-Cnt.
     if       FW-Next = "OTHER"
          and FW-S-Kind (FW-Depth) = "E"
              if   FW-S-Body (FW-Depth) = "Y"
                   perform bd593-Fw-Save-Tails thru bd593-Exit
              end-if
              move FW-S-Last (FW-Depth) to FW-From
              move "other" to FW-Edge-Label
              perform bd585-Fw-Add-Tail thru bd585-Exit
              move "Y" to FW-S-Else (FW-Depth) FW-S-Pos (FW-Depth)
              move "N" to FW-S-Body (FW-Depth)
              add  1 to FW-I
              go to bd589-Exit.
     evaluate true
         when FW-S-Pos (FW-Depth) = "N"
              if   FW-S-Kind (FW-Depth) = "S"
                   perform bd593-Fw-Save-Tails thru bd593-Exit
                   move 1 to FW-Tail-Cnt
                   move FW-S-Node (FW-Depth) to FW-L-Node (1)
                   move "no" to FW-L-Label (1)
              end-if
         when FW-S-Body (FW-Depth) = "Y"
              perform bd593-Fw-Save-Tails thru bd593-Exit
              move 1 to FW-Tail-Cnt
              move FW-S-Last (FW-Depth) to FW-L-Node (1)
              move "no" to FW-L-Label (1)
         when other
              move FW-Tail-Table to FW-Hold-Table
              move FW-Tail-Cnt to FW-Hold-Cnt
              move 1 to FW-Tail-Cnt
              move FW-S-Last (FW-Depth) to FW-L-Node (1)
              move "no" to FW-L-Label (1)
     end-evaluate.
     perform  bd594-Fw-Text thru bd594-Exit.
     move     "diamond" to FW-Shape.
     perform  bd597-Fw-Label thru bd597-Exit.
     perform  bd583-Fw-Node thru bd583-Exit.
     move     "yes" to FW-L-Label (1).
     perform  varying FW-E from 1 by 1 until FW-E > FW-Hold-Cnt
              move FW-H-Node (FW-E) to FW-From
              move FW-H-Label (FW-E) to FW-Edge-Label
              perform bd585-Fw-Add-Tail thru bd585-Exit
     end-perform.
     move     FW-New to FW-S-Last (FW-Depth).
     move     "Y" to FW-S-Pos (FW-Depth).
     move     "N" to FW-S-Body (FW-Depth).
 bd589-Exit.
     exit.
*>
 bd590-Fw-End-Word.                                               *> New -FLOWCHART
*> An END-x scope terminator closes its construct and whatever is
*>   still open inside it; END-READ and the like close the phrase of
*>   their statement unless they end A like statement nested in it.
     perform  bd582-Fw-Flush thru bd582-Exit.
     evaluate FW-Word
         when "END-IF"
              perform bd586-Fw-Close thru bd586-Exit
                      until FW-Depth = zero
                         or FW-S-Kind (FW-Depth) not = "C"
              if   FW-Depth > zero
               and FW-S-Kind (FW-Depth) = "I"
                   perform bd586-Fw-Close thru bd586-Exit
              end-if
         when "END-EVALUATE"
         when "END-SEARCH"
         when "END-PERFORM"
              evaluate FW-Word
                  when "END-EVALUATE" move "E" to FW-Kind
                  when "END-SEARCH"   move "S" to FW-Kind
                  when other          move "L" to FW-Kind
              end-evaluate
              move FW-Depth to FW-Lvl
              perform until FW-Lvl = zero
                         or FW-S-Kind (FW-Lvl) = FW-Kind
                      subtract 1 from FW-Lvl
              end-perform
              if   FW-Lvl > zero
                   perform bd586-Fw-Close thru bd586-Exit
                           until FW-Depth < FW-Lvl
              end-if
         when other
              move FW-Word (5:12) to FW-Phrase
              move FW-Depth to FW-Lvl
              perform until FW-Lvl = zero
                         or FW-S-Kind (FW-Lvl) not = "I"
                      subtract 1 from FW-Lvl
              end-perform
              if   FW-Lvl > zero
               and FW-S-Kind (FW-Lvl) = "C"
               and FW-S-Verb (FW-Lvl) = FW-Phrase
                   if   FW-S-Inner (FW-Lvl) > zero
                        subtract 1 from FW-S-Inner (FW-Lvl)
                   else
                        perform bd586-Fw-Close thru bd586-Exit
                                until FW-Depth < FW-Lvl
                   end-if
              end-if
     end-evaluate.
 bd590-Exit.
     exit.
*>
 bd591-Fw-Phrase.                                                 *> New -FLOWCHART
*>***********************
*> [NOT] AT END, INVALID KEY, [ON] SIZE ERROR, [ON] EXCEPTION,
*>   [ON] OVERFLOW, AT END-OF-PAGE: A decision on the statement just
*>   read.  The NOT side of A phrase already open switches it to its
*>   "no" branch; SEARCH's AT END is its own "at end" branch.
*>***********************
     move     "N" to FW-Neg.
     move     spaces to FW-Phrase.
     move     FW-I to FW-J.
     if       FW-Word = "NOT"
              move "Y" to FW-Neg
              add  1 to FW-J.
     if       FW-J > FW-Tok-Cnt
              go to bd591-Exit.
     move     FW-T-Word (FW-J) to FW-Word.
     move     spaces to FW-Next.
     if       FW-J < FW-Tok-Cnt
              move FW-T-Word (FW-J + 1) to FW-Next.
     evaluate true
         when FW-Word = "AT" and FW-Next = "END"
              move "AT END" to FW-Phrase
              add  1 to FW-J
         when FW-Word = "AT" and (FW-Next = "END-OF-PAGE" or = "EOP")
              move "END-OF-PAGE" to FW-Phrase
              add  1 to FW-J
         when FW-Word = "END-OF-PAGE" or = "EOP"
              move "END-OF-PAGE" to FW-Phrase
         when FW-Word = "INVALID"
              move "INVALID KEY" to FW-Phrase
              if   FW-Next = "KEY"
                   add 1 to FW-J
              end-if
         when FW-Word = "ON" and FW-Next = "SIZE"
              move "SIZE ERROR" to FW-Phrase
              add  1 to FW-J
              if   FW-J < FW-Tok-Cnt
               and FW-T-Word (FW-J + 1) = "ERROR"
                   add 1 to FW-J
              end-if
         when FW-Word = "SIZE" and FW-Next = "ERROR"
              move "SIZE ERROR" to FW-Phrase
              add  1 to FW-J
         when FW-Word = "ON" and (FW-Next = "EXCEPTION" or = "OVERFLOW")
              move FW-Next to FW-Phrase
              add  1 to FW-J
         when FW-Word = "EXCEPTION" or = "OVERFLOW"
              if   FW-J = 1
                or FW-T-Word (FW-J - 1) not = "FROM"
                   move FW-Word to FW-Phrase
              end-if
     end-evaluate.
     if       FW-Phrase = spaces
              go to bd591-Exit.
     if       FW-Depth > zero
          and FW-S-Kind (FW-Depth) = "S"
          and FW-S-Pos (FW-Depth) = "N"
          and FW-Phrase = "AT END"
          and FW-Neg = "N"
              move FW-J to FW-I
              go to bd591-Exit.
     if       FW-Depth > zero
          and FW-S-Kind (FW-Depth) = "C"
          and FW-S-Inner (FW-Depth) = zero
          and FW-S-Phrase (FW-Depth) = FW-Phrase
          and FW-S-Else (FW-Depth) = "N"
          and FW-Neg = "Y"
              move FW-J to FW-I
              perform bd582-Fw-Flush thru bd582-Exit
              perform bd593-Fw-Save-Tails thru bd593-Exit
              move 1 to FW-Tail-Cnt
              move FW-S-Node (FW-Depth) to FW-L-Node (1)
              move "no" to FW-L-Label (1)
              move "Y" to FW-S-Else (FW-Depth)
              go to bd591-Exit.
     if       FW-Pend-Verb = spaces
              go to bd591-Exit.
     move     FW-J to FW-I.
     perform  bd582-Fw-Flush thru bd582-Exit.
     if       FW-Pend-Inc = "Y"
          and FW-Depth > zero
          and FW-S-Kind (FW-Depth) = "C"
          and FW-S-Inner (FW-Depth) > zero
              subtract 1 from FW-S-Inner (FW-Depth).
     move     "N" to FW-Pend-Inc.
     move     FW-Pend-Ref to FW-NumZ.
     move     "diamond" to FW-Shape.
     move     spaces to FW-Label.
     string   FUNCTION TRIM (FW-Phrase)        delimited by size
              "?\n"                            delimited by size
              FUNCTION TRIM (FW-Pend-Verb)     delimited by size
              " line "                         delimited by size
              FUNCTION TRIM (FW-NumZ)          delimited by size
              into FW-Label.
     perform  bd583-Fw-Node thru bd583-Exit.
     move     "C" to FW-Kind.
     perform  bd587-Fw-Push thru bd587-Exit.
     move     FW-Pend-Verb to FW-S-Verb (FW-Depth).
     move     FW-Phrase to FW-S-Phrase (FW-Depth).
     if       FW-Neg = "N"
              move "Y" to FW-S-Pos (FW-Depth)
              move "yes" to FW-L-Label (1)
     else
              move "Y" to FW-S-Else (FW-Depth)
              move "no" to FW-L-Label (1)
     end-if.
 bd591-Exit.
     exit.
*>
 bd592-Fw-Exit-Stmt.                                              *> New -FLOWCHART
*>***********************
*> GO TO, NEXT SENTENCE, EXIT PARAGRAPH / SECTION / PERFORM [CYCLE]
*>   leave the flow here for somewhere else (cds), GOBACK, STOP RUN
*>   and EXIT PROGRAM end the run (doubleoctagon).  GO TO DEPENDING
*>   falls through when out of range; EXIT PARAGRAPH goes to the
*>   next paragraph charted or the chart's end, EXIT SECTION to the
*>   end, EXIT PERFORM to past its loop, NEXT SENTENCE to past the
*>   next period.
*>***********************
     perform  bd582-Fw-Flush thru bd582-Exit.
     perform  bd594-Fw-Text thru bd594-Exit.
     perform  bd597-Fw-Label thru bd597-Exit.
     move     "cds" to FW-Shape.
     if       FW-Word = "GOBACK"
           or FW-Word = "STOP"
           or FW-Next = "PROGRAM"
              move "doubleoctagon" to FW-Shape.
     perform  bd583-Fw-Node thru bd583-Exit.
     evaluate true
         when FW-Word = "NEXT"
              if   FW-Ns-Cnt < 50
                   add  1 to FW-Ns-Cnt
                   move FW-New to FW-Ns (FW-Ns-Cnt)
              end-if
              move zero to FW-Tail-Cnt
              add  1 to FW-I
         when FW-Word = "GO"
              move "N" to FW-Hit
              perform varying FW-K from FW-I by 1
                        until FW-K not < FW-Tok-Cnt
                           or FW-Hit = "Y"
                           or FW-T-Kind (FW-K + 1) not = "W"
                      if   FW-T-Word (FW-K + 1) = "DEPENDING"
                           move "Y" to FW-Hit
                      end-if
              end-perform
              if   FW-Hit = "Y"
                   move "out of range" to FW-L-Label (1)
              else
                   move zero to FW-Tail-Cnt
              end-if
         when FW-Word = "EXIT" and FW-Next = "PERFORM"
              add  1 to FW-I
              move FW-Depth to FW-Lvl
              perform until FW-Lvl = zero
                         or FW-S-Kind (FW-Lvl) = "L"
                      subtract 1 from FW-Lvl
              end-perform
              if   FW-Lvl > zero
                   if   FW-I < FW-Tok-Cnt
                    and FW-T-Word (FW-I + 1) = "CYCLE"
                        add  1 to FW-I
                        move FW-New to FW-From
                        move FW-S-Node (FW-Lvl) to FW-To
                        move "cycle" to FW-Edge-Label
                        perform bd584-Fw-Edge thru bd584-Exit
                   else
                        if   FW-Exit-Cnt < 400
                             add  1 to FW-Exit-Cnt
                             move FW-New to FW-X-Node (FW-Exit-Cnt)
                             move spaces to FW-X-Label (FW-Exit-Cnt)
                             move FW-Lvl to FW-X-Level (FW-Exit-Cnt)
                        end-if
                   end-if
                   move zero to FW-Tail-Cnt
              end-if
         when FW-Word = "EXIT" and FW-Next = "PARAGRAPH"
              if   FW-Px-Cnt < 50
                   add  1 to FW-Px-Cnt
                   move FW-New to FW-Px (FW-Px-Cnt)
              end-if
              move zero to FW-Tail-Cnt
              add  1 to FW-I
         when FW-Word = "EXIT" and FW-Next = "SECTION"
              if   FW-To-End-Cnt < 100
                   add  1 to FW-To-End-Cnt
                   move FW-New to FW-To-End (FW-To-End-Cnt)
              end-if
              move zero to FW-Tail-Cnt
              add  1 to FW-I
         when other
              move zero to FW-Tail-Cnt
     end-evaluate.
 bd592-Exit.
     exit.
*>
 bd593-Fw-Save-Tails.                                             *> New -FLOWCHART
*> The open tails are A finished branch of the construct on top:
*>   they wait in FW-Exit until it closes.
     perform  varying FW-E from 1 by 1 until FW-E > FW-Tail-Cnt
              if   FW-Exit-Cnt < 400
                   add  1 to FW-Exit-Cnt
                   move FW-L-Node (FW-E) to FW-X-Node (FW-Exit-Cnt)
                   move FW-L-Label (FW-E) to FW-X-Label (FW-Exit-Cnt)
                   move FW-Depth to FW-X-Level (FW-Exit-Cnt)
              end-if
     end-perform.
     move     zero to FW-Tail-Cnt.
 bd593-Exit.
     exit.
*>
 bd594-Fw-Text.                                                   *> New -FLOWCHART
*> FW-Text: the source of statement FW-I up to the next statement or
*>   ELSE / WHEN / END-x on the same line, quotes made safe for DOT.
     move     FW-T-Text (FW-I) to FW-Text.
     perform  varying FW-K from FW-I by 1
                until FW-K not < FW-Tok-Cnt
                   or FW-T-Ref (FW-K + 1) not = FW-T-Ref (FW-I)
              if   (FW-T-Kind (FW-K + 1) = "V" or = "." or = "P"
                or FW-T-Word (FW-K + 1) = "ELSE" or = "WHEN"
                or FW-T-Word (FW-K + 1) (1:4) = "END-")
               and not (FW-T-Word (FW-K) = "EXIT"
                    and FW-T-Word (FW-K + 1) = "PERFORM")
                   compute FW-P = FW-T-Col (FW-K + 1) - FW-T-Col (FW-I)
                   if   FW-P > zero and FW-P < 40
                        move spaces to FW-Text (FW-P + 1:)
                   end-if
                   exit perform
              end-if
     end-perform.
     inspect  FW-Text replacing all quote by "'"
                                all "\"   by "/".
 bd594-Exit.
     exit.
*>
 bd595-Fw-Inline.                                                 *> New -FLOWCHART
*> FW-Hit = "Y" when PERFORM FW-I is an inline PERFORM: UNTIL,
*>   VARYING, WITH TEST, FOREVER, n TIMES or A statement straight
*>   after it rather than A procedure name.
     move     "N" to FW-Hit.
     if       FW-I not < FW-Tok-Cnt
              go to bd595-Exit.
     if       FW-Next = "UNTIL" or = "VARYING" or = "WITH" or = "TEST"
                     or = "FOREVER"
           or FW-T-Kind (FW-I + 1) = "V"
              move "Y" to FW-Hit
              go to bd595-Exit.
     if       FW-I + 2 not > FW-Tok-Cnt
          and FW-T-Word (FW-I + 2) = "TIMES"
              move "Y" to FW-Hit.
 bd595-Exit.
     exit.
*>
 bd596-Fw-Header.                                                 *> New -FLOWCHART
*> The paragraph or section just read starts: kept as A "P" word.
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to FW-Word.
     move     FW-Word to FW-Cur-Para.
     if       FW-Tok-Cnt not < 6000
              move "Y" to FW-Full
              go to bd596-Exit.
     add      1 to FW-Tok-Cnt.
     move     FW-Word to FW-T-Word (FW-Tok-Cnt).
     move     "P" to FW-T-Kind (FW-Tok-Cnt).
     move     Gen-RefNo1 to FW-T-Ref (FW-Tok-Cnt).
     move     zero to FW-T-Col (FW-Tok-Cnt).
     move     spaces to FW-T-Text (FW-Tok-Cnt).
 bd596-Exit.
     exit.
*>
 bd597-Fw-Label.                                                  *> New -FLOWCHART
*> FW-Label: FW-Text and the line of statement FW-I.
     move     FW-T-Ref (FW-I) to FW-NumZ.
     move     spaces to FW-Label.
     string   FUNCTION TRIM (FW-Text)          delimited by size
              "\nline "                        delimited by size
              FUNCTION TRIM (FW-NumZ)          delimited by size
              into FW-Label.
 bd597-Exit.
     exit.
*>
 bd598-Fw-Flowchart-End.                                          *> New -FLOWCHART
*> End of the program: chart what is still being kept and close.
     if       FW-Active = "Y"
              perform bd578-Fw-Chart thru bd578-Exit
              move "N" to FW-Active.
     if       FW-Charts = zero
              display "Caution: -FLOWCHART " FUNCTION TRIM (FW-Sel-First)
                      " not found in " FUNCTION TRIM (HoldID-Module)
              go to bd598-Exit.
     close    Flowchart-Listing.
     move     FW-Charts to FW-NumZ.
     display  "Flowchart (" FUNCTION TRIM (FW-NumZ)
              " chart(s)) written to " FUNCTION TRIM (Flowchart-FileName).
 bd598-Exit.
     exit.
*>
 bd599-Extract.                                                   *> New -EXTRACT
*>***********************
*> Prog-BaseName.extract: the interface the paragraph range XT-First
*>   thru XT-Last would need as A called subprogram - its data items
*>   by 01 record with their direction, its files, the paragraphs
*>   outside it that it reaches, the ways in from outside, then the
*>   proposed LINKAGE SECTION / USING list and what blocks the cut.
*>***********************
     move     zero to XT-Start-Ref XT-Blockers XT-Warnings
                      XT-Passed XT-Locals.
     move     999999 to XT-End-Ref.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Para-Cnt
              if   XT-P-In (XT-I) = "Y"
               and XT-Start-Ref = zero
                   move XT-P-Ref (XT-I) to XT-Start-Ref
              end-if
              if   XT-P-In (XT-I) = "N"
               and XT-Start-Ref not = zero
               and XT-End-Ref = 999999
                   move XT-P-Ref (XT-I) to XT-End-Ref
              end-if
     end-perform.
     if       XT-Start-Ref = zero
              display "Caution: -EXTRACT " FUNCTION TRIM (XT-First)
                      " not found in " FUNCTION TRIM (HoldID-Module)
              go to bd599-Exit.
     perform  bd602-Ex-Items thru bd602-Exit.
     perform  bd603-Ex-Records thru bd603-Exit.
     perform  bd605-Ex-Outside thru bd605-Exit.
     perform  bd606-Ex-Files thru bd606-Exit.
*>
     move     Extract-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     XT-Start-Ref to XT-NumZ.
     move     spaces to XT-Line.
     move     1 to XT-P.
     string   "Subprogram extraction advice for " delimited by size
              FUNCTION TRIM (HoldID-Module)    delimited by size
              ": "                             delimited by size
              FUNCTION TRIM (XT-First)         delimited by size
              into XT-Line with pointer XT-P.
     if       XT-Last not = XT-First
              string " thru "                  delimited by size
                     FUNCTION TRIM (XT-Last)   delimited by size
                     into XT-Line with pointer XT-P.
     string   ", lines "                       delimited by size
              FUNCTION TRIM (XT-NumZ)          delimited by size
              into XT-Line with pointer XT-P.
     if       XT-End-Ref not = 999999
              subtract 1 from XT-End-Ref giving XT-NumZ2
              string "-"                       delimited by size
                     FUNCTION TRIM (XT-NumZ2)  delimited by size
                     into XT-Line with pointer XT-P
     else
              string " on"                     delimited by size
                     into XT-Line with pointer XT-P
     end-if.
     perform  bd611-Ex-Write thru bd611-Exit.
     if       XT-Full = "Y"
              move "  (more references than are kept - the lists below are short)"
                   to XT-Line
              perform bd611-Ex-Write thru bd611-Exit.
     perform  bd607-Ex-Print-Items thru bd607-Exit.
     perform  bd608-Ex-Print-Files thru bd608-Exit.
     perform  bd609-Ex-Paras thru bd609-Exit.
     perform  bd610-Ex-Interface thru bd610-Exit.
     close    Copyuse-Report-Out.
     move     XT-Blockers to XT-NumZ.
     display  "Extraction advice (" FUNCTION TRIM (XT-NumZ)
              " blocker(s)) written to " FUNCTION TRIM (Extract-FileName).
 bd599-Exit.
     exit.
*>
 bd600-Ex-Para.                                                   *> New -EXTRACT
*> A paragraph or section name (HoldWSorPD2 zero or 1): moves the
*>   range state on - into it at XT-First, out of it after XT-Last
*>   (or at the next section when XT-First is A section on its own)
*>   - and is kept with the state it starts in.
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to XT-Name.
     evaluate true
         when XT-State = "B"
          and XT-Name = XT-First
              move "I" to XT-State
              if   HoldWSorPD2 = 1
               and XT-Last = XT-First
                   move "Y" to XT-Section
              end-if
         when XT-State = "I"
          and XT-Section = "Y"
          and HoldWSorPD2 = 1
              move "A" to XT-State
         when XT-State = "I"
          and XT-Section = "N"
          and XT-Cur-Para = XT-Last
              move "A" to XT-State
     end-evaluate.
     move     XT-Name to XT-Cur-Para.
     if       XT-Para-Cnt < 5000
              add  1 to XT-Para-Cnt
              move XT-Name to XT-P-Name (XT-Para-Cnt)
              move Gen-RefNo1 to XT-P-Ref (XT-Para-Cnt)
              if   XT-State = "I"
                   move "Y" to XT-P-In (XT-Para-Cnt)
              else
                   move "N" to XT-P-In (XT-Para-Cnt)
              end-if
     end-if.
 bd600-Exit.
     exit.
*>
 bd601-Ex-Ref.                                                    *> New -EXTRACT
*> A Procedure Division reference (XT-Name): kept with its line, its
*>   read / modify stamp, the verb it belongs to and the range state.
     if       XT-Ref-Cnt not < 30000
              move "Y" to XT-Full
              go to bd601-Exit.
     add      1 to XT-Ref-Cnt.
     move     XT-Name to XT-R-Name (XT-Ref-Cnt).
     move     Gen-RefNo1 to XT-R-Ref (XT-Ref-Cnt).
     move     PD-New-RefType to XT-R-Type (XT-Ref-Cnt).
     if       PD-New-RefType = "M"           *> the target of an arith-
          and (PD-Verb = "ADD" or = "SUBTRACT"  *> metic verb is read
           or  PD-Verb = "MULTIPLY" or = "DIVIDE")  *> as well, bar
          and PD-Giving = "N"                   *> A GIVING target
              move "B" to XT-R-Type (XT-Ref-Cnt).
*> The record A WRITE / REWRITE names is modified; its FROM item
*>   stays A read - the same split -FILEIO makes.  The paragraph
*>   after THRU is marked so the range end pairs with its start
*>   whatever line it is on.
     if       XT-Next-Type not = space
              move XT-Next-Type to XT-R-Type (XT-Ref-Cnt)
              move space to XT-Next-Type.
     move     PD-Verb (1:8) to XT-R-Verb (XT-Ref-Cnt).
     if       XT-State = "I"
              move "Y" to XT-R-In (XT-Ref-Cnt)
     else
              move "N" to XT-R-In (XT-Ref-Cnt)
     end-if.
 bd601-Exit.
     exit.
*>
 bd602-Ex-Items.                                                  *> New -EXTRACT
*> The names referenced inside the range that are neither paragraphs
*>   nor files, with their read / modify counts and first lines.
     move     zero to XT-Item-Cnt.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Ref-Cnt
              if   XT-R-In (XT-I) = "Y"
               and XT-R-Verb (XT-I) not = "GOBACK"
                   move XT-R-Name (XT-I) to XT-Name
                   perform bd612-Ex-Is-Para thru bd612-Exit
                   if   XT-Hit = "N"
                        perform varying XT-J from 1 by 1
                                  until XT-J > FIO-File-Count
                                     or FUNCTION UPPER-CASE (FIO-File-Name (XT-J))
                                      = XT-Name
                                continue
                        end-perform
                        if   XT-J > FIO-File-Count
                             perform bd604-Ex-Add-Item thru bd604-Exit
                        end-if
                   end-if
              end-if
     end-perform.
 bd602-Exit.
     exit.
*>
 bd603-Ex-Records.                                                *> New -EXTRACT
*>***********************
*> Each item to the 01 (or 77) record it belongs to, through the 88's
*>   parent for A condition name, and each record's members - its
*>   items and their 88s - for the outside-use check.  A name
*>   declared in more than one record takes the first declaration.
*>***********************
     move     zero to XT-Rec-Cnt XT-Mem-Cnt.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Item-Cnt
              move zero to XT-I-Rec (XT-I)
              move XT-I-Name (XT-I) to XT-Name
              perform bd613-Ex-Lt-Find thru bd613-Exit
              if   XT-K = zero
                   perform varying XT-J from 1 by 1
                             until XT-J > Con-Tab-Count
                                or FUNCTION UPPER-CASE (Conditions (XT-J)) = XT-Name
                           continue
                   end-perform
                   if   XT-J not > Con-Tab-Count
                        move FUNCTION UPPER-CASE (Variables (XT-J))
                             to XT-Name XT-I-Cond (XT-I)
                        perform bd613-Ex-Lt-Find thru bd613-Exit
                   end-if
              end-if
              if   XT-K > zero
                   perform until XT-K = 1
                              or LT-Level (XT-K) = 1 or = 77
                           subtract 1 from XT-K
                   end-perform
                   perform varying XT-J from 1 by 1
                             until XT-J > XT-Rec-Cnt
                                or XT-C-Lt (XT-J) = XT-K
                           continue
                   end-perform
                   if   XT-J > XT-Rec-Cnt
                    and XT-Rec-Cnt < 300
                        add  1 to XT-Rec-Cnt
                        move XT-Rec-Cnt to XT-J
                        move FUNCTION UPPER-CASE (LT-Name (XT-K))
                                                   to XT-C-Name (XT-J)
                        move LT-Level (XT-K)     to XT-C-Level (XT-J)
                        move LT-Section (XT-K)   to XT-C-Section (XT-J)
                        move LT-RefNo (XT-K)     to XT-C-Ref (XT-J)
                        move XT-K                to XT-C-Lt (XT-J)
                        move "N" to XT-C-Reads (XT-J) XT-C-Mods (XT-J)
                                    XT-C-Outside (XT-J)
                        move spaces to XT-C-File (XT-J)
                        move "P" to XT-C-How (XT-J)
                        perform bd614-Ex-Members thru bd614-Exit
                   end-if
                   if   XT-J not > XT-Rec-Cnt
                        move XT-J to XT-I-Rec (XT-I)
                        if   XT-I-Reads (XT-I) > zero
                             move "Y" to XT-C-Reads (XT-J)
                        end-if
                        if   XT-I-Mods (XT-I) > zero
                             move "Y" to XT-C-Mods (XT-J)
                        end-if
                   end-if
              end-if
     end-perform.
 bd603-Exit.
     exit.
*>
 bd604-Ex-Add-Item.                                               *> New -EXTRACT
*> Reference XT-I into the item list.
     perform  varying XT-J from 1 by 1 until XT-J > XT-Item-Cnt
                                        or XT-I-Name (XT-J) = XT-Name
              continue
     end-perform.
     if       XT-J > XT-Item-Cnt
              if   XT-Item-Cnt not < 1000
                   move "Y" to XT-Full
                   go to bd604-Exit
              end-if
              add  1 to XT-Item-Cnt
              move XT-Item-Cnt to XT-J
              move XT-Name to XT-I-Name (XT-J)
              move zero to XT-I-Reads (XT-J) XT-I-Mods (XT-J) XT-I-Rec (XT-J)
              move spaces to XT-I-Cond (XT-J) XT-I-Lines (XT-J)
              move 1 to XT-I-Ptr (XT-J)
     end-if.
     evaluate XT-R-Type (XT-I)
         when "M"
              add 1 to XT-I-Mods (XT-J)
         when "B"
              add 1 to XT-I-Mods (XT-J) XT-I-Reads (XT-J)
         when other
              add 1 to XT-I-Reads (XT-J)
     end-evaluate.
     if       XT-I-Ptr (XT-J) < 42
              move XT-R-Ref (XT-I) to XT-NumZ
              string FUNCTION TRIM (XT-NumZ)   delimited by size
                     " "                       delimited by size
                     into XT-I-Lines (XT-J) with pointer XT-I-Ptr (XT-J)
     else
      if      XT-I-Ptr (XT-J) < 48
              move "..." to XT-I-Lines (XT-J) (XT-I-Ptr (XT-J):3)
              move 48 to XT-I-Ptr (XT-J)
      end-if
     end-if.
 bd604-Exit.
     exit.
*>
 bd605-Ex-Outside.                                                *> New -EXTRACT
*> A record any of whose members is referenced outside the range is
*>   shared with the rest of the program and must be passed; one
*>   used only inside can become the subprogram's own storage.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Ref-Cnt
              if   XT-R-In (XT-I) = "N"
                   perform varying XT-J from 1 by 1
                             until XT-J > XT-Mem-Cnt
                                or XT-M-Name (XT-J) = XT-R-Name (XT-I)
                           continue
                   end-perform
                   if   XT-J not > XT-Mem-Cnt
                        move "Y" to XT-C-Outside (XT-M-Rec (XT-J))
                   end-if
              end-if
     end-perform.
 bd605-Exit.
     exit.
*>
 bd606-Ex-Files.                                                  *> New -EXTRACT
*>***********************
*> The file I/O inside and outside the range (the -FILEIO events),
*>   then how each record travels: an FD record of A file only the
*>   range does I/O on goes with that file, A record used only inside
*>   the range is local, anything else is passed.  Linkage records
*>   are passed on as they came.
*>***********************
     move     zero to XT-File-Cnt.
     perform  varying XT-I from 1 by 1 until XT-I > FIO-Event-Count
              move FUNCTION UPPER-CASE (FIO-Ev-File (XT-I)) to XT-Name
              perform varying XT-J from 1 by 1 until XT-J > XT-File-Cnt
                                                 or XT-F-Name (XT-J) = XT-Name
                      continue
              end-perform
              if   XT-J > XT-File-Cnt
               and XT-File-Cnt < 100
                   add  1 to XT-File-Cnt
                   move XT-Name to XT-F-Name (XT-J)
                   move zero to XT-F-In (XT-J) XT-F-Out (XT-J) XT-F-Out-Ref (XT-J)
                   move spaces to XT-F-Verbs (XT-J)
              end-if
              if   XT-J not > XT-File-Cnt
                   if   FIO-Ev-Ref (XT-I) not < XT-Start-Ref
                    and FIO-Ev-Ref (XT-I) < XT-End-Ref
                        add 1 to XT-F-In (XT-J)
                        perform bd620-Ex-File-Verb thru bd620-Exit
                   else
                        add 1 to XT-F-Out (XT-J)
                        if   XT-F-Out-Ref (XT-J) = zero
                             move FIO-Ev-Ref (XT-I) to XT-F-Out-Ref (XT-J)
                        end-if
                   end-if
              end-if
     end-perform.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Rec-Cnt
              if   XT-C-Section (XT-I) = 1
                   perform varying XT-J from 1 by 1 until XT-J > FIO-Rec-Count
                                   or FUNCTION UPPER-CASE (FIO-Rec-Name (XT-J))
                                    = XT-C-Name (XT-I)
                           continue
                   end-perform
                   if   XT-J not > FIO-Rec-Count
                        move FUNCTION UPPER-CASE (FIO-Rec-File (XT-J))
                             to XT-C-File (XT-I)
                   end-if
              end-if
              evaluate true
                  when XT-C-Section (XT-I) = 4
                       move "P" to XT-C-How (XT-I)
                  when XT-C-File (XT-I) not = spaces
                       perform varying XT-J from 1 by 1 until XT-J > XT-File-Cnt
                                       or XT-F-Name (XT-J) = XT-C-File (XT-I)
                               continue
                       end-perform
                       if   XT-J not > XT-File-Cnt
                        and XT-F-In (XT-J) > zero
                        and XT-F-Out (XT-J) = zero
                            move "F" to XT-C-How (XT-I)
                       else
                            move "P" to XT-C-How (XT-I)
                       end-if
                  when XT-C-Outside (XT-I) = "N"
                       move "L" to XT-C-How (XT-I)
                  when other
                       move "P" to XT-C-How (XT-I)
              end-evaluate
              if   XT-C-How (XT-I) = "L" or = "F"
                   add 1 to XT-Locals
              else
                   add 1 to XT-Passed
              end-if
     end-perform.
 bd606-Exit.
     exit.
*>
 bd607-Ex-Print-Items.                                            *> New -EXTRACT
*> The data items the range uses, by record.
     move     spaces to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "Data items the range uses" to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     spaces to XT-Line.
     move     "  Record / item"  to XT-Line (1:20).
     move     "Use"              to XT-Line (38:3).
     move     "Where, how passed" to XT-Line (47:17).
     move     "Lines"            to XT-Line (85:5).
     perform  bd611-Ex-Write thru bd611-Exit.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Rec-Cnt
              move spaces to XT-Line
              move XT-C-Level (XT-I) to XT-Line (3:2)
              move XT-C-Name (XT-I) to XT-Line (6:32)
              move XT-C-Reads (XT-I) to XT-Hit
              perform bd615-Ex-Use thru bd615-Exit
              move XT-Use to XT-Line (38:7)
              perform bd616-Ex-Sect thru bd616-Exit
              move XT-C-Ref (XT-I) to XT-NumZ
              move 47 to XT-P
              string FUNCTION TRIM (XT-Sect)     delimited by size
                     " line "                    delimited by size
                     FUNCTION TRIM (XT-NumZ)     delimited by size
                     ", "                        delimited by size
                     into XT-Line with pointer XT-P
              evaluate XT-C-How (XT-I)
                  when "L"
                       string "local to it"      delimited by size
                              into XT-Line with pointer XT-P
                  when "F"
                       string "goes with "       delimited by size
                              FUNCTION TRIM (XT-C-File (XT-I))
                                                 delimited by size
                              into XT-Line with pointer XT-P
                  when other
                       string "passed"           delimited by size
                              into XT-Line with pointer XT-P
              end-evaluate
              perform bd611-Ex-Write thru bd611-Exit
              perform varying XT-J from 1 by 1 until XT-J > XT-Item-Cnt
                      if   XT-I-Rec (XT-J) = XT-I
                       and (XT-I-Name (XT-J) not = XT-C-Name (XT-I)
                            or XT-I-Cond (XT-J) not = spaces)
                           move spaces to XT-Line
                           move XT-I-Name (XT-J) to XT-Line (9:29)
                           move XT-J to XT-K
                           perform bd617-Ex-Item-Use thru bd617-Exit
                           move XT-Use to XT-Line (38:7)
                           if   XT-I-Cond (XT-J) not = spaces
                                move "88 of " to XT-Line (47:6)
                                move XT-I-Cond (XT-J) to XT-Line (53:32)
                           end-if
                           move XT-I-Lines (XT-J) to XT-Line (85:48)
                           perform bd611-Ex-Write thru bd611-Exit
                      end-if
              end-perform
     end-perform.
     move     "N" to XT-Hit.
     perform  varying XT-J from 1 by 1 until XT-J > XT-Item-Cnt
              if   XT-I-Rec (XT-J) = zero
                   if   XT-Hit = "N"
                        move spaces to XT-Line
                        perform bd611-Ex-Write thru bd611-Exit
                        move "Other names it uses - index names, registers and such"
                             to XT-Line
                        perform bd611-Ex-Write thru bd611-Exit
                        move "Y" to XT-Hit
                   end-if
                   move spaces to XT-Line
                   move XT-I-Name (XT-J) to XT-Line (6:32)
                   move XT-J to XT-K
                   perform bd617-Ex-Item-Use thru bd617-Exit
                   move XT-Use to XT-Line (38:7)
                   move XT-I-Lines (XT-J) to XT-Line (85:48)
                   perform bd611-Ex-Write thru bd611-Exit
              end-if
     end-perform.
 bd607-Exit.
     exit.
*>
 bd608-Ex-Print-Files.                                            *> New -EXTRACT
*> The files the range does I/O on; one also used outside it is file
*>   state shared across the cut.
     move     spaces to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "Files the range does I/O on" to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "N" to XT-Hit.
     perform  varying XT-I from 1 by 1 until XT-I > XT-File-Cnt
              if   XT-F-In (XT-I) > zero
                   move "Y" to XT-Hit
                   move spaces to XT-Line
                   move XT-F-Name (XT-I) to XT-Line (3:32)
                   move XT-F-Verbs (XT-I) (2:44) to XT-Line (38:44)
                   if   XT-F-Out (XT-I) > zero
                        add  1 to XT-Blockers
                        move XT-F-Out-Ref (XT-I) to XT-NumZ
                        move 85 to XT-P
                        string "BLOCKER - shared file state, also used "
                                                    delimited by size
                               "outside (line "     delimited by size
                               FUNCTION TRIM (XT-NumZ) delimited by size
                               ")"                  delimited by size
                               into XT-Line with pointer XT-P
                   else
                        move "moves with the subprogram" to XT-Line (85:25)
                   end-if
                   perform bd611-Ex-Write thru bd611-Exit
              end-if
     end-perform.
     if       XT-Hit = "N"
              move "  none" to XT-Line
              perform bd611-Ex-Write thru bd611-Exit.
 bd608-Exit.
     exit.
*>
 bd609-Ex-Paras.                                                  *> New -EXTRACT
*>***********************
*> Paragraph references across the boundary.  Out: A GO TO leaves
*>   the range for good (blocker), A PERFORM needs the paragraph
*>   moved or copied too (warning).  In: PERFORM of the range as A
*>   whole is A call site, A GO TO or A PERFORM of A paragraph inside
*>   it enters it part-way (blocker); GOBACK in the range would only
*>   return from the subprogram.
*>***********************
     move     spaces to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "Paragraphs outside the range that it reaches" to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     spaces to XT-Using.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Ref-Cnt
              if   XT-R-In (XT-I) = "Y"
               and XT-R-Verb (XT-I) = "GOBACK"
                   move spaces to XT-Line
                   move "GOBACK" to XT-Line (3:6)
                   move XT-R-Ref (XT-I) to XT-NumZ
                   string "line " FUNCTION TRIM (XT-NumZ) delimited by size
                          into XT-Line (38:12)
                   move "WARNING - would return from the subprogram, not end the run"
                        to XT-Line (52:60)
                   add  1 to XT-Warnings
                   move "Y" to XT-Using
                   perform bd611-Ex-Write thru bd611-Exit
              end-if
              if   XT-R-In (XT-I) = "Y"
               and XT-R-Verb (XT-I) not = "GOBACK"
                   move XT-R-Name (XT-I) to XT-Name
                   perform bd612-Ex-Is-Para thru bd612-Exit
                   if   XT-Hit = "Y"
                    and XT-P-In (XT-P) = "N"
                        move spaces to XT-Line
                        perform bd621-Ex-Verb thru bd621-Exit
                        string FUNCTION TRIM (XT-Use)          delimited by size
                               " "                            delimited by size
                               XT-Name                        delimited by space
                               into XT-Line (3:34)
                        move XT-R-Ref (XT-I) to XT-NumZ
                        string "line " FUNCTION TRIM (XT-NumZ) delimited by size
                               into XT-Line (38:12)
                        if   XT-R-Verb (XT-I) = "GO"
                             move "BLOCKER - jumps out of the range" to XT-Line (52:60)
                             add  1 to XT-Blockers
                        else
                             move "WARNING - must move or be copied with it"
                                  to XT-Line (52:60)
                             add  1 to XT-Warnings
                        end-if
                        perform bd611-Ex-Write thru bd611-Exit
                        move "Y" to XT-Using
                   end-if
              end-if
     end-perform.
     if       XT-Using = spaces
              move "  none" to XT-Line
              perform bd611-Ex-Write thru bd611-Exit.
     move     spaces to XT-Using.
*>
     move     spaces to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "Ways into the range from outside" to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Ref-Cnt
              if   XT-R-In (XT-I) = "N"
               and (XT-R-Verb (XT-I) = "PERFORM" or = "GO")
                   move XT-R-Name (XT-I) to XT-Name
                   perform bd612-Ex-Is-Para thru bd612-Exit
                   if   XT-Hit = "Y"
                    and XT-P-In (XT-P) = "Y"
                        perform bd618-Ex-Entry thru bd618-Exit
                   end-if
              end-if
     end-perform.
     if       XT-Using = spaces
              move "  none - nothing PERFORMs or GOes TO it" to XT-Line
              perform bd611-Ex-Write thru bd611-Exit.
 bd609-Exit.
     exit.
*>
 bd610-Ex-Interface.                                              *> New -EXTRACT
*> The proposed LINKAGE SECTION and USING list: every record passed,
*>   marked with its direction, then the local ones and the summary.
     move     spaces to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "Proposed interface" to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     "       LINKAGE SECTION." to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Rec-Cnt
              if   XT-C-How (XT-I) = "P"
                   move spaces to XT-Line
                   move XT-C-Level (XT-I) to XT-Line (8:2)
                   move 12 to XT-P
                   string FUNCTION TRIM (XT-C-Name (XT-I)) delimited by size
                          "."                          delimited by size
                          into XT-Line with pointer XT-P
                   move XT-C-Reads (XT-I) to XT-Hit
                   perform bd615-Ex-Use thru bd615-Exit
                   move XT-C-Ref (XT-I) to XT-NumZ
                   move 48 to XT-P
                   string "*> "                        delimited by size
                          FUNCTION TRIM (XT-Use)       delimited by size
                          " - layout as at line "      delimited by size
                          FUNCTION TRIM (XT-NumZ)      delimited by size
                          into XT-Line with pointer XT-P
                   perform bd611-Ex-Write thru bd611-Exit
              end-if
     end-perform.
     move     "N" to XT-Hit.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Rec-Cnt
              if   XT-C-How (XT-I) = "P"
                   if   XT-Hit = "N"
                        move "       PROCEDURE DIVISION USING" to XT-Line
                        move "Y" to XT-Hit
                   else
                        perform bd611-Ex-Write thru bd611-Exit
                        move spaces to XT-Line
                   end-if
                   move XT-C-Name (XT-I) to XT-Line (40:32)
              end-if
     end-perform.
     if       XT-Hit = "Y"
              compute XT-P = FUNCTION LENGTH (FUNCTION TRIM (XT-Line TRAILING)) + 1
              move "." to XT-Line (XT-P:1)
              perform bd611-Ex-Write thru bd611-Exit.
     if       XT-Hit = "N"
              move "       PROCEDURE DIVISION.      *> nothing to pass" to XT-Line
              perform bd611-Ex-Write thru bd611-Exit.
     perform  varying XT-I from 1 by 1 until XT-I > XT-Rec-Cnt
              if   XT-C-How (XT-I) = "L"
                   move spaces to XT-Line
                   move XT-C-Ref (XT-I) to XT-NumZ
                   string "       local, its own WORKING-STORAGE: " delimited by size
                          FUNCTION TRIM (XT-C-Name (XT-I)) delimited by size
                          " (line "                    delimited by size
                          FUNCTION TRIM (XT-NumZ)      delimited by size
                          ") - any VALUE is set once per run unit"
                                                       delimited by size
                          into XT-Line
                   perform bd611-Ex-Write thru bd611-Exit
              end-if
     end-perform.
     move     spaces to XT-Line.
     perform  bd611-Ex-Write thru bd611-Exit.
     move     XT-Passed to XT-NumZ.
     move     XT-Locals to XT-NumZ2.
     move     1 to XT-P.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (XT-NumZ)          delimited by size
              " record(s) passed, "            delimited by size
              FUNCTION TRIM (XT-NumZ2)         delimited by size
              " local, "                       delimited by size
              into XT-Line with pointer XT-P.
     move     XT-Blockers to XT-NumZ.
     move     XT-Warnings to XT-NumZ2.
     string   FUNCTION TRIM (XT-NumZ)          delimited by size
              " blocker(s), "                  delimited by size
              FUNCTION TRIM (XT-NumZ2)         delimited by size
              " warning(s)"                    delimited by size
              into XT-Line with pointer XT-P.
     if       XT-Blockers = zero
              string " - A clean cut"          delimited by size
                     into XT-Line with pointer XT-P.
     perform  bd611-Ex-Write thru bd611-Exit.
 bd610-Exit.
     exit.
*>
 bd611-Ex-Write.                                                  *> New -EXTRACT
     move     XT-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd611-Exit.
     exit.
*>
 bd612-Ex-Is-Para.                                                *> New -EXTRACT
*> XT-Hit = "Y" when XT-Name is A paragraph or section, XT-P its row.
     move     "N" to XT-Hit.
     perform  varying XT-P from 1 by 1 until XT-P > XT-Para-Cnt
              if   XT-P-Name (XT-P) = XT-Name
                   move "Y" to XT-Hit
                   exit perform
              end-if
     end-perform.
 bd612-Exit.
     exit.
*>
 bd613-Ex-Lt-Find.                                                *> New -EXTRACT
*> XT-K: the Layout-Table row declaring XT-Name, zero if none.
     perform  varying XT-K from 1 by 1 until XT-K > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (XT-K)) = XT-Name
                   exit perform
              end-if
     end-perform.
     if       XT-K > Layout-Count
              move zero to XT-K.
 bd613-Exit.
     exit.
*>
 bd614-Ex-Members.                                                *> New -EXTRACT
*> The names belonging to record XT-J (Layout-Table row XT-K on to
*>   the next 01 / 77 or section), with the 88s on them.
     move     XT-Mem-Cnt to XT-P.
     perform  varying XT-K from XT-K by 1 until XT-K > Layout-Count
                                            or XT-Mem-Cnt not < 5000
              if   XT-K > XT-C-Lt (XT-J)
               and (LT-Level (XT-K) = 1 or = 77
                    or LT-Section (XT-K) not = XT-C-Section (XT-J))
                   exit perform
              end-if
              add  1 to XT-Mem-Cnt
              move FUNCTION UPPER-CASE (LT-Name (XT-K)) to XT-M-Name (XT-Mem-Cnt)
              move XT-J to XT-M-Rec (XT-Mem-Cnt)
     end-perform.
     add      1 to XT-P.
     perform  varying XT-K from 1 by 1 until XT-K > Con-Tab-Count
                                        or XT-Mem-Cnt not < 5000
              move FUNCTION UPPER-CASE (Variables (XT-K)) to XT-Name
              perform varying XT-Q from XT-P by 1 until XT-Q > XT-Mem-Cnt
                      if   XT-M-Name (XT-Q) = XT-Name
                           add  1 to XT-Mem-Cnt
                           move FUNCTION UPPER-CASE (Conditions (XT-K))
                                to XT-M-Name (XT-Mem-Cnt)
                           move XT-J to XT-M-Rec (XT-Mem-Cnt)
                           exit perform
                      end-if
              end-perform
     end-perform.
 bd614-Exit.
     exit.
*>
 bd615-Ex-Use.                                                    *> New -EXTRACT
*> XT-Use for record XT-I from its read (XT-Hit) and modify flags.
     evaluate true
         when XT-Hit = "Y" and XT-C-Mods (XT-I) = "Y"
              move "in-out" to XT-Use
         when XT-C-Mods (XT-I) = "Y"
              move "output" to XT-Use
         when other
              move "input" to XT-Use
     end-evaluate.
 bd615-Exit.
     exit.
*>
 bd616-Ex-Sect.                                                   *> New -EXTRACT
     evaluate XT-C-Section (XT-I)
         when 1     move "FILE"            to XT-Sect
         when 2     move "WORKING-STORAGE" to XT-Sect
         when 3     move "LOCAL-STORAGE"   to XT-Sect
         when 4     move "LINKAGE"         to XT-Sect
         when 6     move "REPORT"          to XT-Sect
         when 7     move "SCREEN"          to XT-Sect
         when other move spaces            to XT-Sect
     end-evaluate.
 bd616-Exit.
     exit.
*>
 bd617-Ex-Item-Use.                                               *> New -EXTRACT
*> XT-Use for item XT-K.
     evaluate true
         when XT-I-Reads (XT-K) > zero and XT-I-Mods (XT-K) > zero
              move "in-out" to XT-Use
         when XT-I-Mods (XT-K) > zero
              move "output" to XT-Use
         when other
              move "input" to XT-Use
     end-evaluate.
 bd617-Exit.
     exit.
*>
 bd618-Ex-Entry.                                                  *> New -EXTRACT
*> Reference XT-I from outside names paragraph XT-P of the range.
*>   PERFORM XT-First [THRU XT-Last] is A call site; the THRU half of
*>   one is skipped; anything else enters part-way.
*>   The PERFORM text takes two full names, so this section's line
*>   and verdict columns sit further right than the others'.
     move     "Y" to XT-Using.
     move     spaces to XT-Thru.
     if       XT-I < XT-Ref-Cnt
          and XT-R-Type (XT-I + 1) = "T"
              move XT-R-Name (XT-I + 1) to XT-Thru.
     if       XT-R-Type (XT-I) = "T"
          and XT-I > 1
          and XT-R-Name (XT-I - 1) = XT-First
          and XT-Name = XT-Last
          and XT-Last not = XT-First
              go to bd618-Exit.
     move     spaces to XT-Line.
     move     1 to XT-P.
     perform  bd621-Ex-Verb thru bd621-Exit.
     string   FUNCTION TRIM (XT-Use)           delimited by size
              " "                              delimited by size
              XT-Name                          delimited by space
              into XT-Line (3:76) with pointer XT-P.
     if       XT-R-Verb (XT-I) = "PERFORM"
          and XT-Thru not = spaces
              string " THRU "                  delimited by size
                     XT-Thru                   delimited by space
                     into XT-Line (3:76) with pointer XT-P.
     move     XT-R-Ref (XT-I) to XT-NumZ.
     string   "line " FUNCTION TRIM (XT-NumZ)  delimited by size
              into XT-Line (80:12).
     evaluate true
         when XT-R-Verb (XT-I) = "GO"
              move "BLOCKER - GO TO into the range" to XT-Line (93:60)
              add  1 to XT-Blockers
         when XT-Name not = XT-First
              move "BLOCKER - PERFORMs part of the range" to XT-Line (93:60)
              add  1 to XT-Blockers
         when XT-Last = XT-First and XT-Thru = spaces
         when XT-Thru = XT-Last
              move "call site - becomes A CALL of the subprogram"
                   to XT-Line (93:60)
         when other
              move "WARNING - PERFORMs only part of the range"
                   to XT-Line (93:60)
              add  1 to XT-Warnings
     end-evaluate.
     perform  bd611-Ex-Write thru bd611-Exit.
 bd618-Exit.
     exit.
*>
 bd619-Ex-Goback.                                                 *> New -EXTRACT
*> GOBACK inside the range, kept as A reference of its own.
     if       XT-Ref-Cnt not < 30000
              go to bd619-Exit.
     add      1 to XT-Ref-Cnt.
     move     "GOBACK" to XT-R-Name (XT-Ref-Cnt) XT-R-Verb (XT-Ref-Cnt).
     move     Gen-RefNo1 to XT-R-Ref (XT-Ref-Cnt).
     move     space to XT-R-Type (XT-Ref-Cnt).
     move     "Y" to XT-R-In (XT-Ref-Cnt).
 bd619-Exit.
     exit.
*>
 bd620-Ex-File-Verb.                                              *> New -EXTRACT
*> Adds the verb of FIO event XT-I to file XT-J's list, once; the
*>   list is kept as " VERB VERB " so that whole verbs are matched.
     move     spaces to XT-Sect.
     string   " "                              delimited by size
              FIO-Ev-Verb (XT-I)               delimited by space
              " "                              delimited by size
              into XT-Sect.
     compute  XT-Q = FUNCTION LENGTH (FUNCTION TRIM (FIO-Ev-Verb (XT-I))) + 2.
     move     zero to XT-P.
     inspect  XT-F-Verbs (XT-J) tallying XT-P for all XT-Sect (1:XT-Q).
     if       XT-P not = zero
              go to bd620-Exit.
     if       XT-F-Verbs (XT-J) = spaces
              move 1 to XT-P
     else
              move zero to XT-P
              inspect XT-F-Verbs (XT-J) (2:) tallying XT-P
                      for characters before initial "  "
              add  2 to XT-P
     end-if.
     if       XT-P < 48
              string XT-Sect (1:XT-Q)         delimited by size
                     into XT-F-Verbs (XT-J) with pointer XT-P.
 bd620-Exit.
     exit.
*>
 bd621-Ex-Verb.                                                   *> New -EXTRACT
     move     XT-R-Verb (XT-I) to XT-Use.
     if       XT-Use = "GO"
              move "GO TO" to XT-Use.
 bd621-Exit.
     exit.
*>
 bd622-Naming.                                                    *> New -NAMING
*>***********************
*> Every definition against the site naming standard: the data items
*>   of the Layout-Table by section, the 88s by their parent, the
*>   paragraphs and sections, then the paragraph numbering.  Each
*>   miss is A line of Prog-BaseName.naming and A NAMING finding.
*>***********************
     perform  bd625-Nm-Load thru bd625-Exit.
     move     zero to NM-Violations NM-Checked.
     move     Naming-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to NM-Line.
     string   "Naming standard check for "     delimited by size
              FUNCTION TRIM (HoldID-Module)    delimited by size
              into NM-Line.
     perform  bd631-Nm-Write thru bd631-Exit.
     move     spaces to NM-Line.
     perform  bd631-Nm-Write thru bd631-Exit.
     perform  varying NM-R from 1 by 1 until NM-R > 9
              move spaces to NM-Line
              move NM-R-Key (NM-R) to NM-Line (3:24)
              if   NM-R-Pats (NM-R) = spaces
                   move "(not set - not checked)" to NM-Line (28:23)
              else
                   move NM-R-Pats (NM-R) to NM-Line (28:120)
              end-if
              perform bd631-Nm-Write thru bd631-Exit
     end-perform.
     move     spaces to NM-Line.
     perform  bd631-Nm-Write thru bd631-Exit.
*>
     move     spaces to NM-Amp.
     perform  varying NM-K from 1 by 1 until NM-K > Layout-Count
              if   LT-Prog (NM-K) not = HoldID-Module
                or FUNCTION UPPER-CASE (LT-Name (NM-K)) = "FILLER"
                or LT-Name (NM-K) = spaces
                   exit perform cycle
              end-if
              evaluate LT-Section (NM-K)
                  when 1     move 1 to NM-R
                  when 2     move 2 to NM-R
                  when 3     move 3 to NM-R
                  when 4     move 4 to NM-R
                  when 6     move 5 to NM-R
                  when 7     move 6 to NM-R
                  when other exit perform cycle
              end-evaluate
              move FUNCTION UPPER-CASE (LT-Name (NM-K)) to NM-Name
              if   NM-R = 1
                   if   LT-Level (NM-K) = 1
                        perform bd630-Nm-File-Pfx thru bd630-Exit
                   end-if
              else
                   move spaces to NM-Amp
              end-if
              perform bd626-Nm-Check thru bd626-Exit
              if   NM-Ok = "N"
                   move LT-RefNo (NM-K) to NM-Ref
                   perform bd629-Nm-Miss thru bd629-Exit
              end-if
     end-perform.
*>
     move     7 to NM-R.
     perform  varying NM-K from 1 by 1 until NM-K > NM-Cond-Cnt
              move NM-C-Name (NM-K) to NM-Name
              move NM-C-Parent (NM-K) to NM-Amp
              perform bd626-Nm-Check thru bd626-Exit
              if   NM-Ok = "N"
                   move NM-C-Ref (NM-K) to NM-Ref
                   perform bd629-Nm-Miss thru bd629-Exit
              end-if
     end-perform.
*>
     move     spaces to NM-Amp NM-Last-Name.
     move     zero to NM-Last-No.
     perform  varying NM-K from 1 by 1 until NM-K > NM-Def-Cnt
              move NM-D-Name (NM-K) to NM-Name
              move NM-D-Ref (NM-K) to NM-Ref
              if   NM-D-Kind (NM-K) = "S"
                   move 9 to NM-R
              else
                   move 8 to NM-R
              end-if
              perform bd626-Nm-Check thru bd626-Exit
              if   NM-Ok = "N"
                   perform bd629-Nm-Miss thru bd629-Exit
              end-if
              perform bd632-Nm-Order thru bd632-Exit
     end-perform.
*>
     move     spaces to NM-Line.
     perform  bd631-Nm-Write thru bd631-Exit.
     move     NM-Checked to NM-NumZ.
     move     NM-Violations to NM-RefZ.
     string   FUNCTION TRIM (NM-NumZ)          delimited by size
              " name(s) checked, "             delimited by size
              FUNCTION TRIM (NM-RefZ)          delimited by size
              " outside the standard"          delimited by size
              into NM-Line.
     perform  bd631-Nm-Write thru bd631-Exit.
     close    Copyuse-Report-Out.
     display  "Naming check (" FUNCTION TRIM (NM-RefZ)
              " miss(es)) written to " FUNCTION TRIM (Naming-FileName).
 bd622-Exit.
     exit.
*>
 bd623-Nm-Para.                                                   *> New -NAMING
*> A paragraph or section definition, kept for the end-of-program pass.
     if       NM-Def-Cnt < 5000
              add  1 to NM-Def-Cnt
              move FUNCTION UPPER-CASE (wsFoundWord2 (1:32))
                   to NM-D-Name (NM-Def-Cnt)
              move Gen-RefNo1 to NM-D-Ref (NM-Def-Cnt)
              if   HoldWSorPD2 = 1
                   move "S" to NM-D-Kind (NM-Def-Cnt)
              else
                   move "P" to NM-D-Kind (NM-Def-Cnt)
              end-if
     end-if.
 bd623-Exit.
     exit.
*>
 bd624-Nm-Cond.                                                   *> New -NAMING
*> An 88 just declared under Saved-Variable.
     if       NM-Cond-Cnt < 2000
              add  1 to NM-Cond-Cnt
              move FUNCTION UPPER-CASE (wsFoundWord2 (1:32))
                   to NM-C-Name (NM-Cond-Cnt)
              move FUNCTION UPPER-CASE (Saved-Variable (1:32))
                   to NM-C-Parent (NM-Cond-Cnt)
              move Gen-RefNo1 to NM-C-Ref (NM-Cond-Cnt)
     end-if.
 bd624-Exit.
     exit.
*>
 bd625-Nm-Load.                                                   *> New -NAMING
*> The naming.* lines of the config files, user file first.
     move     "naming.file"            to NM-R-Key (1).
     move     "naming.working-storage" to NM-R-Key (2).
     move     "naming.local-storage"   to NM-R-Key (3).
     move     "naming.linkage"         to NM-R-Key (4).
     move     "naming.report"          to NM-R-Key (5).
     move     "naming.screen"          to NM-R-Key (6).
     move     "naming.condition"       to NM-R-Key (7).
     move     "naming.paragraph"       to NM-R-Key (8).
     move     "naming.section"         to NM-R-Key (9).
     perform  varying NM-R from 1 by 1 until NM-R > 9
              move NM-R-Key (NM-R) to CF-Want
              perform zz265-Find-Profile thru zz265-Exit
              move spaces to NM-R-Pats (NM-R)
              if   CF-Found = "Y"
                   move FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Rest, LEADING))
                        to NM-R-Pats (NM-R)
              end-if
     end-perform.
     move     2 to NM-Sev.
     move     "naming.severity" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found = "Y"
              move FUNCTION TRIM (CF-Rest) to NM-Pat
              if   NM-Pat (1:1) = "1" or = "2" or = "3"
               and NM-Pat (2:1) = space
                   move NM-Pat (1:1) to NM-Sev
              else
                   display "Caution: site config naming.severity is not 1, 2"
                           " or 3 - 2 used"
              end-if
     end-if.
 bd625-Exit.
     exit.
*>
 bd626-Nm-Check.                                                  *> New -NAMING
*>***********************
*> NM-Name against the patterns of rule NM-R (& = NM-Amp): NM-Ok "N"
*>   with NM-Why set when it matches A ! pattern, or none of the
*>   others.  A pattern using & when there is no owner is passed by.
*>***********************
     move     "Y" to NM-Ok.
     move     "N" to NM-Pos NM-Pos-Hit.
     if       NM-R-Pats (NM-R) = spaces
              go to bd626-Exit.
     add      1 to NM-Checked.
     compute  NM-NL = FUNCTION LENGTH (FUNCTION TRIM (NM-Name)).
     move     1 to NM-P.
     perform  until NM-P > 200
              move spaces to NM-Pat
              unstring NM-R-Pats (NM-R) delimited by all spaces
                       into NM-Pat with pointer NM-P
              if   NM-Pat = spaces
                   exit perform
              end-if
              perform bd633-Nm-Expand thru bd633-Exit
              if   NM-PL = zero
                   exit perform cycle
              end-if
              perform bd627-Nm-Glob thru bd627-Exit
              if   NM-Pat (1:1) = "!"
                   if   NM-Match = "Y"
                        move "N" to NM-Ok
                        move spaces to NM-Why
                        string "matches "              delimited by size
                               NM-Pat                  delimited by space
                               " of "                  delimited by size
                               NM-R-Key (NM-R)         delimited by space
                               into NM-Why
                        go to bd626-Exit
                   end-if
              else
                   move "Y" to NM-Pos
                   if   NM-Match = "Y"
                        move "Y" to NM-Pos-Hit
                   end-if
              end-if
     end-perform.
     if       NM-Pos = "Y"
          and NM-Pos-Hit = "N"
              move "N" to NM-Ok
              move spaces to NM-Why
              string "matches no "                   delimited by size
                     NM-R-Key (NM-R)                 delimited by space
                     " pattern"                      delimited by size
                     into NM-Why.
 bd626-Exit.
     exit.
*>
 bd627-Nm-Glob.                                                   *> New -NAMING
*> NM-Match: NM-Name (1:NM-NL) against NM-Exp (1:NM-PL), backing up
*>   to the last * whenever A character fails to match.
     move     1 to NM-I NM-J.
     move     zero to NM-Star NM-Mark.
     move     "Y" to NM-Match.
     perform  bd628-Nm-Step thru bd628-Exit
              until NM-I > NM-NL or NM-Match = "N".
     if       NM-Match = "Y"
              perform until NM-J > NM-PL
                         or NM-Exp (NM-J:1) not = "*"
                      add 1 to NM-J
              end-perform
              if   NM-J not > NM-PL
                   move "N" to NM-Match
              end-if
     end-if.
 bd627-Exit.
     exit.
*>
 bd628-Nm-Step.                                                   *> New -NAMING
     if       NM-J > NM-PL
              go to bd628-Back.
     if       NM-Exp (NM-J:1) = "*"
              move NM-J to NM-Star
              move NM-I to NM-Mark
              add  1 to NM-J
              go to bd628-Exit.
     if       NM-Exp (NM-J:1) = "?"
          or  NM-Exp (NM-J:1) = NM-Name (NM-I:1)
          or (NM-Exp (NM-J:1) = "#" and NM-Name (NM-I:1) is numeric)
          or (NM-Exp (NM-J:1) = "@" and NM-Name (NM-I:1) is alphabetic)
              add  1 to NM-I NM-J
              go to bd628-Exit.
 bd628-Back.
     if       NM-Star > zero
              compute NM-J = NM-Star + 1
              add  1 to NM-Mark
              move NM-Mark to NM-I
              go to bd628-Exit.
     move     "N" to NM-Match.
 bd628-Exit.
     exit.
*>
 bd629-Nm-Miss.                                                   *> New -NAMING
*> One name outside the standard (line in NM-Ref, reason in NM-Why).
     add      1 to NM-Violations.
     move     NM-Ref to NM-RefZ.
     move     spaces to NM-Line.
     string   "line "                          delimited by size
              NM-RefZ                          delimited by size
              into NM-Line.
     move     NM-R-Key (NM-R) (8:17) to NM-Line (14:17).
     move     NM-Name to NM-Line (32:32).
     move     NM-Why to NM-Line (65:64).
     perform  bd631-Nm-Write thru bd631-Exit.
     move     "NAMING" to FG-W-Rule.
     move     NM-Sev to FG-W-Sev.
     move     NM-Ref to FG-W-Ref.
     move     NM-Name to FG-W-Name.
     move     NM-Why to FG-W-Detail.
     perform  zz250-Add-Finding thru zz250-Exit.
 bd629-Exit.
     exit.
*>
 bd630-Nm-File-Pfx.                                               *> New -NAMING
*> NM-Amp: the FD prefix of the record at Layout-Table row NM-K - its
*>   file's name up to the first hyphen (the whole name without one).
     move     spaces to NM-Amp NM-Rec-File.
     perform  varying NM-J from 1 by 1 until NM-J > FIO-Rec-Count
              if   FUNCTION UPPER-CASE (FIO-Rec-Name (NM-J)) = NM-Name
                   move FUNCTION UPPER-CASE (FIO-Rec-File (NM-J))
                        to NM-Rec-File
                   exit perform
              end-if
     end-perform.
     if       NM-Rec-File not = spaces
              unstring NM-Rec-File delimited by "-" or space
                       into NM-Amp.
 bd630-Exit.
     exit.
*>
 bd631-Nm-Write.                                                  *> New -NAMING
     move     NM-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd631-Exit.
     exit.
*>
 bd632-Nm-Order.                                                  *> New -NAMING
*> A paragraph or section name led by digits must not number below
*>   the last numbered one before it.
     perform  varying NM-I from 1 by 1 until NM-I > 9
                                          or NM-Name (NM-I:1) not numeric
              continue
     end-perform.
     if       NM-I = 1
              go to bd632-Exit.
     compute  NM-No = FUNCTION NUMVAL (NM-Name (1:NM-I - 1)).
     if       NM-Last-Name not = spaces
          and NM-No < NM-Last-No
              move 8 to NM-R
              move spaces to NM-Why
              string "numbered below "         delimited by size
                     NM-Last-Name              delimited by space
                     into NM-Why
              perform bd629-Nm-Miss thru bd629-Exit.
     move     NM-No to NM-Last-No.
     move     NM-Name to NM-Last-Name.
 bd632-Exit.
     exit.
*>
 bd633-Nm-Expand.                                                 *> New -NAMING
*> NM-Exp / NM-PL: pattern NM-Pat, less any leading !, with each &
*>   replaced by NM-Amp; NM-PL zero when there is no owner for A &.
     move     spaces to NM-Exp.
     move     1 to NM-E.
     move     1 to NM-J.
     if       NM-Pat (1:1) = "!"
              move 2 to NM-J.
     perform  varying NM-J from NM-J by 1 until NM-J > 32
                                            or NM-Pat (NM-J:1) = space
              if   NM-Pat (NM-J:1) = "&"
                   if   NM-Amp = spaces
                        move zero to NM-PL
                        go to bd633-Exit
                   end-if
                   string NM-Amp delimited by space
                          into NM-Exp with pointer NM-E
              else
                   if   NM-E < 65
                        move NM-Pat (NM-J:1) to NM-Exp (NM-E:1)
                        add  1 to NM-E
                   end-if
              end-if
     end-perform.
     subtract 1 from NM-E giving NM-PL.
 bd633-Exit.
     exit.
*>
 bd634-Parmcard.                                                  *> New -PARMCARD
*>***********************
*> Prog-BaseName.parmcard: one C row per ACCEPT from SYSIN in source
*>   order, the F rows of the receiving item's elementary fields with
*>   their card columns, A V row per 88 value or range on A field and
*>   the T rows of the tests made on the card.  "*" rows are headings
*>   only - -JOBSTREAM reads the rest back by column.
*>***********************
     if       PM-State = "T"
              perform bd636-Pm-Commit thru bd636-Exit.
     move     space to PM-State.
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     Parmcard-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to PM-Line.
     string   "* Parameter card specification for "  delimited by size
              FUNCTION TRIM (HoldID-Module)          delimited by size
              into PM-Line.
     perform  bd639-Pm-Write thru bd639-Exit.
     if       PM-Acc-Cnt = zero
              move "* no ACCEPT from SYSIN - the program reads no card"
                   to PM-Line
              perform bd639-Pm-Write thru bd639-Exit.
     perform  varying PM-I from 1 by 1 until PM-I > PM-Acc-Cnt
              perform bd638-Pm-Card-Spec thru bd638-Exit
     end-perform.
     close    Copyuse-Report-Out.
     move     PM-Acc-Cnt to PM-NumZ.
     display  "Card specification (" FUNCTION TRIM (PM-NumZ)
              " ACCEPT(s) from SYSIN) written to "
              FUNCTION TRIM (Parmcard-FileName).
 bd634-Exit.
     exit.
*>
 bd635-Pm-Word.                                                   *> New -PARMCARD
*>***********************
*> Every Procedure Division word: ACCEPT, its target (past any OF /
*>   IN qualifier), then FROM and the device.  No FROM, or FROM
*>   SYSIN / SYSIPT, is A card read; FROM anything else is not.
*>***********************
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to PM-Word.
     if       PM-Word = spaces
              go to bd635-Exit.
     evaluate PM-State
         when "A"
              if   wsf1-1 = quote or = "'"
                   move space to PM-State
                   go to bd635-Exit
              end-if
              move PM-Word to PM-Pend-Name
              move "T" to PM-State
              if   Word-Delimit = "."
                   perform bd636-Pm-Commit thru bd636-Exit
              end-if
              go to bd635-Exit
         when "Q"
              move "T" to PM-State
              if   Word-Delimit = "."
                   perform bd636-Pm-Commit thru bd636-Exit
              end-if
              go to bd635-Exit
         when "T"
              if   PM-Word = "OF" or = "IN"
                   move "Q" to PM-State
                   go to bd635-Exit
              end-if
              if   PM-Word = "FROM"
                   move "F" to PM-State
                   go to bd635-Exit
              end-if
              perform bd636-Pm-Commit thru bd636-Exit
         when "F"
              if   PM-Word = "SYSIN" or = "SYSIPT"
                   perform bd636-Pm-Commit thru bd636-Exit
              end-if
              move space to PM-State
              go to bd635-Exit
     end-evaluate.
     if       PM-Word = "ACCEPT"
              move "A" to PM-State
              move Gen-RefNo1 to PM-Pend-Ref.
 bd635-Exit.
     exit.
*>
 bd636-Pm-Commit.                                                 *> New -PARMCARD
     if       PM-Acc-Cnt < 50
              add  1 to PM-Acc-Cnt
              move PM-Pend-Name to PM-A-Name (PM-Acc-Cnt)
              move PM-Pend-Ref to PM-A-Ref (PM-Acc-Cnt).
     move     space to PM-State.
 bd636-Exit.
     exit.
*>
 bd637-Pm-Test.                                                   *> New -PARMCARD
*> A name read by A condition - kept with its source line for the
*>   T rows; the card's own fields are picked out at the end.
     if       PD-Verb not = "IF" and not = "EVALUATE"
                      and not = "WHEN" and not = "UNTIL"
              go to bd637-Exit.
     if       PM-Test-Cnt > zero
              if   PM-T-Ref (PM-Test-Cnt) = Gen-RefNo1
               and PM-T-Name (PM-Test-Cnt)
                 = FUNCTION UPPER-CASE (SkaDataName (1:32))
                   go to bd637-Exit
              end-if
     end-if.
     if       PM-Test-Cnt not < 2000
              go to bd637-Exit.
     add      1 to PM-Test-Cnt.
     move     FUNCTION UPPER-CASE (SkaDataName (1:32)) to PM-T-Name (PM-Test-Cnt).
     move     Gen-RefNo1 to PM-T-Ref (PM-Test-Cnt).
     move     FUNCTION TRIM (SourceInWS) to PM-T-Text (PM-Test-Cnt).
 bd637-Exit.
     exit.
*>
 bd638-Pm-Card-Spec.                                              *> New -PARMCARD
*>***********************
*> ACCEPT PM-I: its receiving item's Layout-Table rows PM-K thru
*>   PM-L, the length and the column the last named field ends in,
*>   then the rows for each field, its 88 values and the tests.
*>***********************
     move     "*" to PM-Line.
     perform  bd639-Pm-Write thru bd639-Exit.
     move     spaces to PM-Line.
     move     "* Card accepted" to PM-Line (1:15).
     move     "Length  Needs   Line" to PM-Line (37:20).
     perform  bd639-Pm-Write thru bd639-Exit.
     perform  varying PM-K from 1 by 1 until PM-K > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (PM-K)) = PM-A-Name (PM-I)
                   exit perform
              end-if
     end-perform.
     move     spaces to PM-Line.
     move     "C" to PM-Line (1:1).
     move     PM-A-Name (PM-I) to PM-Line (3:32).
     move     PM-A-Ref (PM-I) to PM-NumZ3.
     move     PM-NumZ3 to PM-Line (51:6).
     if       PM-K > Layout-Count
              move zero to PM-NumZ
              move PM-NumZ to PM-Line (37:6) PM-Line (44:6)
              move "not A data item of this program" to PM-Line (59:31)
              perform bd639-Pm-Write thru bd639-Exit
              go to bd638-Exit.
     move     LT-Level (PM-K) to PM-Lvl.
     move     LT-Section (PM-K) to PM-Sect.
     move     LT-Offset (PM-K) to PM-Base.
     move     PM-K to PM-L.
     if       PM-Lvl not = 77
              perform varying PM-J from PM-K by 1 until PM-J >= Layout-Count
                      if   LT-Level (PM-J + 1) not > PM-Lvl
                        or LT-Section (PM-J + 1) not = PM-Sect
                           exit perform
                      end-if
                      add  1 to PM-L
              end-perform
     end-if.
     move     zero to PM-Needs.
     perform  varying PM-J from PM-K by 1 until PM-J > PM-L
              if   LT-Group-Flag (PM-J) = "N"
               and LT-Num (PM-J) = "Y"
               and LT-Usage (PM-J) = "DISPLAY"
               and LT-Offset (PM-J) - PM-Base + LT-Length (PM-J) > PM-Needs
                   compute PM-Needs = LT-Offset (PM-J) - PM-Base + LT-Length (PM-J)
              end-if
     end-perform.
     move     LT-Length (PM-K) to PM-NumZ.
     move     PM-NumZ to PM-Line (37:6).
     move     PM-Needs to PM-NumZ.
     move     PM-NumZ to PM-Line (44:6).
     move     LT-RefNo (PM-K) to PM-NumZ.
     move     59 to PM-P.
     string   Sht-Section-Name (PM-Sect)       delimited by space
              " line "                         delimited by size
              FUNCTION TRIM (PM-NumZ)          delimited by size
              into PM-Line with pointer PM-P.
     perform  bd639-Pm-Write thru bd639-Exit.
     move     spaces to PM-Line.
     move     "*  Columns" to PM-Line (1:11).
     move     "Len" to PM-Line (20:3).
     move     "Field" to PM-Line (25:5).
     move     "PIC" to PM-Line (58:3).
     move     "Class" to PM-Line (79:5).
     perform  bd639-Pm-Write thru bd639-Exit.
     perform  varying PM-J from PM-K by 1 until PM-J > PM-L
              if   LT-Group-Flag (PM-J) = "N"
                   perform bd638-Field thru bd638-Field-Exit
              end-if
     end-perform.
*>
     move     "*   Tests the program makes on the card:" to PM-Line.
     perform  bd639-Pm-Write thru bd639-Exit.
     move     zero to PM-Q.
     perform  varying PM-S from 1 by 1 until PM-S > PM-Test-Cnt
              if   PM-T-Ref (PM-S) not = PM-Q
                   move PM-T-Name (PM-S) to PM-Word
                   perform bd640-Pm-Is-Member thru bd640-Exit
                   if   PM-Hit = "Y"
                        move PM-T-Ref (PM-S) to PM-Q
                        move spaces to PM-Line
                        move "T" to PM-Line (1:1)
                        move "line" to PM-Line (3:4)
                        move PM-Q to PM-NumZ
                        move PM-NumZ to PM-Line (8:6)
                        move PM-T-Text (PM-S) to PM-Line (16:96)
                        perform bd639-Pm-Write thru bd639-Exit
                   end-if
              end-if
     end-perform.
     if       PM-Q = zero
              move "*     (none - nothing in the program checks the card's fields)"
                   to PM-Line
              perform bd639-Pm-Write thru bd639-Exit.
     go       to bd638-Exit.
*>
*> one elementary field: its F row and the V rows of its 88s.
*>
 bd638-Field.
     move     spaces to PM-Line.
     move     "F" to PM-Line (1:1).
     compute  PM-P = LT-Offset (PM-J) - PM-Base + 1.
     move     PM-P to PM-NumZ.
     move     PM-NumZ to PM-Line (3:6).
     move     "-" to PM-Line (9:1).
     compute  PM-P = PM-P + LT-Length (PM-J) - 1.
     move     PM-P to PM-NumZ.
     move     FUNCTION TRIM (PM-NumZ) to PM-Line (10:6).
     move     LT-Length (PM-J) to PM-NumZ.
     move     PM-NumZ to PM-Line (17:6).
     move     FUNCTION UPPER-CASE (LT-Name (PM-J)) to PM-Line (25:32).
     move     LT-Pic (PM-J) to PM-Line (58:20).
     if       LT-Num (PM-J) = "Y"
          and LT-Usage (PM-J) = "DISPLAY"
              move "9" to PM-Line (79:1)
     else
              move "X" to PM-Line (79:1)
     end-if.
     if       LT-Occurs (PM-J) > zero
              move LT-Occurs (PM-J) to PM-NumZ
              move 82 to PM-P
              string "first of "              delimited by size
                     FUNCTION TRIM (PM-NumZ)  delimited by size
                     into PM-Line with pointer PM-P.
     perform  bd639-Pm-Write thru bd639-Exit.
     perform  varying PM-S from 1 by 1 until PM-S > Cond-Val-Count
              if   FUNCTION UPPER-CASE (CVT-Var (PM-S))
                 = FUNCTION UPPER-CASE (LT-Name (PM-J))
                   move spaces to PM-Line
                   move "V" to PM-Line (1:1)
                   move "allowed" to PM-Line (15:7)
                   move CVT-Lo (PM-S) to PM-Line (25:8)
                   if   CVT-Hi (PM-S) not = CVT-Lo (PM-S)
                        move " THRU " to PM-Line (33:6)
                        move CVT-Hi (PM-S) to PM-Line (39:8)
                   end-if
                   move FUNCTION UPPER-CASE (CVT-Cond (PM-S)) to PM-Line (48:32)
                   perform bd639-Pm-Write thru bd639-Exit
              end-if
     end-perform.
 bd638-Field-Exit.
     exit.
 bd638-Exit.
     exit.
*>
 bd639-Pm-Write.                                                  *> New -PARMCARD
     move     PM-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd639-Exit.
     exit.
*>
 bd640-Pm-Is-Member.                                              *> New -PARMCARD
*> PM-Hit = "Y" when PM-Word names A row PM-K thru PM-L or an 88 on one.
     move     "N" to PM-Hit.
     perform  varying PM-J from PM-K by 1 until PM-J > PM-L
              if   FUNCTION UPPER-CASE (LT-Name (PM-J)) = PM-Word
                   move "Y" to PM-Hit
                   go to bd640-Exit
              end-if
     end-perform.
     perform  varying PM-P from 1 by 1 until PM-P > Con-Tab-Count
              if   FUNCTION UPPER-CASE (Conditions (PM-P)) = PM-Word
                   perform varying PM-J from PM-K by 1 until PM-J > PM-L
                           if   FUNCTION UPPER-CASE (LT-Name (PM-J))
                              = FUNCTION UPPER-CASE (Variables (PM-P))
                                move "Y" to PM-Hit
                                go to bd640-Exit
                           end-if
                   end-perform
              end-if
     end-perform.
 bd640-Exit.
     exit.
*>
 bd641-Pm-Script-Line.                                            *> New -PARMCARD
*>***********************
*> A script line just parsed: A <<WORD here-document opens the
*>   lines up to WORD as data (never steps); with -PARMCARD they are
*>   the cards of the step on this line, as are the lines of A
*>   < file redirected into it.
*>***********************
     move     zero to PM-P.
     inspect  Diff-Old-Record tallying PM-P for characters before initial "<<".
     if       PM-P < 255
              add  3 to PM-P
              if   Diff-Old-Record (PM-P:1) = "-"
                   add 1 to PM-P
              end-if
              perform until PM-P > 256
                         or Diff-Old-Record (PM-P:1) not = space
                      add 1 to PM-P
              end-perform
              if   PM-P < 257
               and (Diff-Old-Record (PM-P:1) = quote or = "'")
                   add 1 to PM-P
              end-if
              move spaces to PM-Here-End
              if   PM-P < 257
                   unstring Diff-Old-Record (PM-P:)
                            delimited by space or quote or "'" or ";" or ">"
                            into PM-Here-End
              end-if
              move zero to PM-Here-Step
              if   PM-Here-End not = spaces
               and Parmcard-Output
               and JS-Step-Count > PM-Steps-Before
               and PM-Feed-Cnt < 100
                   move JS-Step-Count to PM-Here-Step
                   add  1 to PM-Feed-Cnt
                   move JS-Step-Count to PM-E-Step (PM-Feed-Cnt)
                   move spaces to PM-E-Src (PM-Feed-Cnt)
              end-if
              go to bd641-Exit.
     if       not Parmcard-Output
          or  JS-Step-Count not > PM-Steps-Before
              go to bd641-Exit.
     move     1 to PM-P.
     perform  until PM-P > 256
              move spaces to PM-Text
              unstring Diff-Old-Record delimited by all spaces
                       into PM-Text with pointer PM-P
              if   PM-Text = spaces
                   exit perform
              end-if
              if   PM-Text (1:1) = "<"
                   if   PM-Text (2:1) = space
                        move spaces to PM-Text
                        unstring Diff-Old-Record delimited by all spaces
                                 into PM-Text with pointer PM-P
                   else
                        move PM-Text (2:) to PM-Text
                   end-if
                   if   PM-Text not = spaces
                    and PM-Feed-Cnt < 100
                        add  1 to PM-Feed-Cnt
                        move JS-Step-Count to PM-E-Step (PM-Feed-Cnt)
                        move PM-Text (1:64) to PM-E-Src (PM-Feed-Cnt)
                        perform bd643-Pm-Card-File thru bd643-Exit
                   end-if
                   exit perform
              end-if
     end-perform.
 bd641-Exit.
     exit.
*>
 bd642-Pm-Here-Line.                                              *> New -PARMCARD
*> A line inside A here-document: its end, or A card of the step.
     if       FUNCTION TRIM (Diff-Old-Record) = PM-Here-End
              move spaces to PM-Here-End
              go to bd642-Exit.
     if       PM-Here-Step > zero
          and PM-Card-Cnt < 500
              add  1 to PM-Card-Cnt
              move PM-Here-Step to PM-C-Step (PM-Card-Cnt)
              move Diff-Old-Record to PM-C-Text (PM-Card-Cnt).
 bd642-Exit.
     exit.
*>
 bd643-Pm-Card-File.                                              *> New -PARMCARD
*> The lines of card file PM-E-Src (PM-Feed-Cnt) - as named, else in
*>   srcdir - as cards of the step.
     move     PM-E-Src (PM-Feed-Cnt) to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              move spaces to WS-Config-Name
              string WS-Jobstream-Dir         delimited by space
                     OS-Delimiter             delimited by size
                     PM-E-Src (PM-Feed-Cnt)   delimited by space
                     into WS-Config-Name
              open input Config-In
              if   FS-Reply not = zero
                   move zero to FS-Reply
                   go to bd643-Exit
              end-if
     end-if.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   PM-Card-Cnt < 500
                   add  1 to PM-Card-Cnt
                   move JS-Step-Count to PM-C-Step (PM-Card-Cnt)
                   move Config-In-Rec to PM-C-Text (PM-Card-Cnt)
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
 bd643-Exit.
     exit.
*>
 bd644-Pm-Report.                                                 *> New -PARMCARD
*>***********************
*> The cards each step feeds its program against that program's
*>   .parmcard in srcdir, loaded the way -SORTCARDS loads .layout.
*>***********************
     perform  zz182-Get-Env-Set-TempFiles.
     move     spaces to Batch-Command Batch-List-FileName.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxparmlst"         delimited by size into Batch-List-FileName.
     string   "ls "               delimited by size
              WS-Jobstream-Dir    delimited by space
              OS-Delimiter        delimited by size
              "*.parmcard > "     delimited by size
              Batch-List-FileName delimited by space
              " 2>/dev/null"      delimited by size
                                  into Batch-Command.
     call     "SYSTEM" using Batch-Command.
     move     zero to PM-Spec-Cnt PM-Fld-Cnt PM-Val-Cnt SW-Batch-List-Eof.
     open     input Batch-List-In.
     perform  until Batch-List-Eof
              read Batch-List-In at end
                       move 1 to SW-Batch-List-Eof
                       exit perform
              end-read
              if   Batch-List-Rec not = spaces
                   perform bd645-Pm-Load-Spec thru bd645-Exit
              end-if
     end-perform.
     close    Batch-List-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Batch-List-FileName.
     move     zero to PM-Mis PM-Checked.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Parameter cards against the programs' card specifications:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying PM-S from 1 by 1 until PM-S > JS-Step-Count
              perform bd646-Pm-Step thru bd646-Exit
     end-perform.
     move     PM-Checked to PM-NumZ.
     move     PM-Mis to PM-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     string   "  "                            delimited by size
              FUNCTION TRIM (PM-NumZ)         delimited by size
              " card(s) checked, "            delimited by size
              FUNCTION TRIM (PM-NumZ2)        delimited by size
              " problem(s)"                   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd644-Exit.
     exit.
*>
 bd645-Pm-Load-Spec.                                              *> New -PARMCARD
*> One .parmcard: A placeholder row for the program (so A program
*>   that reads no card is known), then its C / F / V rows.
     move     Batch-List-Rec (1:80) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name (1:32)) to PM-Prog.
     if       PM-Spec-Cnt not < 200
              go to bd645-Exit.
     add      1 to PM-Spec-Cnt.
     move     PM-Prog to PM-S-Prog (PM-Spec-Cnt).
     move     spaces to PM-S-Name (PM-Spec-Cnt).
     move     zero to PM-S-Len (PM-Spec-Cnt) PM-S-Needs (PM-Spec-Cnt)
                      PM-S-First (PM-Spec-Cnt) PM-S-Last (PM-Spec-Cnt).
     move     Batch-List-Rec (1:64) to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd645-Exit.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate Diff-Old-Record (1:2)
                  when "C "
                       if   PM-Spec-Cnt < 200
                            add  1 to PM-Spec-Cnt
                            move PM-Prog to PM-S-Prog (PM-Spec-Cnt)
                            move Diff-Old-Record (3:32)
                                 to PM-S-Name (PM-Spec-Cnt)
                            move FUNCTION NUMVAL (Diff-Old-Record (37:6))
                                 to PM-S-Len (PM-Spec-Cnt)
                            move FUNCTION NUMVAL (Diff-Old-Record (44:6))
                                 to PM-S-Needs (PM-Spec-Cnt)
                            compute PM-S-First (PM-Spec-Cnt) = PM-Fld-Cnt + 1
                            move PM-Fld-Cnt to PM-S-Last (PM-Spec-Cnt)
                       end-if
                  when "F "
                       if   PM-Fld-Cnt < 3000
                        and PM-S-Name (PM-Spec-Cnt) not = spaces
                            add  1 to PM-Fld-Cnt
                            move Diff-Old-Record (25:32)
                                 to PM-F-Name (PM-Fld-Cnt)
                            move FUNCTION NUMVAL (Diff-Old-Record (3:6))
                                 to PM-F-Col (PM-Fld-Cnt)
                            move FUNCTION NUMVAL (Diff-Old-Record (17:6))
                                 to PM-F-Len (PM-Fld-Cnt)
                            move Diff-Old-Record (79:1)
                                 to PM-F-Class (PM-Fld-Cnt)
                            compute PM-F-First (PM-Fld-Cnt) = PM-Val-Cnt + 1
                            move PM-Val-Cnt to PM-F-Last (PM-Fld-Cnt)
                            move PM-Fld-Cnt to PM-S-Last (PM-Spec-Cnt)
                       end-if
                  when "V "
                       if   PM-Val-Cnt < 3000
                        and PM-Fld-Cnt > zero
                            add  1 to PM-Val-Cnt
                            move Diff-Old-Record (25:8)
                                 to PM-V-Lo (PM-Val-Cnt)
                            if   Diff-Old-Record (33:6) = " THRU "
                                 move Diff-Old-Record (39:8)
                                      to PM-V-Hi (PM-Val-Cnt)
                            else
                                 move PM-V-Lo (PM-Val-Cnt)
                                      to PM-V-Hi (PM-Val-Cnt)
                            end-if
                            move PM-Val-Cnt to PM-F-Last (PM-Fld-Cnt)
                       end-if
              end-evaluate
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
 bd645-Exit.
     exit.
*>
 bd646-Pm-Step.                                                   *> New -PARMCARD
*>***********************
*> Step PM-S: what feeds its SYSIN, its program's card ACCEPTs (the
*>   first in PM-I, PM-Nth of them) and each card against its spec.
*>***********************
     move     FUNCTION UPPER-CASE (JS-Prog (PM-S)) to PM-Prog.
     move     "N" to PM-Hit.
     move     zero to PM-I PM-Nth.
     perform  varying PM-J from 1 by 1 until PM-J > PM-Spec-Cnt
              if   PM-S-Prog (PM-J) = PM-Prog
                   move "Y" to PM-Hit
                   if   PM-S-Name (PM-J) not = spaces
                        add  1 to PM-Nth
                        if   PM-I = zero
                             move PM-J to PM-I
                        end-if
                   end-if
              end-if
     end-perform.
     perform  varying PM-Q from 1 by 1 until PM-Q > PM-Feed-Cnt
                                         or PM-E-Step (PM-Q) = PM-S
              continue
     end-perform.
     if       PM-Q > PM-Feed-Cnt
          and PM-Nth = zero
              go to bd646-Exit.
     move     PM-S to JS-StepZ.
     move     spaces to PM-Line.
     move     1 to PM-P.
     string   "  step "                       delimited by size
              JS-StepZ                        delimited by size
              "  "                            delimited by size
              FUNCTION TRIM (JS-Prog (PM-S))  delimited by size
              into PM-Line with pointer PM-P.
     if       PM-Q > PM-Feed-Cnt
              string "  ** ACCEPTs A card from SYSIN but the step feeds it none"
                                              delimited by size
                     into PM-Line with pointer PM-P
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit
              go to bd646-Exit.
     move     zero to PM-L.
     perform  varying PM-J from 1 by 1 until PM-J > PM-Card-Cnt
              if   PM-C-Step (PM-J) = PM-S
                   add 1 to PM-L
              end-if
     end-perform.
     move     PM-L to PM-NumZ.
     string   "  "                            delimited by size
              FUNCTION TRIM (PM-NumZ)         delimited by size
              " card(s) from "                delimited by size
              into PM-Line with pointer PM-P.
     if       PM-E-Src (PM-Q) = spaces
              string "A here-document"        delimited by size
                     into PM-Line with pointer PM-P
     else
              string FUNCTION TRIM (PM-E-Src (PM-Q)) delimited by size
                     into PM-Line with pointer PM-P
     end-if.
     perform  bd648-Pm-Out thru bd648-Exit.
     if       PM-Hit = "N"
              move spaces to PM-Line
              string "      (no .parmcard for "    delimited by size
                     FUNCTION TRIM (JS-Prog (PM-S)) delimited by size
                     " - run it with -PARMCARD)"   delimited by size
                     into PM-Line
              perform bd648-Pm-Out thru bd648-Exit
              go to bd646-Exit.
     if       PM-Nth = zero
              move spaces to PM-Line
              string "      ** "                   delimited by size
                     FUNCTION TRIM (JS-Prog (PM-S)) delimited by size
                     " ACCEPTs nothing from SYSIN - the cards are not read"
                                                   delimited by size
                     into PM-Line
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit
              go to bd646-Exit.
     move     zero to PM-K.
     move     PM-I to PM-J.
     perform  varying PM-L from 1 by 1 until PM-L > PM-Card-Cnt
              if   PM-C-Step (PM-L) = PM-S
                   add  1 to PM-K
                   perform bd647-Pm-Card thru bd647-Exit
              end-if
     end-perform.
     if       PM-K < PM-Nth
              move PM-K to PM-NumZ
              move PM-Nth to PM-NumZ2
              move spaces to PM-Line
              string "      ** "                  delimited by size
                     FUNCTION TRIM (PM-NumZ)      delimited by size
                     " card(s) for "              delimited by size
                     FUNCTION TRIM (PM-NumZ2)     delimited by size
                     " ACCEPT(s) from SYSIN - the rest read end of file"
                                                  delimited by size
                     into PM-Line
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit.
 bd646-Exit.
     exit.
*>
 bd647-Pm-Card.                                                   *> New -PARMCARD
*>***********************
*> Card PM-L, the PM-K-th of the step, against spec PM-J - the
*>   PM-K-th ACCEPT of the program while there is one, else its last.
*>***********************
     if       PM-K > 1
          and PM-J < PM-Spec-Cnt
              if   PM-S-Prog (PM-J + 1) = PM-Prog
               and PM-S-Name (PM-J + 1) not = spaces
                   add 1 to PM-J
              end-if
     end-if.
     add      1 to PM-Checked.
     move     PM-C-Text (PM-L) to PM-Text.
     if       PM-Text = spaces
              move zero to PM-Len
     else
              compute PM-Len = FUNCTION LENGTH (FUNCTION TRIM (PM-Text TRAILING))
     end-if.
     move     PM-K to PM-NumZ.
     move     spaces to PM-Line.
     string   "    card "                     delimited by size
              FUNCTION TRIM (PM-NumZ)         delimited by size
              " into "                        delimited by size
              FUNCTION TRIM (PM-S-Name (PM-J)) delimited by size
              ": "                            delimited by size
              PM-Text (1:100)                 delimited by size
              into PM-Line.
     perform  bd648-Pm-Out thru bd648-Exit.
     if       PM-Len > PM-S-Len (PM-J)
              move PM-Len to PM-NumZ
              move PM-S-Len (PM-J) to PM-NumZ2
              move spaces to PM-Line
              string "      ** too long - "        delimited by size
                     FUNCTION TRIM (PM-NumZ)      delimited by size
                     " columns, "                 delimited by size
                     FUNCTION TRIM (PM-S-Name (PM-J)) delimited by size
                     " holds "                    delimited by size
                     FUNCTION TRIM (PM-NumZ2)     delimited by size
                     into PM-Line
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit.
     if       PM-Len < PM-S-Needs (PM-J)
              move PM-Len to PM-NumZ
              move PM-S-Needs (PM-J) to PM-NumZ2
              move spaces to PM-Line
              string "      ** too short - "       delimited by size
                     FUNCTION TRIM (PM-NumZ)      delimited by size
                     " columns, the fields run to column "
                                                  delimited by size
                     FUNCTION TRIM (PM-NumZ2)     delimited by size
                     into PM-Line
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit.
     perform  varying PM-Q from PM-S-First (PM-J) by 1
                                         until PM-Q > PM-S-Last (PM-J)
              if   PM-F-Name (PM-Q) not = "FILLER"
               and PM-F-Col (PM-Q) not > PM-Len
               and PM-F-Col (PM-Q) + PM-F-Len (PM-Q) - 1 not > 256
                   perform bd647-Field thru bd647-Field-Exit
              end-if
     end-perform.
     go       to bd647-Exit.
*>
*> field PM-Q: numeric when its class says so, inside its 88 values.
*>
 bd647-Field.
     move     PM-F-Col (PM-Q) to PM-NumZ.
     compute  PM-P = PM-F-Col (PM-Q) + PM-F-Len (PM-Q) - 1.
     move     PM-P to PM-NumZ2.
     move     PM-F-Col (PM-Q) to PM-P.
     move     PM-F-Len (PM-Q) to PM-W.
     if       PM-F-Class (PM-Q) = "9"
          and PM-Text (PM-P:PM-W) not numeric
              move spaces to PM-Line
              string "      ** columns "           delimited by size
                     FUNCTION TRIM (PM-NumZ)      delimited by size
                     "-"                          delimited by size
                     FUNCTION TRIM (PM-NumZ2)     delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (PM-F-Name (PM-Q)) delimited by size
                     " not numeric: '"            delimited by size
                     PM-Text (PM-P:PM-W)          delimited by size
                     "'"                          delimited by size
                     into PM-Line
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit
              go to bd647-Field-Exit.
     if       PM-F-First (PM-Q) > PM-F-Last (PM-Q)
              go to bd647-Field-Exit.
     move     spaces to PM-Value.
     if       PM-F-Class (PM-Q) = "9"
          and PM-W < 9
              move zeros to PM-Value
              compute PM-V = 9 - PM-W
              move PM-Text (PM-P:PM-W) to PM-Value (PM-V:PM-W)
     else
              if   PM-W > 8
                   move PM-Text (PM-P:8) to PM-Value
              else
                   move PM-Text (PM-P:PM-W) to PM-Value
              end-if
     end-if.
     move     "N" to PM-Ok.
     perform  varying PM-V from PM-F-First (PM-Q) by 1
                                         until PM-V > PM-F-Last (PM-Q)
              if   PM-Value not < PM-V-Lo (PM-V)
               and PM-Value not > PM-V-Hi (PM-V)
                   move "Y" to PM-Ok
                   exit perform
              end-if
     end-perform.
     if       PM-Ok = "N"
              move spaces to PM-Line
              string "      ** columns "           delimited by size
                     FUNCTION TRIM (PM-NumZ)      delimited by size
                     "-"                          delimited by size
                     FUNCTION TRIM (PM-NumZ2)     delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (PM-F-Name (PM-Q)) delimited by size
                     " '"                         delimited by size
                     PM-Text (PM-P:PM-W)          delimited by size
                     "' is none of its 88 values" delimited by size
                     into PM-Line
              add  1 to PM-Mis
              perform bd648-Pm-Out thru bd648-Exit.
 bd647-Field-Exit.
     exit.
 bd647-Exit.
     exit.
*>
 bd648-Pm-Out.                                                    *> New -PARMCARD
     move     PM-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd648-Exit.
     exit.
*>
 bd649-Catalog.                                                   *> New -CATALOG
*>***********************
*> Program catalog maintenance at the terminal: Add, Change, Delete
*>   and Browse over the indexed catalog, created empty on first
*>   use.  Every add or change is stamped with today's date and the
*>   user.  Blank or Q ends it.
*>***********************
     open     i-o Catalog-File.
     if       FS-Reply = 35
              move zero to FS-Reply
              open output Catalog-File
              close Catalog-File
              open i-o Catalog-File.
     if       FS-Reply not = zero
              display "Error: cannot open program catalog "
                       FUNCTION TRIM (WS-Catalog-File)
                      ", status " FS-Reply
              move 16 to return-code
              goback.
     display  "Program catalog maintenance - "
               FUNCTION TRIM (WS-Catalog-File).
 bd649-Get-Cmd.
     display  " ".
     display  "(A)dd, (C)hange, (D)elete, (B)rowse or (Q)uit: "
              with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     move     FUNCTION UPPER-CASE (FUNCTION TRIM (CG-Input)) to CG-Cmd.
     evaluate CG-Cmd
         when "A"
              perform bd650-Cg-Add thru bd650-Exit
         when "C"
              perform bd651-Cg-Change thru bd651-Exit
         when "D"
              perform bd652-Cg-Delete thru bd652-Exit
         when "B"
              perform bd653-Cg-Browse thru bd653-Exit
         when space
         when "Q"
              close Catalog-File
              move zero to return-code
              goback
         when other
              display "  Enter A, C, D, B or Q"
     end-evaluate.
     go       to bd649-Get-Cmd.
 bd649-Exit.
     exit.
*>
 bd650-Cg-Add.                                                    *> New -CATALOG
     perform  bd662-Cg-Ask-Key thru bd662-Exit.
     if       CG-Key = spaces
              go to bd650-Exit.
     read     Catalog-File
              invalid key
                   move "N" to CG-Hit
              not invalid key
                   move "Y" to CG-Hit
     end-read.
     if       CG-Hit = "Y"
              display "  " FUNCTION TRIM (CG-Key)
                      " is already catalogued - use Change"
              go to bd650-Exit.
     move     CG-Key to CG-Want.
     initialize Catalog-Record.
     move     CG-Want to CG-Key.
     perform  bd655-Cg-Ask-Fields thru bd655-Exit.
     perform  bd656-Cg-Stamp thru bd656-Exit.
     write    Catalog-Record
              invalid key
                   display "  Not added, status " FS-Reply
              not invalid key
                   display "  " FUNCTION TRIM (CG-Key) " added"
     end-write.
     move     zero to FS-Reply.
 bd650-Exit.
     exit.
*>
 bd651-Cg-Change.                                                 *> New -CATALOG
     perform  bd662-Cg-Ask-Key thru bd662-Exit.
     if       CG-Key = spaces
              go to bd651-Exit.
     read     Catalog-File
              invalid key
                   display "  " FUNCTION TRIM (CG-Key)
                           " is not in the catalog - use Add"
                   move zero to FS-Reply
                   go to bd651-Exit
     end-read.
     perform  bd654-Cg-Show thru bd654-Exit.
     display  "  Enter keeps the value shown, - clears it".
     perform  bd655-Cg-Ask-Fields thru bd655-Exit.
     perform  bd656-Cg-Stamp thru bd656-Exit.
     rewrite  Catalog-Record
              invalid key
                   display "  Not changed, status " FS-Reply
              not invalid key
                   display "  " FUNCTION TRIM (CG-Key) " changed"
     end-rewrite.
     move     zero to FS-Reply.
 bd651-Exit.
     exit.
*>
 bd652-Cg-Delete.                                                 *> New -CATALOG
     perform  bd662-Cg-Ask-Key thru bd662-Exit.
     if       CG-Key = spaces
              go to bd652-Exit.
     read     Catalog-File
              invalid key
                   display "  " FUNCTION TRIM (CG-Key)
                           " is not in the catalog"
                   move zero to FS-Reply
                   go to bd652-Exit
     end-read.
     perform  bd654-Cg-Show thru bd654-Exit.
     display  "  Delete " FUNCTION TRIM (CG-Key) " (Y/N): "
              with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     if       FUNCTION UPPER-CASE (FUNCTION TRIM (CG-Input)) not = "Y"
              display "  Kept"
              go to bd652-Exit.
     delete   Catalog-File
              invalid key
                   display "  Not deleted, status " FS-Reply
              not invalid key
                   display "  " FUNCTION TRIM (CG-Key) " deleted"
     end-delete.
     move     zero to FS-Reply.
 bd652-Exit.
     exit.
*>
 bd653-Cg-Browse.                                                 *> New -CATALOG
*> One line per entry from the PROGRAM-ID given on, 20 to A page.
     display  "  Browse from PROGRAM-ID (Enter = the start): "
              with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     move     FUNCTION UPPER-CASE (FUNCTION TRIM (CG-Input)) to CG-Key.
     if       CG-Key = spaces
              move low-values to CG-Key.
     start    Catalog-File key not < CG-Key
              invalid key
                   display "  (nothing in the catalog from there on)"
                   move zero to FS-Reply
                   go to bd653-Exit
     end-start.
     display  "  PROGRAM-ID                       T SLA   Owner team"
              "                     On-call".
     move     zero to CG-Shown CG-Count.
 bd653-Next.
     read     Catalog-File next record at end
              move zero to FS-Reply
              move CG-Count to CG-NumZ
              display "  (" FUNCTION TRIM (CG-NumZ) " shown - end of catalog)"
              go to bd653-Exit.
     add      1 to CG-Shown CG-Count.
     display  "  " CG-Key " " CG-Tier " " CG-SLA " " CG-Owner " "
               FUNCTION TRIM (CG-Oncall).
     if       CG-Shown < 20
              go to bd653-Next.
     move     zero to CG-Shown.
     display  "  -- Enter for more, Q to stop: " with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     if       FUNCTION UPPER-CASE (FUNCTION TRIM (CG-Input)) not = "Q"
              go to bd653-Next.
 bd653-Exit.
     exit.
*>
 bd654-Cg-Show.                                                   *> New -CATALOG
     perform  bd659-Cg-Date thru bd659-Exit.
     display  "  PROGRAM-ID        " FUNCTION TRIM (CG-Key).
     display  "  Owner team        " FUNCTION TRIM (CG-Owner).
     display  "  Business function " FUNCTION TRIM (CG-Desc).
     display  "  Criticality tier  " CG-Tier.
     display  "  Batch SLA         " CG-SLA.
     display  "  On-call contact   " FUNCTION TRIM (CG-Oncall).
     display  "  Last changed      " CG-Date " by "
               FUNCTION TRIM (CG-Chg-User).
 bd654-Exit.
     exit.
*>
 bd655-Cg-Ask-Fields.                                             *> New -CATALOG
*>***********************
*> Prompt for each business field - Enter keeps what is there, A
*>   lone "-" blanks it.  The tier must be 1 to 4 and the SLA A
*>   time of day, hh:mm or hhmm; either is asked again until it is.
*>***********************
     display  "  Owner team: " with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     if       CG-Input = "-"
              move spaces to CG-Owner
     else
      if      CG-Input not = spaces
              move FUNCTION TRIM (CG-Input) to CG-Owner
      end-if
     end-if.
     display  "  Business function: " with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     if       CG-Input = "-"
              move spaces to CG-Desc
     else
      if      CG-Input not = spaces
              move FUNCTION TRIM (CG-Input) to CG-Desc
      end-if
     end-if.
 bd655-Tier.
     display  "  Criticality tier (1 most critical to 4): "
              with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     move     FUNCTION TRIM (CG-Input) to CG-Input.
     if       CG-Input = "-"
              move space to CG-Tier
     else
      if      CG-Input not = spaces
              if   CG-Input (2:1) not = space
                or CG-Input (1:1) < "1" or > "4"
                   display "    the tier is A single digit 1 to 4"
                   go to bd655-Tier
              end-if
              move CG-Input (1:1) to CG-Tier
      end-if
     end-if.
 bd655-SLA.
     display  "  Batch SLA time (hh:mm): " with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     move     FUNCTION TRIM (CG-Input) to CG-Input.
     if       CG-Input = "-"
              move spaces to CG-SLA
              go to bd655-Oncall.
     if       CG-Input = spaces
              go to bd655-Oncall.
     if       CG-Input (1:4) numeric
          and CG-Input (5:1) = space
              move CG-Input (3:2) to CG-Input (4:2)
              move ":" to CG-Input (3:1).
     if       CG-Input (1:2) not numeric
           or CG-Input (3:1) not = ":"
           or CG-Input (4:2) not numeric
           or CG-Input (6:1) not = space
           or CG-Input (1:2) > "23"
           or CG-Input (4:2) > "59"
              display "    the SLA is A time of day, hh:mm"
              go to bd655-SLA.
     move     CG-Input (1:5) to CG-SLA.
 bd655-Oncall.
     display  "  On-call contact: " with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     if       CG-Input = "-"
              move spaces to CG-Oncall
     else
      if      CG-Input not = spaces
              move FUNCTION TRIM (CG-Input) to CG-Oncall
      end-if
     end-if.
 bd655-Exit.
     exit.
*>
 bd656-Cg-Stamp.                                                  *> New -CATALOG
     move     FUNCTION CURRENT-DATE (1:8) to CG-Chg-Date.
     move     WS-Audit-User to CG-Chg-User.
     if       CG-Chg-User = spaces
              move "(unknown)" to CG-Chg-User.
 bd656-Exit.
     exit.
*>
 bd657-Cg-Lookup.                                                 *> New -CATALOG
*> CG-Want's entry, when there is A catalog and it has one: CG-Hit.
     move     "N" to CG-Hit.
     if       CG-State = "N"
              perform bd663-Cg-Open thru bd663-Exit.
     if       CG-State not = "Y"
           or CG-Want = spaces
              go to bd657-Exit.
     move     FUNCTION UPPER-CASE (CG-Want) to CG-Key.
     read     Catalog-File
              invalid key
                   move zero to FS-Reply
              not invalid key
                   move "Y" to CG-Hit
     end-read.
 bd657-Exit.
     exit.
*>
 bd658-Cg-Close.                                                  *> New -CATALOG
     if       CG-State = "Y"
              close Catalog-File.
     move     "N" to CG-State.
     move     zero to FS-Reply.
 bd658-Exit.
     exit.
*>
 bd659-Cg-Date.                                                   *> New -CATALOG
     move     spaces to CG-Date.
     if       CG-Chg-Date not = spaces
              string CG-Chg-Date (1:4) "-" CG-Chg-Date (5:2) "-"
                     CG-Chg-Date (7:2) delimited by size
                     into CG-Date.
 bd659-Exit.
     exit.
*>
 bd660-Cg-Text.                                                   *> New -CATALOG
*> The entry as one report line in CG-Line, starting at column CG-P.
     move     spaces to CG-Line.
     string   "owner "                        delimited by size
              FUNCTION TRIM (CG-Owner)        delimited by size
              ", tier "                       delimited by size
              CG-Tier                         delimited by size
              ", SLA "                        delimited by size
              CG-SLA                          delimited by size
              ", on-call "                    delimited by size
              FUNCTION TRIM (CG-Oncall)       delimited by size
              " - "                           delimited by size
              FUNCTION TRIM (CG-Desc)         delimited by size
              into CG-Line with pointer CG-P.
 bd660-Exit.
     exit.
*>
 bd661-Cg-Dash.                                                   *> New -CATALOG
*> The dashboard row's catalog cells - the member's first PROGRAM-ID,
*>   else the member name.
     move     spaces to CG-Want.
     perform  varying CG-I from 1 by 1 until CG-I > VD-Count
              if   VD-File (CG-I) = DB-Base
                   move VD-Prog (CG-I) to CG-Want
                   exit perform
              end-if
     end-perform.
     if       CG-Want = spaces
              move DB-Base (1:32) to CG-Want.
     perform  bd657-Cg-Lookup thru bd657-Exit.
     if       CG-Hit = "N"
              move "<td colspan=4>(not catalogued)</td>"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to bd661-Exit.
     move     spaces to Copyuse-Report-Rec.
     string   "<td>"                          delimited by size
              FUNCTION TRIM (CG-Owner)        delimited by size
              "</td><td>"                     delimited by size
              CG-Tier                         delimited by size
              "</td><td>"                     delimited by size
              CG-SLA                          delimited by size
              "</td><td>"                     delimited by size
              FUNCTION TRIM (CG-Oncall)       delimited by size
              "</td>"                         delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd661-Exit.
     exit.
*>
 bd662-Cg-Ask-Key.                                                *> New -CATALOG
     display  "  PROGRAM-ID: " with no advancing.
     move     spaces to CG-Input.
     accept   CG-Input from console.
     move     FUNCTION UPPER-CASE (FUNCTION TRIM (CG-Input)) to CG-Key.
 bd662-Exit.
     exit.
*>
 bd663-Cg-Open.                                                   *> New -CATALOG
*> Open the catalog for the reports - no catalog is not an error.
     if       CG-State = "Y"
              go to bd663-Exit.
     open     input Catalog-File.
     if       FS-Reply = zero
              move "Y" to CG-State
     else
              move "X" to CG-State
              move zero to FS-Reply
     end-if.
 bd663-Exit.
     exit.
*>
 bd664-Cg-Missing.                                                *> New -CATALOG
*>***********************
*> -LIBRARY: the members with no catalog entry under the member name
*>   or any PROGRAM-ID in them, in dir/catalog.missing - only when
*>   A catalog exists, so A site not keeping one is not nagged.
*>***********************
     perform  bd663-Cg-Open thru bd663-Exit.
     if       CG-State not = "Y"
              move "N" to CG-State
              go to bd664-Exit.
     if       VD-Count = zero
              perform zz219-Collect-Program-Ids thru zz219-Exit.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "catalog.missing"  delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Members with no entry in the program catalog "
                                                 delimited by size
              FUNCTION TRIM (WS-Catalog-File)    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to CG-Miss.
     perform  varying CG-J from 1 by 1 until CG-J > WS-Member-Cnt
              move Batch-Caller-Entry (CG-J) (1:32) to CG-Want
              perform bd657-Cg-Lookup thru bd657-Exit
              move spaces to CG-Line
              move 1 to CG-P
              perform varying CG-I from 1 by 1 until CG-I > VD-Count
                                                  or CG-Hit = "Y"
                      if   FUNCTION UPPER-CASE (VD-File (CG-I))
                         = FUNCTION UPPER-CASE (Batch-Caller-Entry (CG-J))
                           move VD-Prog (CG-I) to CG-Want
                           perform bd657-Cg-Lookup thru bd657-Exit
                           if   CG-P < 100
                                string " "        delimited by size
                                       FUNCTION TRIM (VD-Prog (CG-I))
                                                  delimited by size
                                       into CG-Line with pointer CG-P
                           end-if
                      end-if
              end-perform
              if   CG-Hit = "N"
                   add  1 to CG-Miss
                   move spaces to Copyuse-Report-Rec
                   string "  "                     delimited by size
                          FUNCTION TRIM (Batch-Caller-Entry (CG-J))
                                                   delimited by size
                          into Copyuse-Report-Rec
                   if   CG-Line not = spaces
                        move spaces to Copyuse-Report-Rec (35:)
                        string "PROGRAM-ID"        delimited by size
                               CG-Line (1:CG-P)    delimited by size
                               into Copyuse-Report-Rec (35:)
                   end-if
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       CG-Miss = zero
              move "  (none - every member is catalogued)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     perform  bd658-Cg-Close thru bd658-Exit.
     move     CG-Miss to CG-NumZ.
     display  "Program catalog gaps (" FUNCTION TRIM (CG-NumZ)
              " member(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd664-Exit.
     exit.
*>
 bd665-Cg-Runbook.                                                *> New -CATALOG
*> The runbook's first section: who owns the program and its SLA.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "== OWNERSHIP AND SERVICE LEVEL ==" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TN-Main-Prog to CG-Want.
     if       CG-Want = spaces
              move FUNCTION UPPER-CASE (Prog-BaseName (1:32)) to CG-Want.
     perform  bd657-Cg-Lookup thru bd657-Exit.
     if       CG-Hit = "N"
              move spaces to Copyuse-Report-Rec
              string "  (no program catalog entry for "  delimited by size
                     FUNCTION TRIM (CG-Want)             delimited by size
                     " - add one with -CATALOG)"         delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform bd658-Cg-Close thru bd658-Exit
              go to bd665-Exit.
     perform  bd659-Cg-Date thru bd659-Exit.
     move     spaces to Copyuse-Report-Rec.
     string   "  Owner team        " FUNCTION TRIM (CG-Owner)
              delimited by size into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "  Business function " FUNCTION TRIM (CG-Desc)
              delimited by size into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "  Criticality tier  " CG-Tier
              delimited by size into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "  Batch SLA         " CG-SLA
              delimited by size into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "  On-call contact   " FUNCTION TRIM (CG-Oncall)
              delimited by size into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "  Catalog entry     changed " CG-Date " by "
              FUNCTION TRIM (CG-Chg-User)
              delimited by size into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd658-Cg-Close thru bd658-Exit.
 bd665-Exit.
     exit.
*>
 bd666-Cg-Report-Line.                                            *> New -CATALOG
*> -RISK / -RETEST: CG-Want's entry on an indented line of its own.
     perform  bd657-Cg-Lookup thru bd657-Exit.
     if       CG-Hit = "Y"
              move 9 to CG-P
              perform bd660-Cg-Text thru bd660-Exit
              move CG-Line to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 bd666-Exit.
     exit.
*>
 bd667-Gl-Find.                                                   *> New -GLOSSARY
*> GL-Name, and GL-Line the line it is defined on (zero when not
*>   known), in - GL-Found, GL-Term-Out and GL-Def-Out out.
     move     "N" to GL-Found.
     move     spaces to GL-Term-Out GL-Def-Out GL-Cur-Copy.
     if       GL-Count = zero or GL-Name = spaces
              go to bd667-Exit.
     move     FUNCTION UPPER-CASE (GL-Name) to GL-Name.
     if       GL-Have-Copy = "Y"
      and     GL-Line > zero
              perform bd669-Gl-Copybook thru bd669-Exit.
     if       GL-Cur-Copy not = spaces
              perform varying GL-I from 1 by 1 until GL-I > GL-Count
                      if   GL-Copy (GL-I) = GL-Cur-Copy
                       and GL-Key (GL-I) = GL-Name
                           exit perform
                      end-if
              end-perform
              if   GL-I not > GL-Count
                   go to bd667-Take
              end-if.
     perform  varying GL-I from 1 by 1 until GL-I > GL-Count
              if   GL-Copy (GL-I) = spaces
               and GL-Wild (GL-I) = "N"
               and GL-Key (GL-I) = GL-Name
                   exit perform
              end-if
     end-perform.
     if       GL-I not > GL-Count
              go to bd667-Take.
     move     GL-Name to NM-Name.
     compute  NM-NL = FUNCTION LENGTH (FUNCTION TRIM (NM-Name)).
     perform  varying GL-I from 1 by 1 until GL-I > GL-Count
              if   GL-Copy (GL-I) = spaces
               and GL-Wild (GL-I) = "Y"
                   move GL-Key (GL-I) to NM-Exp
                   compute NM-PL = FUNCTION LENGTH (FUNCTION TRIM (NM-Exp))
                   perform bd627-Nm-Glob thru bd627-Exit
                   if   NM-Match = "Y"
                        exit perform
                   end-if
              end-if
     end-perform.
     if       GL-I > GL-Count
              go to bd667-Exit.
 bd667-Take.
     move     "Y" to GL-Found.
     move     GL-Term (GL-I) to GL-Term-Out.
     move     GL-Def (GL-I)  to GL-Def-Out.
 bd667-Exit.
     exit.
*>
 bd668-Gl-Load.                                                   *> New -GLOSSARY
*>***********************
*> Once per run: the file the config's glossary.file: names, into
*>   GL-Table.  A COPYBOOK.ITEM key splits at its last period; the
*>   copybook keeps its base name only, so CUSTREC.CPY.X and
*>   CUSTREC.X are the same entry.  Copybook entries need the
*>   expansion ranges, so printcbl is asked to mark them.
*>***********************
     move     "glossary.file" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found not = "Y"
           or CF-Rest = spaces
              go to bd668-Exit.
     move     FUNCTION TRIM (CF-Rest) to WS-Config-Name.
     open     input Config-In.
     if       FS-Reply not = zero
              display "Caution: glossary file "
                      FUNCTION TRIM (WS-Config-Name) " not found"
              move zero to FS-Reply
              go to bd668-Exit.
     perform  until FS-Reply not = zero
              read Config-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Config-In-Rec = spaces
                or Config-In-Rec (1:1) = "#"
                or Config-In-Rec (1:2) = "*>"
                   exit perform cycle
              end-if
              move spaces to GL-W1 GL-W2 GL-W3
              unstring Config-In-Rec delimited by "|"
                       into GL-W1 GL-W2 GL-W3
              move FUNCTION UPPER-CASE (FUNCTION TRIM (GL-W1)) to GL-W1
              if   GL-W1 = spaces or GL-W2 = spaces
                   exit perform cycle
              end-if
              if   GL-Count not < 2000
                   display "Caution: glossary has over 2000 entries - "
                           "the rest are ignored"
                   exit perform
              end-if
              add  1 to GL-Count
              move spaces to GL-Copy (GL-Count)
              move FUNCTION TRIM (GL-W2) to GL-Term (GL-Count)
              move FUNCTION TRIM (GL-W3) to GL-Def (GL-Count)
              perform varying GL-P from 64 by -1 until GL-P < 1
                                                  or GL-W1 (GL-P:1) = "."
                      continue
              end-perform
              if   GL-P > 1
               and GL-P < 64
                   move GL-W1 (GL-P + 1:) to GL-Key (GL-Count)
                   move spaces to GL-W3
                   move GL-W1 (1:GL-P - 1) to GL-W3
                   unstring GL-W3 delimited by "."
                            into GL-Copy (GL-Count)
                   move "Y" to GL-Have-Copy
              else
                   move GL-W1 to GL-Key (GL-Count)
              end-if
              move zero to GL-J
              inspect GL-Key (GL-Count) tallying GL-J
                      for all "*" all "?" all "#" all "@"
              if   GL-J > zero
                   move "Y" to GL-Wild (GL-Count)
              else
                   move "N" to GL-Wild (GL-Count)
              end-if
     end-perform.
     close    Config-In.
     move     zero to FS-Reply.
     if       GL-Have-Copy = "Y"
              display "COBXREF_CPYMAP" upon Environment-Name
              display "Y"              upon Environment-Value.
 bd668-Exit.
     exit.
*>
 bd669-Gl-Copybook.                                               *> New -GLOSSARY
*> GL-Cur-Copy: the base name, upper case and less any extension, of
*>   the innermost copybook expansion holding GL-Line.
     move     zero to GL-Best.
     perform  varying GL-J from 1 by 1 until GL-J > CPM-Count
              if   GL-Line not < CPM-Start (GL-J)
               and CPM-End (GL-J) > zero
               and GL-Line not > CPM-End (GL-J)
                   if   GL-Best = zero
                     or CPM-Start (GL-J) > CPM-Start (GL-Best)
                        move GL-J to GL-Best
                   end-if
              end-if
     end-perform.
     if       GL-Best = zero
              go to bd669-Exit.
     move     FUNCTION TRIM (CPM-Name (GL-Best)) to GL-W1.
     perform  varying GL-P from 64 by -1 until GL-P < 1
                                         or GL-W1 (GL-P:1) = OS-Delimiter
                                         or GL-W1 (GL-P:1) = "/"
              continue
     end-perform.
     if       GL-P > 63
              go to bd669-Exit.
     move     spaces to GL-W2.
     move     GL-W1 (GL-P + 1:) to GL-W2.
     unstring GL-W2 delimited by "." into GL-Cur-Copy.
     move     FUNCTION UPPER-CASE (GL-Cur-Copy) to GL-Cur-Copy.
 bd669-Exit.
     exit.
*>
 bd670-Gl-Dict-Row.                                               *> New -GLOSSARY
*> A .dict row in Copyuse-Raw-Rec written before its name had A term
*>   gets one now - by name, as the copybook is not on the row.
     move     zero to GL-J.
     inspect  Copyuse-Raw-Rec tallying GL-J for all "|term ".
     if       GL-J > zero
              go to bd670-Exit.
     move     spaces to GL-Name.
     unstring Copyuse-Raw-Rec delimited by "|" into GL-Name.
     move     zero to GL-Line.
     perform  bd667-Gl-Find thru bd667-Exit.
     if       GL-Found = "Y"
              compute GL-P = FUNCTION LENGTH
                              (FUNCTION TRIM (Copyuse-Raw-Rec TRAILING)) + 1
              string "|term "                    delimited by size
                     FUNCTION TRIM (GL-Term-Out) delimited by size
                     into Copyuse-Raw-Rec pointer GL-P.
 bd670-Exit.
     exit.
*>
 bd671-Glossary.                                                  *> New -GLOSSARY
*>***********************
*> Batch driver: every .dict sidecar in the directory, sorted by name,
*>   against the glossary - dir/library.glossary lists the names no
*>   entry covers, those in the most programs first, then each
*>   business term that two or more differently-named items carry.
*>   A name's programs are those whose .dict has A row for it.
*>***********************
     if       GL-Count = zero
              display "Caution: no glossary.file: in the config - "
                      "every name is unmapped".
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Glossary-Dir     delimited by space
              OS-Delimiter        delimited by size
              "cxglostmp"         delimited by size
                                  into Copyuse-Raw-FileName.
     string   "cat "              delimited by size
              WS-Glossary-Dir     delimited by space
              OS-Delimiter        delimited by size
              "*.dict 2>/dev/null | sort > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
*>
     initialize GY-Table.
     move     zero to GY-Count GY-Seen-Cnt GY-With GY-Without GY-Groups.
     move     spaces to GY-Cur-Name GY-Cur-Term.
     open     input  Copyuse-Raw-In.
     move     zero to SW-Copyuse-Raw-Eof.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec = spaces
                   exit perform cycle
              end-if
              perform bd670-Gl-Dict-Row thru bd670-Exit
              move spaces to DI-Cur-Name DI-Cur-Pic DI-Cur-Prog
                             GL-W1 GL-W2 GL-W3
              unstring Copyuse-Raw-Rec delimited by "|"
                       into DI-Cur-Name DI-Cur-Pic DI-Cur-Prog
                            GL-W1 GL-W2 GL-W3
              if   DI-Cur-Name not = GY-Cur-Name
                   perform bd672-Gl-Name-End thru bd672-Exit
                   move DI-Cur-Name to GY-Cur-Name
                   move spaces to GY-Cur-Term
                   move zero to GY-Seen-Cnt
              end-if
              if   GL-W3 (1:5) = "term "
               and GY-Cur-Term = spaces
                   move GL-W3 (6:48) to GY-Cur-Term
              end-if
              perform varying GL-J from 1 by 1 until GL-J > GY-Seen-Cnt
                                           or GY-Seen (GL-J) = DI-Cur-Prog
                      continue
              end-perform
              if   GL-J > GY-Seen-Cnt
               and GY-Seen-Cnt < 200
                   add  1 to GY-Seen-Cnt
                   move DI-Cur-Prog to GY-Seen (GY-Seen-Cnt)
              end-if
     end-perform.
     perform  bd672-Gl-Name-End thru bd672-Exit.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Glossary-Dir     delimited by space
              OS-Delimiter        delimited by size
              "library.glossary"  delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Business glossary coverage - " delimited by size
              WS-Glossary-Dir     delimited by space
                                  into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Data names with no glossary term, most widely used first"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Programs  Data name" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     sort     GY-Entry descending GY-Progs ascending GY-Name.
     perform  varying GL-I from 1 by 1 until GL-I > GY-Count
              if   GY-Term (GL-I) = spaces
                   move GY-Progs (GL-I) to GY-NumZ
                   move spaces to Copyuse-Report-Rec
                   string "     "                    delimited by size
                          GY-NumZ                    delimited by size
                          "  "                       delimited by size
                          FUNCTION TRIM (GY-Name (GL-I))
                                                     delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       GY-Without = zero
              move "     (none - every name has A term)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Business terms carried by more than one data name"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     sort     GY-Entry ascending GY-Term ascending GY-Name.
     move     zero to GY-First.
     perform  varying GL-I from 1 by 1 until GL-I > 5000
              if   GY-Term (GL-I) = spaces
                   exit perform cycle
              end-if
              if   GY-First = zero
                or GY-Term (GL-I) not = GY-Term (GY-First)
                   perform bd673-Gl-Group thru bd673-Exit
                   move GL-I to GY-First
              end-if
     end-perform.
     perform  bd673-Gl-Group thru bd673-Exit.
     if       GY-Groups = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     GY-Count to GY-NumZ.
     string   FUNCTION TRIM (GY-NumZ)     delimited by size
              " data names, "             delimited by size
                                          into Copyuse-Report-Rec.
     move     GY-With to GY-NumZ.
     move     FUNCTION LENGTH (FUNCTION TRIM (Copyuse-Report-Rec)) to GL-P.
     add      2 to GL-P.
     string   FUNCTION TRIM (GY-NumZ)     delimited by size
              " with A term, "            delimited by size
                                          into Copyuse-Report-Rec
                                          pointer GL-P.
     move     GY-Without to GY-NumZ.
     string   FUNCTION TRIM (GY-NumZ)     delimited by size
              " without, "                delimited by size
                                          into Copyuse-Report-Rec
                                          pointer GL-P.
     move     GY-Groups to GY-NumZ.
     string   FUNCTION TRIM (GY-NumZ)     delimited by size
              " term(s) shared"           delimited by size
                                          into Copyuse-Report-Rec
                                          pointer GL-P.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     GY-Without to GY-NumZ.
     display  "Library glossary written to "
              FUNCTION TRIM (Copyuse-Report-FileName)
              " with " FUNCTION TRIM (GY-NumZ) " unmapped name(s)".
     move     zero to return-code.
     goback.
 bd671-Exit.
     exit.
*>
 bd672-Gl-Name-End.                                               *> New -GLOSSARY
*> The name just finished (GY-Cur-Name) into GY-Table.
     if       GY-Cur-Name = spaces
              go to bd672-Exit.
     if       GY-Count not < 5000
              if   GY-Full = "N"
                   display "Caution: over 5000 names - the rest are not ranked"
                   move "Y" to GY-Full
              end-if
              go to bd672-Exit.
     add      1 to GY-Count.
     move     GY-Cur-Name to GY-Name (GY-Count).
     move     GY-Seen-Cnt to GY-Progs (GY-Count).
     move     GY-Cur-Term to GY-Term (GY-Count).
     if       GY-Cur-Term = spaces
              add 1 to GY-Without
     else
              add 1 to GY-With.
 bd672-Exit.
     exit.
*>
 bd673-Gl-Group.                                                  *> New -GLOSSARY
*> GY-First thru GL-I less one share A term - listed when two or more.
     if       GY-First = zero
              go to bd673-Exit.
     compute  GL-J = GL-I - GY-First.
     if       GL-J < 2
              go to bd673-Exit.
     add      1 to GY-Groups.
     move     GL-J to GY-NumZ.
     move     spaces to Copyuse-Report-Rec.
     string   "  "                        delimited by size
              FUNCTION TRIM (GY-Term (GY-First))
                                          delimited by size
              " ("                        delimited by size
              FUNCTION TRIM (GY-NumZ)     delimited by size
              " names)"                   delimited by size
                                          into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying GL-P from GY-First by 1 until GL-P not < GL-I
              move GY-Progs (GL-P) to GY-NumZ
              move spaces to Copyuse-Report-Rec
              string "      "                  delimited by size
                     GY-Name (GL-P)            delimited by size
                     GY-NumZ                   delimited by size
                     " program(s)"             delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
 bd673-Exit.
     exit.
*>
 bd674-Features.                                                  *> New -FEATURES
*>***********************
*> Prog-BaseName.features: every feature with its hit count and the
*>   line it was first seen on, across all the member's programs.
*>   -LIBRARY=dir -FEATURES reads the feature lines back, so their
*>   columns are fixed.
*>***********************
     move     Features-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Language features used by "     delimited by size
              FUNCTION TRIM (Prog-BaseName)    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Feature               Hits  First line" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to FE-Used.
     perform  varying FE-K from 1 by 1 until FE-K > 13
              move spaces to Copyuse-Report-Rec
              move FE-Key (FE-K) to Copyuse-Report-Rec (3:20)
              move FE-Hits (FE-K) to FE-NumZ
              move FE-NumZ to Copyuse-Report-Rec (23:6)
              if   FE-Hits (FE-K) > zero
                   add  1 to FE-Used
                   move FE-First (FE-K) to Copyuse-Report-Rec (31:6)
              end-if
              write Copyuse-Report-Rec
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     FE-Used to FE-NumZ.
     string   "  "                             delimited by size
              FUNCTION TRIM (FE-NumZ)          delimited by size
              " of 13 features used"           delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Language features (" FUNCTION TRIM (FE-NumZ)
              " used) written to " FUNCTION TRIM (Features-FileName).
 bd674-Exit.
     exit.
*>
 bd675-Fe-Word.                                                   *> New -FEATURES
*> Reserved word Resvd-Word (A), just found by zz130, against the
*>   features A reserved word alone gives away.  GENERATE after XML
*>   or JSON is not Report Writer; A pointer USAGE is taken from the
*>   data clauses by bd675-Fe-Data, and WITH POINTER of A STRING is
*>   no pointer at all.
     evaluate Resvd-Word (A)
         when "GENERATE"
              if   FE-Prev = "XML" or = "JSON"
                   go to bd675-Exit
              end-if
              move 1 to FE-K
         when "INITIATE"
         when "TERMINATE"
              move 1 to FE-K
         when "ADDRESS"
              if   FE-Prev = "FREE"          *> counted by the FREE
                   go to bd675-Exit
              end-if
              move 3 to FE-K
         when "ENTRY"
              move 5 to FE-K
         when "ALTER"
              move 6 to FE-K
         when "CLASS-ID"
         when "METHOD-ID"
         when "INTERFACE-ID"
         when "INVOKE"
         when "FACTORY"
         when "OBJECT-REFERENCE"
              move 10 to FE-K
         when "COMP-5"
         when "COMPUTATIONAL-5"
              move 12 to FE-K
         when other
              go to bd675-Exit
     end-evaluate.
     perform  bd676-Fe-Hit thru bd676-Exit.
 bd675-Exit.
     exit.
*>
 bd675-Fe-Proc.
*> Every Procedure Division word, ahead of zz130 - it keeps the word
*>   before for bd675, and ALLOCATE / FREE are pointers.
     move     FE-Cur to FE-Prev.
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to FE-Cur.
     if       FE-Cur = "ALLOCATE" or = "FREE"
              move 3 to FE-K
              perform bd676-Fe-Hit thru bd676-Exit.
 bd675-Fe-Proc-Exit.
     exit.
*>
 bd675-Fe-Data.
*> A pointer USAGE or BASED in the clauses of A data item.
     move     3 to FE-K.
     perform  bd676-Fe-Hit thru bd676-Exit.
 bd675-Fe-Data-Exit.
     exit.
*>
 bd676-Fe-Hit.                                                    *> New -FEATURES
*> FE-Adj is 1 for A record not yet numbered.
     add      1 to FE-Hits (FE-K).
     if       FE-First (FE-K) = zero
              compute FE-First (FE-K) = Gen-RefNo1 + FE-Adj.
 bd676-Exit.
     exit.
*>
 bd677-Fe-Line.                                                   *> New -FEATURES
*> The record as read: A directive line (>>, $, CBL or PROCESS at
*>   column 1, or 7 / 8 behind A sequence area), and EXEC outside the
*>   PROCEDURE DIVISION, where bb056 never sees it.
     move     FUNCTION TRIM (SourceInWS (1:80) LEADING) to FE-Buf.
     if       FE-Buf (1:6) numeric
              move FUNCTION TRIM (SourceInWS (7:74) LEADING) to FE-Buf.
     if       FE-Buf (1:2) = ">>"
           or FE-Buf (1:1) = "$"
           or FE-Buf (1:4) = "CBL "
           or FE-Buf (1:8) = "PROCESS "
              move 13 to FE-K
              perform bd676-Fe-Hit thru bd676-Exit
              go to bd677-Exit.
     if       HoldWSorPD not = 8
      and     FUNCTION UPPER-CASE (FE-Buf (1:5)) = "EXEC "
              move spaces to FE-Word
              unstring FE-Buf (6:75) delimited by all spaces into FE-Word
              perform bd678-Fe-Exec thru bd678-Exit.
 bd677-Exit.
     exit.
*>
 bd678-Fe-Exec.                                                   *> New -FEATURES
*> FE-Word, the word after EXEC, to its feature.
     evaluate FUNCTION UPPER-CASE (FE-Word)
         when "SQL"
              move 7 to FE-K
         when "CICS"
              move 8 to FE-K
         when other
              move 9 to FE-K
     end-evaluate.
     perform  bd676-Fe-Hit thru bd676-Exit.
 bd678-Exit.
     exit.
*>
 bd679-Features-Library.                                          *> New -FEATURES
*>***********************
*> dir/library.features from the members' .features files - one row
*>   per member, an X under each feature it uses, then the number of
*>   members using each feature.  The library's own library.features
*>   is left out.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxfetmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.features 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "library.features"  delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Language feature inventory for library "
                                               delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Member" to FE-Row.
     move     25 to FE-P.
     perform  varying FE-K from 1 by 1 until FE-K > 13
              move FE-Code (FE-K) to FE-Row (FE-P:4)
              add  5 to FE-P
     end-perform.
     move     FE-Row to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     initialize FE-Lib-Totals.
     move     zero to FE-Members SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd680-Fe-Lib-File thru bd680-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Members using" to FE-Row.
     move     25 to FE-P.
     perform  varying FE-K from 1 by 1 until FE-K > 13
              move FE-Tot (FE-K) to FE-NumZ
              move FE-NumZ (3:4) to FE-Row (FE-P:4)
              add  5 to FE-P
     end-perform.
     move     FE-Row to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying FE-K from 1 by 1 until FE-K > 13
              move spaces to Copyuse-Report-Rec
              move FE-Code (FE-K) to Copyuse-Report-Rec (3:4)
              move FE-Key (FE-K)  to Copyuse-Report-Rec (9:20)
              write Copyuse-Report-Rec
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     FE-Members to FE-NumZ.
     string   FUNCTION TRIM (FE-NumZ)          delimited by size
              " member(s)"                     delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       FE-Members = zero
              display "Caution: -FEATURES found no .features files in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -FEATURES first".
     display  "Library feature inventory (" FUNCTION TRIM (FE-NumZ)
              " members) written to " FUNCTION TRIM (Copyuse-Report-FileName).
 bd679-Exit.
     exit.
*>
 bd680-Fe-Lib-File.                                               *> New -FEATURES
*> One member's .features - its row of the matrix.
     move     zero to FE-P.
     inspect  Copyuse-Raw-Rec tallying FE-P for characters
              before initial "library.features ".
     if       FE-P > zero and FE-P < 256
          and Copyuse-Raw-Rec (FE-P:1) = OS-Delimiter
              go to bd680-Exit.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              move zero to FS-Reply
              go to bd680-Exit.
     add      1 to FE-Members.
*>   member = the file's basename less .features
     move     FUNCTION TRIM (Xdb-FileName) to FE-Buf.
     perform  varying FE-P from 80 by -1 until FE-P < 1
                                         or FE-Buf (FE-P:1) = OS-Delimiter
              continue
     end-perform.
     add      1 to FE-P.
     move     spaces to FE-Member.
     unstring FE-Buf (FE-P:) delimited by ".features" into FE-Member.
     move     spaces to FE-Row.
     move     FE-Member (1:23) to FE-Row.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              perform varying FE-K from 1 by 1 until FE-K > 13
                      if   Xdb-In-Rec (1:2) = spaces
                       and Xdb-In-Rec (3:20) = FE-Key (FE-K)
                       and Xdb-In-Rec (23:6) not = spaces
                       and FUNCTION NUMVAL (Xdb-In-Rec (23:6)) > zero
                            compute FE-P = 20 + (FE-K * 5) + 1
                            move "X" to FE-Row (FE-P:1)
                            add  1 to FE-Tot (FE-K)
                       end-if
              end-perform
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
     move     FE-Row to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd680-Exit.
     exit.
*>
 bd681-Pk-Data-Name.                                              *> New -PTRCHECK
*>***********************
*> A data name just declared: remember it for the USAGE / BASED words
*>   that may follow, open A row for A LINKAGE record, or file A field
*>   under the BASED or LINKAGE record it belongs to so A reference to
*>   the field counts against the record.
*>***********************
     if       not ((Build-Number > 0 and < 50) or Build-Number = 77)
              go to bd681-Exit.
     move     FUNCTION UPPER-CASE (Saved-Variable (1:32)) to PK-Cur-Name.
     move     Gen-RefNo1 to PK-Cur-Ref.
     if       Build-Number = 1 or = 77
              move zero to PK-Cur-01
              if   HoldWSorPD = 4
                   add  1 to PK-Link-Cnt
                   perform bd682-Pk-Add-Item thru bd682-Exit
                   if   PK-Item-Idx > zero
                        move PK-Link-Cnt to PK-I-Link (PK-Item-Idx)
                        move PK-Item-Idx to PK-Cur-01
                   end-if
              end-if
              go to bd681-Exit.
     if       PK-Cur-01 > zero
          and PK-Child-Count < 3000
              add  1 to PK-Child-Count
              move PK-Cur-Name to PK-C-Name (PK-Child-Count)
              move PK-Cur-01 to PK-C-Owner (PK-Child-Count).
 bd681-Exit.
     exit.
*>
 bd682-Pk-Add-Item.                                               *> New -PTRCHECK
*> PK-Cur-Name declared at PK-Cur-Ref - its row in PK-Item-Idx, added
*>   if new (zero when the table is full).
     move     zero to PK-Item-Idx.
     if       PK-Item-Count > zero
          and PK-I-Name (PK-Item-Count) = PK-Cur-Name
          and PK-I-Ref (PK-Item-Count) = PK-Cur-Ref
              move PK-Item-Count to PK-Item-Idx
              go to bd682-Exit.
     if       PK-Item-Count not < 500
              go to bd682-Exit.
     add      1 to PK-Item-Count.
     move     PK-Item-Count to PK-Item-Idx.
     move     PK-Cur-Name to PK-I-Name (PK-Item-Idx).
     move     PK-Cur-Ref to PK-I-Ref (PK-Item-Idx).
     move     spaces to PK-I-Ptr (PK-Item-Idx).
     move     "N" to PK-I-Based (PK-Item-Idx) PK-I-Passed (PK-Item-Idx).
     move     zero to PK-I-Link (PK-Item-Idx).
 bd682-Exit.
     exit.
*>
 bd683-Pk-Data-Word.                                              *> New -PTRCHECK
*> A pointer USAGE or BASED in the clauses of the item just declared.
     if       PK-Cur-Name = spaces
         or   PK-Cur-Name not = FUNCTION UPPER-CASE (Saved-Variable (1:32))
              go to bd683-Exit.            *> A FILLER's clauses
     perform  bd682-Pk-Add-Item thru bd682-Exit.
     if       PK-Item-Idx = zero
              go to bd683-Exit.
     if       wsFoundWord2 (1:6) = "BASED "
              move "Y" to PK-I-Based (PK-Item-Idx)
              if   Build-Number = 1 or = 77
                   move PK-Item-Idx to PK-Cur-01
              end-if
     else
              move wsFoundWord2 (1:17) to PK-I-Ptr (PK-Item-Idx).
 bd683-Exit.
     exit.
*>
 bd684-Pk-Find.                                                   *> New -PTRCHECK
*> PK-Find in, PK-Found out - our item of that name, or the BASED /
*>   LINKAGE record A field of that name sits under (zero = neither).
     move     zero to PK-Found.
     perform  varying PK-K from PK-Item-Count by -1 until PK-K < 1
              if   PK-I-Name (PK-K) = PK-Find
                   move PK-K to PK-Found
                   exit perform
              end-if
     end-perform.
     if       PK-Found > zero
              go to bd684-Exit.
     perform  varying PK-K from PK-Child-Count by -1 until PK-K < 1
              if   PK-C-Name (PK-K) = PK-Find
                   move PK-C-Owner (PK-K) to PK-Found
                   exit perform
              end-if
     end-perform.
 bd684-Exit.
     exit.
*>
 bd685-Pk-Ref.                                                    *> New -PTRCHECK
*> A Procedure Division reference - kept with its paragraph when it
*>   touches A BASED or LINKAGE record.  A pointer's story is its SETs.
     if       PK-Item-Count = zero
              go to bd685-Exit.
     move     FUNCTION UPPER-CASE (SkaDataName (1:32)) to PK-Find.
     perform  bd684-Pk-Find thru bd684-Exit.
     if       PK-Found = zero
              go to bd685-Exit.
     if       PK-I-Based (PK-Found) not = "Y"
          and PK-I-Link (PK-Found) = zero
              go to bd685-Exit.
     if       PK-Ref-Count > zero
              if   PK-R-Item (PK-Ref-Count) = PK-Found
               and PK-R-Ref (PK-Ref-Count) = SkaRefNo
                   go to bd685-Exit
              end-if
     end-if.
     if       PK-Ref-Count not < 3000
              go to bd685-Exit.
     add      1 to PK-Ref-Count.
     move     PK-Found to PK-R-Item (PK-Ref-Count).
     move     PK-Find to PK-R-Name (PK-Ref-Count).
     move     PG-Cur-Para to PK-R-Para (PK-Ref-Count).
     move     SkaRefNo to PK-R-Ref (PK-Ref-Count).
 bd685-Exit.
     exit.
*>
 bd686-Pk-Word.                                                   *> New -PTRCHECK
*>***********************
*> Every Procedure Division word.  SET: its targets - ADDRESS OF x or
*>   A name, past any OF / IN qualifier - up to TO (then the one
*>   sending operand) or UP / DOWN BY (then the amount).  ALLOCATE:
*>   the item or size, then any RETURNING pointer.  FREE: each of our
*>   names in its list.  A SET of nothing of ours leaves no row.
*>***********************
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to PK-Word.
     if       PK-Word = spaces
              if   Word-Delimit = "."
                   if   PK-State = "L" or = "R"
                        perform bd688-Pk-Alloc-Commit thru bd688-Exit
                   end-if
                   move space to PK-State
              end-if
              go to bd686-Exit.
     if       wsf1-1 = quote or = "'"
              move wsFoundWord2 (1:32) to PK-Word.
     evaluate PK-State
         when "T"
              evaluate true
                  when PK-Word = "ADDRESS"
                       move "A" to PK-Addr-Pend
                  when (PK-Word = "OF" or = "IN")
                   and PK-Addr-Pend = "A"
                       move "O" to PK-Addr-Pend
                  when PK-Word = "OF" or = "IN"
                       move "Q" to PK-Addr-Pend
                  when PK-Word = "TO"
                       move "S" to PK-State
                       move space to PK-Addr-Pend
                  when PK-Word = "UP" or = "DOWN"
                       move PK-Word to PK-Dir
                       move "B" to PK-State
                  when PK-Addr-Pend = "Q"
                       move space to PK-Addr-Pend
                  when other
                       if   PK-Tgt-Count < 8
                            add  1 to PK-Tgt-Count
                            move PK-Word to PK-T-Name (PK-Tgt-Count)
                            move "N" to PK-T-Addr (PK-Tgt-Count)
                            if   PK-Addr-Pend = "O"
                                 move "Y" to PK-T-Addr (PK-Tgt-Count)
                            end-if
                       end-if
                       move space to PK-Addr-Pend
              end-evaluate
         when "S"
              evaluate true
                  when PK-Word = "ADDRESS"
                       move "A" to PK-Addr-Pend
                  when (PK-Word = "OF" or = "IN")
                   and PK-Addr-Pend = "A"
                       move "O" to PK-Addr-Pend
                  when PK-Addr-Pend = "O"
                       move spaces to PK-Src
                       string "ADDRESS OF "  delimited by size
                              PK-Word        delimited by space
                              into PK-Src
                       perform bd687-Pk-Set-Commit thru bd687-Exit
                  when other
                       move PK-Word to PK-Src
                       perform bd687-Pk-Set-Commit thru bd687-Exit
              end-evaluate
         when "B"
              move space to PK-State
              if   PK-Word = "BY"
                   move "N" to PK-State
              end-if
         when "N"
              move PK-Word to PK-Src
              perform bd687-Pk-Set-Commit thru bd687-Exit
         when "L"
              move PK-Word to PK-Alloc-Name
              move spaces to PK-Alloc-Ptr
              move "N" to PK-Alloc-Chars
              move "R" to PK-State
         when "R"
              evaluate PK-Word
                  when "CHARACTERS"
                       move "Y" to PK-Alloc-Chars
                  when "INITIALIZED"
                  when "INITIALISED"
                       continue
                  when "RETURNING"
                       move "P" to PK-State
                  when other
                       perform bd688-Pk-Alloc-Commit thru bd688-Exit
              end-evaluate
         when "P"
              move PK-Word to PK-Alloc-Ptr
              perform bd688-Pk-Alloc-Commit thru bd688-Exit
         when "F"
              move PK-Word to PK-Find
              perform bd684-Pk-Find thru bd684-Exit
              if   PK-Found > zero
                   move "F" to PK-Kind
                   move spaces to PK-Text
                   string "FREE "  delimited by size
                          PK-Word  delimited by space
                          into PK-Text
                   perform bd689-Pk-Add-Event thru bd689-Exit
              else
                   move space to PK-State
              end-if
     end-evaluate.
     if       Word-Delimit = "."
              if   PK-State = "L" or = "R"
                   perform bd688-Pk-Alloc-Commit thru bd688-Exit
              end-if
              move space to PK-State
              go to bd686-Exit.
     if       PK-State not = space
              go to bd686-Exit.
     evaluate PK-Word
         when "SET"
              move "T" to PK-State
              move zero to PK-Tgt-Count
              move spaces to PK-Dir PK-Src
              move space to PK-Addr-Pend
              move Gen-RefNo1 to PK-Stmt-Ref
         when "ALLOCATE"
              move "L" to PK-State
              move Gen-RefNo1 to PK-Stmt-Ref
         when "FREE"
              move "F" to PK-State
              move Gen-RefNo1 to PK-Stmt-Ref
     end-evaluate.
 bd686-Exit.
     exit.
*>
 bd687-Pk-Set-Commit.                                             *> New -PTRCHECK
*>***********************
*> A SET statement complete: one row per target that is an ADDRESS
*>   OF, or A pointer of ours, or that is given an address, NULL or
*>   an ENTRY.  UP / DOWN BY on A pointer is arithmetic; on anything
*>   else it is an index and none of our business.
*>***********************
     perform  varying PK-J from 1 by 1 until PK-J > PK-Tgt-Count
              move PK-T-Name (PK-J) to PK-Find
              perform bd684-Pk-Find thru bd684-Exit
              move space to PK-Kind
              move spaces to PK-Text
              evaluate true
                  when PK-Dir not = spaces
                       if   PK-Found > zero
                        and PK-I-Ptr (PK-Found) not = spaces
                            move "U" to PK-Kind
                            string "SET "            delimited by size
                                   PK-T-Name (PK-J)  delimited by space
                                   " "               delimited by size
                                   PK-Dir            delimited by space
                                   " BY "            delimited by size
                                   PK-Src            delimited by "  "
                                   into PK-Text
                       end-if
                  when PK-T-Addr (PK-J) = "Y"
                       move "E" to PK-Kind
                       if   PK-Src = "NULL" or = "NULLS"
                            move "N" to PK-Kind
                       end-if
                       string "SET ADDRESS OF "  delimited by size
                              PK-T-Name (PK-J)   delimited by space
                              " TO "             delimited by size
                              PK-Src             delimited by "  "
                              into PK-Text
                  when (PK-Found > zero
                   and  PK-I-Ptr (PK-Found) not = spaces)
                    or PK-Src (1:11) = "ADDRESS OF "
                    or PK-Src = "NULL" or = "NULLS" or = "ENTRY"
                       move "S" to PK-Kind
                       string "SET "             delimited by size
                              PK-T-Name (PK-J)   delimited by space
                              " TO "             delimited by size
                              PK-Src             delimited by "  "
                              into PK-Text
              end-evaluate
              if   PK-Kind not = space
                   perform bd689-Pk-Add-Event thru bd689-Exit
              end-if
     end-perform.
     move     space to PK-State.
 bd687-Exit.
     exit.
*>
 bd688-Pk-Alloc-Commit.                                           *> New -PTRCHECK
*> An ALLOCATE complete - it establishes A BASED item of ours, or
*>   else it is A pointer set from the RETURNING phrase.
     move     PK-Alloc-Name to PK-Find.
     perform  bd684-Pk-Find thru bd684-Exit.
     move     spaces to PK-Text.
     move     1 to PK-P.
     string   "ALLOCATE "    delimited by size
              PK-Alloc-Name  delimited by space
              into PK-Text with pointer PK-P.
     if       PK-Alloc-Chars = "Y"
              string " CHARACTERS" delimited by size
                     into PK-Text with pointer PK-P.
     if       PK-Alloc-Ptr not = spaces
              string " RETURNING "  delimited by size
                     PK-Alloc-Ptr   delimited by space
                     into PK-Text with pointer PK-P.
     move     "E" to PK-Kind.
     if       (PK-Found = zero or PK-I-Based (PK-Found) not = "Y")
          and PK-Alloc-Ptr not = spaces
              move PK-Alloc-Ptr to PK-Find
              perform bd684-Pk-Find thru bd684-Exit
              move "S" to PK-Kind.
     perform  bd689-Pk-Add-Event thru bd689-Exit.
     move     space to PK-State.
 bd688-Exit.
     exit.
*>
 bd689-Pk-Add-Event.                                              *> New -PTRCHECK
     if       PK-Event-Count not < 1000
              go to bd689-Exit.
     add      1 to PK-Event-Count.
     move     PK-Kind to PK-E-Kind (PK-Event-Count).
     move     PK-Found to PK-E-Item (PK-Event-Count).
     move     PG-Cur-Para to PK-E-Para (PK-Event-Count).
     move     zero to PK-E-PIdx (PK-Event-Count).
     move     PK-Stmt-Ref to PK-E-Ref (PK-Event-Count).
     move     PK-Text to PK-E-Text (PK-Event-Count).
 bd689-Exit.
     exit.
*>
 bd690-Ptrcheck.                                                  *> New -PTRCHECK
*>***********************
*> Prog-BaseName.ptrcheck: the pointer, BASED and LINKAGE items, the
*>   SET / ALLOCATE / FREE statements in source order, then the
*>   findings - pointer arithmetic and each reference to an item that
*>   some path reaches with its storage missing or freed.
*>***********************
     if       PK-State = "L" or = "R"
              perform bd688-Pk-Alloc-Commit thru bd688-Exit.
     move     space to PK-State.
     perform  bd691-Pk-Using thru bd691-Exit.
     perform  bd692-Pk-Graph thru bd692-Exit.
     move     zero to PK-Flags PK-Arith-Cnt.
     move     Ptrcheck-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to PK-Line.
     if       PK-Main = "Y"
              string "Pointer and ADDRESS OF audit for "  delimited by size
                     FUNCTION TRIM (HoldID-Module)        delimited by size
                     " - main program, no PROCEDURE DIVISION USING"
                                                          delimited by size
                     into PK-Line
     else
              move   PK-Using-Cnt to PK-NumZ
              string "Pointer and ADDRESS OF audit for "  delimited by size
                     FUNCTION TRIM (HoldID-Module)        delimited by size
                     " - called with "                    delimited by size
                     FUNCTION TRIM (PK-NumZ)              delimited by size
                     " USING parameter(s)"                delimited by size
                     into PK-Line.
     perform  bd699-Pk-Write thru bd699-Exit.
     perform  bd699-Pk-Write thru bd699-Exit.
     move     "  Item" to PK-Line.
     move     "Usage / kind" to PK-Line (36:12).
     move     "Line  Notes" to PK-Line (56:11).
     perform  bd699-Pk-Write thru bd699-Exit.
     if       PK-Item-Count = zero
              move "  (no pointer, BASED or LINKAGE items)" to PK-Line
              perform bd699-Pk-Write thru bd699-Exit.
     perform  varying PK-X from 1 by 1 until PK-X > PK-Item-Count
              perform bd693-Pk-Item-Row thru bd693-Exit
     end-perform.
     perform  bd699-Pk-Write thru bd699-Exit.
     move     "  Paragraph" to PK-Line.
     move     "Line  SET / ALLOCATE / FREE" to PK-Line (38:27).
     perform  bd699-Pk-Write thru bd699-Exit.
     if       PK-Event-Count = zero
              move "  (no SET ... ADDRESS OF, pointer SET, ALLOCATE or FREE)"
                   to PK-Line
              perform bd699-Pk-Write thru bd699-Exit.
     perform  varying PK-I from 1 by 1 until PK-I > PK-Event-Count
              perform bd694-Pk-Event-Row thru bd694-Exit
     end-perform.
     perform  bd699-Pk-Write thru bd699-Exit.
     move     "  Paragraph" to PK-Line.
     move     "Line  Item" to PK-Line (38:10).
     move     "Finding" to PK-Line (76:7).
     perform  bd699-Pk-Write thru bd699-Exit.
     perform  varying PK-I from 1 by 1 until PK-I > PK-Event-Count
              if   PK-E-Kind (PK-I) = "U"
                   add  1 to PK-Arith-Cnt
                   move PK-E-Para (PK-I) to PK-F-Para
                   move PK-E-Ref (PK-I) to PK-F-Ref
                   move PK-I-Name (PK-E-Item (PK-I)) to PK-F-Name
                   move "pointer arithmetic - SET ... UP / DOWN BY" to PK-Why
                   move 2 to PK-F-Sev
                   perform bd700-Pk-Finding thru bd700-Exit
              end-if
     end-perform.
     perform  varying PK-X from 1 by 1 until PK-X > PK-Item-Count
              perform bd695-Pk-Flow thru bd695-Exit
     end-perform.
     if       PK-Flags = zero
              move "  (none)" to PK-Line
              perform bd699-Pk-Write thru bd699-Exit.
     perform  bd699-Pk-Write thru bd699-Exit.
     move     1 to PK-P.
     move     PK-Item-Count to PK-NumZ.
     string   FUNCTION TRIM (PK-NumZ)  delimited by size
              " item(s), "             delimited by size
              into PK-Line with pointer PK-P.
     move     PK-Event-Count to PK-NumZ.
     string   FUNCTION TRIM (PK-NumZ)  delimited by size
              " statement(s), "        delimited by size
              into PK-Line with pointer PK-P.
     move     PK-Flags to PK-NumZ.
     string   FUNCTION TRIM (PK-NumZ)  delimited by size
              " finding(s)"            delimited by size
              into PK-Line with pointer PK-P.
     perform  bd699-Pk-Write thru bd699-Exit.
     close    Copyuse-Report-Out.
     move     PK-Flags to PK-NumZ.
     display  "Pointer audit (" FUNCTION TRIM (PK-NumZ)
              " finding(s)) written to "
              FUNCTION TRIM (Ptrcheck-FileName).
 bd690-Exit.
     exit.
*>
 bd691-Pk-Using.                                                  *> New -PTRCHECK
*> This program's PROCEDURE DIVISION USING list, as -CALLCHECK keeps
*>   it: none makes it A main program.  A LINKAGE item is passed when
*>   the list names it - past the eight names kept, by position.
     move     zero to PK-Using-Cnt PK-P.
     move     "Y" to PK-Main.
     perform  varying PK-I from 1 by 1 until PK-I > Prog-Params-Count
              if   PP-Prog (PK-I) = HoldID-Module (1:32)
                   move PK-I to PK-P
              end-if
     end-perform.
     if       PK-P > zero
              move "N" to PK-Main
              move PP-Count (PK-P) to PK-Using-Cnt.
     perform  varying PK-I from 1 by 1 until PK-I > PK-Item-Count
              if   PK-I-Link (PK-I) > zero
               and PK-P > zero
                   perform varying PK-J from 1 by 1
                           until PK-J > PK-Using-Cnt or PK-J > 8
                       if   FUNCTION UPPER-CASE (PP-Parm (PK-P, PK-J))
                          = PK-I-Name (PK-I)
                            move "Y" to PK-I-Passed (PK-I)
                       end-if
                   end-perform
                   if   PK-Using-Cnt > 8
                    and PK-I-Link (PK-I) not > PK-Using-Cnt
                        move "Y" to PK-I-Passed (PK-I)
                   end-if
              end-if
     end-perform.
 bd691-Exit.
     exit.
*>
 bd692-Pk-Graph.                                                  *> New -PTRCHECK
*> The -PGRAPH edges and our statements as paragraph numbers; the
*>   code ahead of the first paragraph is number PG-Para-Count + 1.
     compute  PK-N = PG-Para-Count + 1.
     move     zero to PK-Entry-Edges.
     perform  varying PK-I from 1 by 1 until PK-I > PG-Edge-Count
              move PG-Edge-From (PK-I) to PK-Find
              perform bd696-Pk-Para-Idx thru bd696-Exit
              move PK-Q to PK-G-From (PK-I)
              if   PK-Q = PK-N
                   add 1 to PK-Entry-Edges
              end-if
              move PG-Edge-To (PK-I) to PK-Find
              perform bd696-Pk-Para-Idx thru bd696-Exit
              move PK-Q to PK-G-To (PK-I)
     end-perform.
     perform  varying PK-I from 1 by 1 until PK-I > PK-Event-Count
              move PK-E-Para (PK-I) to PK-Find
              perform bd696-Pk-Para-Idx thru bd696-Exit
              move PK-Q to PK-E-PIdx (PK-I)
     end-perform.
 bd692-Exit.
     exit.
*>
 bd693-Pk-Item-Row.                                               *> New -PTRCHECK
*> Item PK-X: its kind, where declared and what the program does to it.
     move     zero to PK-Cnt-E PK-Cnt-F PK-Cnt-S PK-Cnt-R.
     perform  varying PK-K from 1 by 1 until PK-K > PK-Event-Count
              if   PK-E-Item (PK-K) = PK-X
                   evaluate PK-E-Kind (PK-K)
                       when "E"
                            add 1 to PK-Cnt-E
                       when "F"
                       when "N"
                            add 1 to PK-Cnt-F
                       when other
                            add 1 to PK-Cnt-S
                   end-evaluate
              end-if
     end-perform.
     perform  varying PK-J from 1 by 1 until PK-J > PK-Ref-Count
              if   PK-R-Item (PK-J) = PK-X
                   perform bd701-Pk-Own-Line thru bd701-Exit
                   if   PK-Skip = "N"
                        add 1 to PK-Cnt-R
                   end-if
              end-if
     end-perform.
     move     spaces to PK-Line.
     move     PK-I-Name (PK-X) to PK-Line (3:32).
     move     PK-I-Ref (PK-X) to PK-RefZ.
     move     PK-RefZ to PK-Line (54:6).
     move     62 to PK-P.
     evaluate true
         when PK-I-Ptr (PK-X) not = spaces
              move PK-I-Ptr (PK-X) to PK-Line (36:17)
              move PK-Cnt-S to PK-NumZ
              string "set "                   delimited by size
                     FUNCTION TRIM (PK-NumZ)  delimited by size
                     " time(s)"               delimited by size
                     into PK-Line with pointer PK-P
         when PK-I-Based (PK-X) = "Y"
              move "BASED" to PK-Line (36:17)
              move PK-Cnt-E to PK-NumZ
              string FUNCTION TRIM (PK-NumZ)  delimited by size
                     " ALLOCATE / SET ADDRESS OF, "
                                              delimited by size
                     into PK-Line with pointer PK-P
              move PK-Cnt-F to PK-NumZ
              string FUNCTION TRIM (PK-NumZ)  delimited by size
                     " FREE, "                delimited by size
                     into PK-Line with pointer PK-P
              move PK-Cnt-R to PK-NumZ
              string FUNCTION TRIM (PK-NumZ)  delimited by size
                     " reference(s)"          delimited by size
                     into PK-Line with pointer PK-P
         when other
              move PK-I-Link (PK-X) to PK-NumZ
              string "LINKAGE "               delimited by size
                     FUNCTION TRIM (PK-NumZ)  delimited by size
                     into PK-Line (36:17)
              if   PK-I-Passed (PK-X) = "Y"
                   string "USING parameter, " delimited by size
                          into PK-Line with pointer PK-P
              else
                   string "not passed, "      delimited by size
                          into PK-Line with pointer PK-P
              end-if
              if   PK-Cnt-E > zero
                   move PK-Cnt-E to PK-NumZ
                   string FUNCTION TRIM (PK-NumZ)  delimited by size
                          " SET ADDRESS OF, "      delimited by size
                          into PK-Line with pointer PK-P
              end-if
              move PK-Cnt-R to PK-NumZ
              string FUNCTION TRIM (PK-NumZ)  delimited by size
                     " reference(s)"          delimited by size
                     into PK-Line with pointer PK-P
     end-evaluate.
     perform  bd699-Pk-Write thru bd699-Exit.
 bd693-Exit.
     exit.
*>
 bd694-Pk-Event-Row.                                              *> New -PTRCHECK
     move     spaces to PK-Line.
     move     PK-E-Para (PK-I) to PK-Line (3:32).
     move     PK-E-Ref (PK-I) to PK-RefZ.
     move     PK-RefZ to PK-Line (36:6).
     move     PK-E-Text (PK-I) to PK-Line (44:80).
     if       PK-E-Kind (PK-I) = "U"
              compute PK-P = FUNCTION STORED-CHAR-LENGTH (PK-E-Text (PK-I))
                           + 46
              move "<- pointer arithmetic" to PK-Line (PK-P:21).
     perform  bd699-Pk-Write thru bd699-Exit.
 bd694-Exit.
     exit.
*>
 bd695-Pk-Flow.                                                   *> New -PTRCHECK
*>***********************
*> Item PK-X through the paragraph graph.  First what each paragraph
*>   does to it last, PERFORMs included, to A fixed point; then the
*>   state each edge leaves in; then the states each paragraph can be
*>   entered in, from the entry (unestablished for A BASED item or an
*>   unpassed LINKAGE one) along the edges and the fall-throughs; last
*>   the state at each of its references.  The code ahead of the first
*>   paragraph falls into it only when it PERFORMs and GOes TO nothing.
*>***********************
     if       PK-I-Based (PK-X) not = "Y"
          and PK-I-Link (PK-X) = zero
              go to bd695-Exit.
     move     "E" to PK-Kind.
     if       PK-I-Based (PK-X) = "Y"
         or   PK-I-Passed (PK-X) not = "Y"
              move "U" to PK-Kind.
     move     "N" to PK-Skip.
     perform  varying PK-J from 1 by 1 until PK-J > PK-Ref-Count
              if   PK-R-Item (PK-J) = PK-X
                   move "Y" to PK-Skip
                   exit perform
              end-if
     end-perform.
     if       PK-Skip = "N"
              go to bd695-Exit.            *> never referenced
     perform  varying PK-Q from 1 by 1 until PK-Q > PK-N
              move space to PK-P-Net (PK-Q) PK-P-In-U (PK-Q)
                            PK-P-In-F (PK-Q) PK-P-In-E (PK-Q)
              move zero to PK-P-Net-Ref (PK-Q)
     end-perform.
     move     1 to PK-Changed.
     move     zero to PK-Passes.
     perform  until PK-Changed = zero or PK-Passes > PK-N
              add 1 to PK-Passes
              perform bd702-Pk-Net-Pass thru bd702-Exit
     end-perform.
     move     zero to PK-Eff-Count.
     perform  varying PK-I from 1 by 1 until PK-I > PG-Edge-Count
              if   (PG-Edge-Type (PK-I) = "P" or = "T")
               and PK-G-From (PK-I) > zero
               and PK-G-To (PK-I) > zero
                   if   PK-P-Net (PK-G-To (PK-I)) not = space
                        add  1 to PK-Eff-Count
                        move PK-I to PK-Eff (PK-Eff-Count)
                   end-if
              end-if
     end-perform.
     perform  varying PK-I from 1 by 1 until PK-I > PG-Edge-Count
              move space to PK-G-St (PK-I)
              if   PK-G-From (PK-I) > zero
               and PK-G-To (PK-I) > zero
                   move PK-G-From (PK-I) to PK-Q
                   move PG-Edge-Ref (PK-I) to PK-At-Ref
                   perform bd697-Pk-State-At thru bd697-Exit
                   move PK-St to PK-G-St (PK-I)
              end-if
     end-perform.
     if       PK-Kind = "U"
              move "Y" to PK-P-In-U (PK-N)
     else
              move "Y" to PK-P-In-E (PK-N).
     move     1 to PK-Changed.
     perform  until PK-Changed = zero
              perform bd703-Pk-Flow-Pass thru bd703-Exit
     end-perform.
     perform  varying PK-J from 1 by 1 until PK-J > PK-Ref-Count
              if   PK-R-Item (PK-J) = PK-X
                   perform bd698-Pk-Check-Ref thru bd698-Exit
              end-if
     end-perform.
 bd695-Exit.
     exit.
*>
 bd696-Pk-Para-Idx.                                               *> New -PTRCHECK
*> PK-Find in, PK-Q out - its paragraph number, zero if none.
     if       PK-Find = "(ENTRY)"
              move PK-N to PK-Q
              go to bd696-Exit.
     move     PK-Find to PG-Lookup-Name.
     perform  bc834-Find-Para thru bc834-Exit.
     move     PG-Lookup-Idx to PK-Q.
 bd696-Exit.
     exit.
*>
 bd697-Pk-State-At.                                               *> New -PTRCHECK
*> PK-X at line PK-At-Ref of paragraph PK-Q: the last thing done to
*>   it there before that line - its own statements and the PERFORMs
*>   of paragraphs that do something to it - in PK-St (space if
*>   nothing yet) with the line that did it in PK-St-Ref.
     move     space to PK-St.
     move     zero to PK-St-Ref PK-Best-Ref.
     perform  varying PK-K from 1 by 1 until PK-K > PK-Event-Count
              if   PK-E-Item (PK-K) = PK-X
               and PK-E-PIdx (PK-K) = PK-Q
               and (PK-E-Kind (PK-K) = "E" or = "F" or = "N")
               and PK-E-Ref (PK-K) < PK-At-Ref
               and PK-E-Ref (PK-K) not < PK-Best-Ref
                   move PK-E-Kind (PK-K) to PK-St
                   move PK-E-Ref (PK-K) to PK-Best-Ref PK-St-Ref
              end-if
     end-perform.
     perform  varying PK-K from 1 by 1 until PK-K > PK-Eff-Count
              move PK-Eff (PK-K) to PK-P
              if   PK-G-From (PK-P) = PK-Q
               and PG-Edge-Ref (PK-P) < PK-At-Ref
               and PG-Edge-Ref (PK-P) not < PK-Best-Ref
                   move PK-P-Net (PK-G-To (PK-P)) to PK-St
                   move PG-Edge-Ref (PK-P) to PK-Best-Ref
                   move PK-P-Net-Ref (PK-G-To (PK-P)) to PK-St-Ref
              end-if
     end-perform.
 bd697-Exit.
     exit.
*>
 bd698-Pk-Check-Ref.                                              *> New -PTRCHECK
*> Reference PK-J to item PK-X - A finding when the paragraph leaves
*>   it freed or nulled, or else some path can enter the paragraph
*>   with it freed or never established.
     perform  bd701-Pk-Own-Line thru bd701-Exit.
     if       PK-Skip = "Y"
              go to bd698-Exit.
     move     PK-R-Para (PK-J) to PK-Find.
     perform  bd696-Pk-Para-Idx thru bd696-Exit.
     if       PK-Q = zero
              go to bd698-Exit.
     move     PK-R-Ref (PK-J) to PK-At-Ref.
     perform  bd697-Pk-State-At thru bd697-Exit.
     move     spaces to PK-Why.
     move     PK-St-Ref to PK-RefZ.
     evaluate true
         when PK-St = "E"
              go to bd698-Exit
         when PK-St = "F"
              string "used after the FREE at line "  delimited by size
                     FUNCTION TRIM (PK-RefZ)         delimited by size
                     into PK-Why
         when PK-St = "N"
              string "used after SET ADDRESS OF ... TO NULL at line "
                                                     delimited by size
                     FUNCTION TRIM (PK-RefZ)         delimited by size
                     into PK-Why
         when PK-P-In-F (PK-Q) = "Y"
              move "A path reaches here after A FREE" to PK-Why
         when PK-P-In-U (PK-Q) = "Y"
          and PK-I-Based (PK-X) = "Y"
              move "no ALLOCATE or SET ADDRESS OF on A path to here"
                   to PK-Why
         when PK-P-In-U (PK-Q) = "Y"
          and PK-Main = "Y"
              move "LINKAGE in A main program - no SET ADDRESS OF on A path"
                   to PK-Why
         when PK-P-In-U (PK-Q) = "Y"
              move "not in the USING list - no SET ADDRESS OF on A path"
                   to PK-Why
         when other
              go to bd698-Exit
     end-evaluate.
     move     PK-R-Para (PK-J) to PK-F-Para.
     move     PK-R-Ref (PK-J) to PK-F-Ref.
     move     PK-R-Name (PK-J) to PK-F-Name.
     move     3 to PK-F-Sev.
     perform  bd700-Pk-Finding thru bd700-Exit.
 bd698-Exit.
     exit.
*>
 bd699-Pk-Write.                                                  *> New -PTRCHECK
     move     PK-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to PK-Line.
 bd699-Exit.
     exit.
*>
 bd700-Pk-Finding.                                                *> New -PTRCHECK
*> One findings row (PK-F-* and PK-Why), also to -FINDINGS.
     add      1 to PK-Flags.
     move     spaces to PK-Line.
     move     PK-F-Para to PK-Line (3:32).
     move     PK-F-Ref to PK-RefZ.
     move     PK-RefZ to PK-Line (36:6).
     move     PK-F-Name to PK-Line (44:32).
     move     PK-Why to PK-Line (76:64).
     perform  bd699-Pk-Write thru bd699-Exit.
     move     "PTRCHECK" to FG-W-Rule.
     move     PK-F-Sev to FG-W-Sev.
     move     PK-F-Ref to FG-W-Ref.
     move     PK-F-Name to FG-W-Name.
     move     PK-Why to FG-W-Detail.
     perform  zz250-Add-Finding thru zz250-Exit.
 bd700-Exit.
     exit.
*>
 bd701-Pk-Own-Line.                                               *> New -PTRCHECK
*> Reference PK-J sits on A line of its item's own SET / ALLOCATE /
*>   FREE - the statement's operand, not A use.
     move     "N" to PK-Skip.
     perform  varying PK-K from 1 by 1 until PK-K > PK-Event-Count
              if   PK-E-Item (PK-K) = PK-R-Item (PK-J)
               and PK-E-Ref (PK-K) = PK-R-Ref (PK-J)
                   move "Y" to PK-Skip
                   exit perform
              end-if
     end-perform.
 bd701-Exit.
     exit.
*>
 bd702-Pk-Net-Pass.                                               *> New -PTRCHECK
*> One pass of what each paragraph does to PK-X last: its own
*>   statements and PERFORMs of paragraphs already known to do
*>   something, whichever comes latest.
     move     zero to PK-Changed.
     perform  varying PK-Q from 1 by 1 until PK-Q > PK-N
              move space to PK-P-Tmp (PK-Q)
              move zero to PK-P-Tmp-Pos (PK-Q) PK-P-Tmp-Org (PK-Q)
     end-perform.
     perform  varying PK-K from 1 by 1 until PK-K > PK-Event-Count
              if   PK-E-Item (PK-K) = PK-X
               and PK-E-PIdx (PK-K) > zero
               and (PK-E-Kind (PK-K) = "E" or = "F" or = "N")
                   move PK-E-PIdx (PK-K) to PK-Q
                   if   PK-E-Ref (PK-K) not < PK-P-Tmp-Pos (PK-Q)
                        move PK-E-Kind (PK-K) to PK-P-Tmp (PK-Q)
                        move PK-E-Ref (PK-K) to PK-P-Tmp-Pos (PK-Q)
                                                PK-P-Tmp-Org (PK-Q)
                   end-if
              end-if
     end-perform.
     perform  varying PK-K from 1 by 1 until PK-K > PG-Edge-Count
              if   (PG-Edge-Type (PK-K) = "P" or = "T")
               and PK-G-From (PK-K) > zero
               and PK-G-To (PK-K) > zero
                   move PK-G-From (PK-K) to PK-Q
                   move PK-G-To (PK-K) to PK-P
                   if   PK-P-Net (PK-P) not = space
                    and PG-Edge-Ref (PK-K) not < PK-P-Tmp-Pos (PK-Q)
                        move PK-P-Net (PK-P) to PK-P-Tmp (PK-Q)
                        move PG-Edge-Ref (PK-K) to PK-P-Tmp-Pos (PK-Q)
                        move PK-P-Net-Ref (PK-P) to PK-P-Tmp-Org (PK-Q)
                   end-if
              end-if
     end-perform.
     perform  varying PK-Q from 1 by 1 until PK-Q > PK-N
              if   PK-P-Tmp (PK-Q) not = PK-P-Net (PK-Q)
                   move PK-P-Tmp (PK-Q) to PK-P-Net (PK-Q)
                   move PK-P-Tmp-Org (PK-Q) to PK-P-Net-Ref (PK-Q)
                   add  1 to PK-Changed
              end-if
     end-perform.
 bd702-Exit.
     exit.
*>
 bd703-Pk-Flow-Pass.                                              *> New -PTRCHECK
*> One pass of the entry states: along every edge, then by falling
*>   through into the next paragraph.  A THRU end is no way in - the
*>   range reaches it by falling through.
     move     zero to PK-Changed.
     perform  varying PK-I from 1 by 1 until PK-I > PG-Edge-Count
              if   PK-G-From (PK-I) > zero
               and PK-G-To (PK-I) > zero
               and PG-Edge-Type (PK-I) not = "T"
                   move PK-G-From (PK-I) to PK-Q
                   move PK-G-To (PK-I) to PK-P
                   move PK-G-St (PK-I) to PK-St
                   perform bd704-Pk-Carry thru bd704-Exit
              end-if
     end-perform.
     perform  varying PK-Q from 1 by 1 until PK-Q > PK-N
              move zero to PK-P
              if   PK-Q = PK-N
                   if   PK-N > 1
                    and PK-Entry-Edges = zero
                        move 1 to PK-P
                   end-if
              else
                   if   PK-Q < PK-N - 1
                    and PG-Para-Term (PK-Q) not = "Y"
                        compute PK-P = PK-Q + 1
                   end-if
              end-if
              if   PK-P > zero
                   move PK-P-Net (PK-Q) to PK-St
                   perform bd704-Pk-Carry thru bd704-Exit
              end-if
     end-perform.
 bd703-Exit.
     exit.
*>
 bd704-Pk-Carry.                                                  *> New -PTRCHECK
*> Paragraph PK-Q hands PK-X to paragraph PK-P in state PK-St - or,
*>   having done nothing to it, in whatever states it came in with.
     if       PK-P-In-U (PK-Q) = space
          and PK-P-In-F (PK-Q) = space
          and PK-P-In-E (PK-Q) = space
              go to bd704-Exit.            *> not reached (yet)
     evaluate PK-St
         when "E"
              if   PK-P-In-E (PK-P) = space
                   move "Y" to PK-P-In-E (PK-P)
                   add  1 to PK-Changed
              end-if
         when "F"
         when "N"
              if   PK-P-In-F (PK-P) = space
                   move "Y" to PK-P-In-F (PK-P)
                   add  1 to PK-Changed
              end-if
         when other
              if   PK-P-In-U (PK-Q) = "Y"
               and PK-P-In-U (PK-P) = space
                   move "Y" to PK-P-In-U (PK-P)
                   add  1 to PK-Changed
              end-if
              if   PK-P-In-F (PK-Q) = "Y"
               and PK-P-In-F (PK-P) = space
                   move "Y" to PK-P-In-F (PK-P)
                   add  1 to PK-Changed
              end-if
              if   PK-P-In-E (PK-Q) = "Y"
               and PK-P-In-E (PK-P) = space
                   move "Y" to PK-P-In-E (PK-P)
                   add  1 to PK-Changed
              end-if
     end-evaluate.
 bd704-Exit.
     exit.
*>
 bd705-Xj-Word.                                                   *> New -XMLJSON
*>***********************
*> Every Procedure Division word.  XML or JSON then GENERATE or PARSE
*>   opens A statement row; its first operand is the document, then
*>   each phrase is known by its leading word.  ON / NOT EXCEPTION,
*>   END-XML / END-JSON, the period or A word that starts none of the
*>   phrases - the next statement - closes the row.
*>***********************
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:32)) to XJ-Word.
     if       XJ-Word = spaces
              if   Word-Delimit = "."
                   move space to XJ-State
              end-if
              go to bd705-Exit.
     move     "N" to XJ-End.
     evaluate XJ-State
         when "V"
              if   XJ-Word = "GENERATE" or = "PARSE"
                   perform bd706-Xj-Open thru bd706-Exit
              else
                   move space to XJ-State
              end-if
         when "1"
              move XJ-Word to XJ-S-Doc (XJ-Cur)
              move "C" to XJ-State
         when "C"
              if   XJ-Word = "OF" or = "IN"
                   move "Q" to XJ-State
              else
                   perform bd707-Xj-Phrase thru bd707-Exit
              end-if
         when "Q"                                   *> the qualifier
              move "C" to XJ-State
         when "F"
              move XJ-Word to XJ-S-Group (XJ-Cur)
              move "C" to XJ-State
         when "K"
              if   XJ-Word not = "IN"
                   move XJ-Word to XJ-S-Count (XJ-Cur)
                   move "C" to XJ-State
              end-if
         when "P"
              if   XJ-Word not = "PROCEDURE" and not = "IS"
                   move XJ-Word to XJ-S-Proc (XJ-Cur)
                   move "T" to XJ-State
              end-if
         when "T"
              if   XJ-Word = "THRU" or = "THROUGH"
                   move "U" to XJ-State
              else
                   perform bd707-Xj-Phrase thru bd707-Exit
              end-if
         when "U"
              move XJ-Word to XJ-S-Thru (XJ-Cur)
              move "C" to XJ-State
         when "N"
              if   XJ-Word = "OF"
                   move "O" to XJ-State
              else
                   move "Y" to XJ-End
              end-if
         when "O"
              move XJ-Word to XJ-Pend
              move "I" to XJ-State
         when "I"
              evaluate true
                  when XJ-Word = "IS"
                       continue
                  when XJ-Word = "OF" or = "IN"
                       move "J" to XJ-State
                  when wsf1-1 = quote or = "'"
                    or XJ-Word = "OMITTED"
                       perform bd708-Xj-Add-Name thru bd708-Exit
                       move "M" to XJ-State
                  when other
                       move "Y" to XJ-End
              end-evaluate
         when "J"
              move "I" to XJ-State
         when "M"
              perform bd707-Xj-Phrase thru bd707-Exit
              if   XJ-End = "Y"
                   move "N" to XJ-End
                   move XJ-Word to XJ-Pend
                   move "I" to XJ-State
              end-if
         when "S"
              if   XJ-Word = "WHEN" or = "EVERY"
                   move spaces to XJ-Pend
                   perform bd710-Xj-Add-Sup thru bd710-Exit
                   perform bd711-Xj-Add-When thru bd711-Exit
                   move "G" to XJ-State
              else
                   perform bd707-Xj-Phrase thru bd707-Exit
                   if   XJ-End = "Y"
                        move "N" to XJ-End
                        move XJ-Word to XJ-Pend
                        perform bd710-Xj-Add-Sup thru bd710-Exit
                        move "W" to XJ-State
                   end-if
              end-if
         when "W"
              evaluate true
                  when XJ-Cond-Word
                       perform bd711-Xj-Add-When thru bd711-Exit
                  when XJ-Word = "OF" or = "IN"
                       move "Y" to XJ-State
                  when other
                       perform bd707-Xj-Phrase thru bd707-Exit
                       if   XJ-End = "Y"
                            move "N" to XJ-End
                            move XJ-Word to XJ-Pend
                            perform bd710-Xj-Add-Sup thru bd710-Exit
                       end-if
              end-evaluate
         when "Y"
              move "W" to XJ-State
         when "G"
              evaluate true
                  when XJ-Word = "EVERY"
                       move spaces to XJ-Pend
                       perform bd710-Xj-Add-Sup thru bd710-Exit
                       perform bd711-Xj-Add-When thru bd711-Exit
                  when XJ-Cond-Word or XJ-Every-Word
                       perform bd711-Xj-Add-When thru bd711-Exit
                  when other
                       perform bd707-Xj-Phrase thru bd707-Exit
              end-evaluate
         when "X"
              perform bd707-Xj-Phrase thru bd707-Exit
              if   XJ-End = "Y"
                   move "N" to XJ-End
                   perform bd709-Xj-Add-Opt thru bd709-Exit
              end-if
     end-evaluate.
     if       XJ-End = "Y"
              move space to XJ-State.    *> and the word is looked at afresh
     if       Word-Delimit = "."
              move space to XJ-State
              go to bd705-Exit.
     if       XJ-State = space
         and (XJ-Word = "XML" or = "JSON")
              move XJ-Word (1:4) to XJ-Fmt
              move Gen-RefNo1 to XJ-Fmt-Ref
              move "V" to XJ-State.
 bd705-Exit.
     exit.
*>
 bd706-Xj-Open.                                                   *> New -XMLJSON
*> XML / JSON GENERATE / PARSE - A new statement row (none once full).
     move     space to XJ-State.
     if       XJ-Stmt-Count not < 200
              go to bd706-Exit.
     add      1 to XJ-Stmt-Count.
     move     XJ-Stmt-Count to XJ-Cur.
     move     XJ-Fmt       to XJ-S-Fmt  (XJ-Cur).
     move     XJ-Word      to XJ-S-Verb (XJ-Cur).
     move     XJ-Fmt-Ref   to XJ-S-Ref  (XJ-Cur).
     move     PG-Cur-Para  to XJ-S-Para (XJ-Cur).
     move     spaces to XJ-S-Doc (XJ-Cur) XJ-S-Group (XJ-Cur)
                        XJ-S-Count (XJ-Cur) XJ-S-Proc (XJ-Cur)
                        XJ-S-Thru (XJ-Cur) XJ-S-Opts (XJ-Cur).
     move     "N" to XJ-S-Attr (XJ-Cur).
     compute  XJ-S-Nm-Lo (XJ-Cur) = XJ-Name-Count + 1.
     move     XJ-Name-Count to XJ-S-Nm-Hi (XJ-Cur).
     compute  XJ-S-Sp-Lo (XJ-Cur) = XJ-Sup-Count + 1.
     move     XJ-Sup-Count to XJ-S-Sp-Hi (XJ-Cur).
     move     1 to XJ-Opt-Ptr.
     move     "1" to XJ-State.
 bd706-Exit.
     exit.
*>
 bd707-Xj-Phrase.                                                 *> New -XMLJSON
*> XJ-Word where A phrase may start: the state for the phrase, space
*>   for the words that end the statement, else XJ-End = Y.
     evaluate XJ-Word
         when "FROM"
         when "INTO"
              move "F" to XJ-State
         when "COUNT"
              move "K" to XJ-State
         when "PROCESSING"
              move "P" to XJ-State
         when "NAME"
              move "N" to XJ-State
         when "SUPPRESS"
              move "S" to XJ-State
         when "WITH"
         when "TYPE"
         when "NAMESPACE"
         when "NAMESPACE-PREFIX"
         when "ENCODING"
         when "RETURNING"
         when "VALIDATING"
         when "CONVERTING"
              perform bd709-Xj-Add-Opt thru bd709-Exit
              move "X" to XJ-State
         when "ON"
         when "NOT"
         when "EXCEPTION"
         when "END-XML"
         when "END-JSON"
              move space to XJ-State
         when other
              move "Y" to XJ-End
     end-evaluate.
 bd707-Exit.
     exit.
*>
 bd708-Xj-Add-Name.                                               *> New -XMLJSON
*> NAME OF XJ-Pend IS the literal in hand - or OMITTED, kept as spaces.
     if       XJ-Name-Count not < 500
              go to bd708-Exit.
     add      1 to XJ-Name-Count.
     move     XJ-Pend to XJ-N-Item (XJ-Name-Count).
     move     spaces to XJ-N-Lit (XJ-Name-Count).
     if       wsf1-1 = quote or = "'"
              unstring wsFoundWord2 (2:40) delimited by quote or "'"
                       into XJ-N-Lit (XJ-Name-Count).
     if       wsf1-1 not = quote and not = "'"
              go to bd708-Hi.
     move     zero to XJ-P.
     if       Word-Length > 2 and < 43     *> its case as coded, from
              perform varying XJ-P from 1 by 1     *> the source line
                      until XJ-P > 256 - Word-Length
                   if   FUNCTION UPPER-CASE
                          (SourceRecIn (XJ-P:Word-Length))
                          = wsFoundWord2 (1:Word-Length)
                        exit perform
                   end-if
              end-perform
              if   XJ-P > 256 - Word-Length
                   move zero to XJ-P
              end-if
     end-if.
     if       XJ-P > zero
              unstring SourceRecIn (XJ-P + 1:Word-Length - 1)
                       delimited by quote or "'"
                       into XJ-N-Lit (XJ-Name-Count)
     else
              unstring wsFoundWord2 (2:40) delimited by quote or "'"
                       into XJ-N-Lit (XJ-Name-Count).
 bd708-Hi.
     move     XJ-Name-Count to XJ-S-Nm-Hi (XJ-Cur).
 bd708-Exit.
     exit.
*>
 bd709-Xj-Add-Opt.                                                *> New -XMLJSON
*> One more word of the WITH / TYPE / ENCODING .. phrases, as written.
     if       XJ-Word = "ATTRIBUTES"
              move "Y" to XJ-S-Attr (XJ-Cur).
     if       XJ-Opt-Ptr > 80
              go to bd709-Exit.
     if       XJ-Opt-Ptr > 1
              string " " delimited by size
                     into XJ-S-Opts (XJ-Cur) with pointer XJ-Opt-Ptr
              end-string.
     string   FUNCTION TRIM (wsFoundWord2 (1:80)) delimited by size
              into XJ-S-Opts (XJ-Cur) with pointer XJ-Opt-Ptr
              on overflow
                   move 81 to XJ-Opt-Ptr
     end-string.
 bd709-Exit.
     exit.
*>
 bd710-Xj-Add-Sup.                                                *> New -XMLJSON
*> SUPPRESS XJ-Pend - spaces for A generic phrase.
     if       XJ-Sup-Count not < 500
              go to bd710-Exit.
     add      1 to XJ-Sup-Count.
     move     XJ-Pend to XJ-P-Item (XJ-Sup-Count).
     move     spaces to XJ-P-When (XJ-Sup-Count).
     move     XJ-Sup-Count to XJ-S-Sp-Hi (XJ-Cur).
 bd710-Exit.
     exit.
*>
 bd711-Xj-Add-When.                                               *> New -XMLJSON
*> One more word of the WHEN / EVERY phrase of the last SUPPRESS row.
     if       XJ-S-Sp-Hi (XJ-Cur) < XJ-S-Sp-Lo (XJ-Cur)
              go to bd711-Exit.
     move     1 to XJ-P.
     if       XJ-P-When (XJ-Sup-Count) not = spaces
              compute XJ-P = FUNCTION LENGTH (FUNCTION TRIM
                             (XJ-P-When (XJ-Sup-Count) TRAILING)) + 2.
     if       XJ-P > 40
              go to bd711-Exit.
     string   XJ-Word delimited by space
              into XJ-P-When (XJ-Sup-Count) with pointer XJ-P
     end-string.
 bd711-Exit.
     exit.
*>
 bd712-Xmljson.                                                   *> New -XMLJSON
*>***********************
*> Prog-BaseName.xmljson: each XML / JSON statement in source order
*>   with its phrases and the element or key names its group gives,
*>   then Prog-BaseName.payload - A skeleton per record for the
*>   people at the other end of the exchange.
*>***********************
     move     space to XJ-State.
     move     Xmljson-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     string   "XML and JSON GENERATE / PARSE statements in "
                                             delimited by size
              FUNCTION TRIM (HoldID-Module) delimited by size
              into XJ-Line.
     perform  bd720-Xj-Write thru bd720-Exit.
     perform  bd720-Xj-Write thru bd720-Exit.
     if       XJ-Stmt-Count = zero
              move "  (no XML or JSON GENERATE / PARSE statements)" to XJ-Line
              perform bd720-Xj-Write thru bd720-Exit
              perform bd720-Xj-Write thru bd720-Exit.
     perform  varying XJ-Cur from 1 by 1 until XJ-Cur > XJ-Stmt-Count
              perform bd713-Xj-Stmt-Rows thru bd713-Exit
     end-perform.
     move     XJ-Stmt-Count to XJ-NumZ.
     string   FUNCTION TRIM (XJ-NumZ) delimited by size
              " statement(s)"          delimited by size
              into XJ-Line.
     perform  bd720-Xj-Write thru bd720-Exit.
     close    Copyuse-Report-Out.
     perform  bd714-Xj-Payload thru bd714-Exit.
 bd712-Exit.
     exit.
*>
 bd713-Xj-Stmt-Rows.                                              *> New -XMLJSON
*> One statement: its heading, A line per phrase, then the names.
     string   FUNCTION TRIM (XJ-S-Fmt (XJ-Cur))  delimited by size
              " "                                 delimited by size
              FUNCTION TRIM (XJ-S-Verb (XJ-Cur)) delimited by size
              into XJ-Line.
     move     "line" to XJ-Line (16:4).
     move     XJ-S-Ref (XJ-Cur) to XJ-Line (21:6).
     move     "in" to XJ-Line (29:2).
     move     XJ-S-Para (XJ-Cur) to XJ-Line (32:32).
     perform  bd720-Xj-Write thru bd720-Exit.
     move     "document" to XJ-Line (5:8).
     move     XJ-S-Doc (XJ-Cur) to XJ-Line (19:32).
     perform  bd720-Xj-Write thru bd720-Exit.
     if       XJ-S-Group (XJ-Cur) not = spaces
              if   XJ-S-Verb (XJ-Cur) = "GENERATE"
                   move "from" to XJ-Line (5:4)
              else
                   move "into" to XJ-Line (5:4)
              end-if
              move XJ-S-Group (XJ-Cur) to XJ-Line (19:32)
              perform bd720-Xj-Write thru bd720-Exit.
     if       XJ-S-Count (XJ-Cur) not = spaces
              move "count in" to XJ-Line (5:8)
              move XJ-S-Count (XJ-Cur) to XJ-Line (19:32)
              perform bd720-Xj-Write thru bd720-Exit.
     if       XJ-S-Proc (XJ-Cur) not = spaces
              move "processing" to XJ-Line (5:10)
              move 19 to XJ-P
              string FUNCTION TRIM (XJ-S-Proc (XJ-Cur)) delimited by size
                     into XJ-Line with pointer XJ-P
              if   XJ-S-Thru (XJ-Cur) not = spaces
                   string " thru "                            delimited by size
                          FUNCTION TRIM (XJ-S-Thru (XJ-Cur)) delimited by size
                          into XJ-Line with pointer XJ-P
              end-if
              perform bd720-Xj-Write thru bd720-Exit.
     perform  varying XJ-I from XJ-S-Nm-Lo (XJ-Cur) by 1
                until XJ-I > XJ-S-Nm-Hi (XJ-Cur)
              move "name of" to XJ-Line (5:7)
              move 19 to XJ-P
              if   XJ-N-Lit (XJ-I) = spaces
                   string FUNCTION TRIM (XJ-N-Item (XJ-I)) delimited by size
                          " is OMITTED"                    delimited by size
                          into XJ-Line with pointer XJ-P
              else
                   string FUNCTION TRIM (XJ-N-Item (XJ-I)) delimited by size
                          " is "  quote                    delimited by size
                          FUNCTION TRIM (XJ-N-Lit (XJ-I))  delimited by size
                          quote                            delimited by size
                          into XJ-Line with pointer XJ-P
              end-if
              perform bd720-Xj-Write thru bd720-Exit
     end-perform.
     perform  varying XJ-I from XJ-S-Sp-Lo (XJ-Cur) by 1
                until XJ-I > XJ-S-Sp-Hi (XJ-Cur)
              move "suppress" to XJ-Line (5:8)
              move 19 to XJ-P
              if   XJ-P-Item (XJ-I) not = spaces
                   string FUNCTION TRIM (XJ-P-Item (XJ-I)) delimited by size
                          " "                              delimited by size
                          into XJ-Line with pointer XJ-P
              end-if
              string FUNCTION TRIM (XJ-P-When (XJ-I)) delimited by size
                     into XJ-Line with pointer XJ-P
              perform bd720-Xj-Write thru bd720-Exit
     end-perform.
     if       XJ-S-Opts (XJ-Cur) not = spaces
              move "options" to XJ-Line (5:7)
              move XJ-S-Opts (XJ-Cur) to XJ-Line (19:80)
              perform bd720-Xj-Write thru bd720-Exit.
     if       XJ-S-Group (XJ-Cur) not = spaces
              if   XJ-S-Fmt (XJ-Cur) = "XML"
                   move "elements" to XJ-Line (5:8)
                   move "X" to XJ-Tree-Fmt
              else
                   move "keys" to XJ-Line (5:4)
                   move "J" to XJ-Tree-Fmt
              end-if
              perform bd720-Xj-Write thru bd720-Exit
              move 6 to XJ-Base
              perform bd716-Xj-Tree thru bd716-Exit
              move XJ-Elem-Cnt to XJ-NumZ
              move 5 to XJ-P
              string FUNCTION TRIM (XJ-NumZ) delimited by size
                     " name(s)"              delimited by size
                     into XJ-Line with pointer XJ-P
              perform bd720-Xj-Write thru bd720-Exit.
     perform  bd720-Xj-Write thru bd720-Exit.
 bd713-Exit.
     exit.
*>
 bd714-Xj-Payload.                                                *> New -XMLJSON
*>***********************
*> Prog-BaseName.payload: the interface document.  One skeleton per
*>   record A GENERATE builds from or A JSON PARSE fills - statements
*>   that share A record and format with no NAME OF / SUPPRESS of
*>   their own share its skeleton.
*>***********************
     move     Payload-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     string   "Interface documents for "    delimited by size
              FUNCTION TRIM (HoldID-Module) delimited by size
              " - the XML / JSON payload of each record it exchanges"
                                            delimited by size
              into XJ-Line.
     perform  bd720-Xj-Write thru bd720-Exit.
     perform  bd720-Xj-Write thru bd720-Exit.
     move     zero to XJ-Doc-Cnt.
     perform  varying XJ-Cur from 1 by 1 until XJ-Cur > XJ-Stmt-Count
              perform bd715-Xj-Doc thru bd715-Exit
     end-perform.
     if       XJ-Doc-Cnt = zero
              move "  (no record goes through XML or JSON GENERATE / PARSE)"
                   to XJ-Line
              perform bd720-Xj-Write thru bd720-Exit.
     close    Copyuse-Report-Out.
 bd714-Exit.
     exit.
*>
 bd715-Xj-Doc.                                                    *> New -XMLJSON
*> The skeleton for statement XJ-Cur, unless an earlier one gave it.
     if       XJ-S-Group (XJ-Cur) = spaces
              go to bd715-Exit.
     if       XJ-S-Nm-Hi (XJ-Cur) < XJ-S-Nm-Lo (XJ-Cur)
          and XJ-S-Sp-Hi (XJ-Cur) < XJ-S-Sp-Lo (XJ-Cur)
              move zero to XJ-Dup
              perform varying XJ-J from 1 by 1 until XJ-J not < XJ-Cur
                      if   XJ-S-Group (XJ-J) = XJ-S-Group (XJ-Cur)
                       and XJ-S-Fmt (XJ-J) = XJ-S-Fmt (XJ-Cur)
                       and XJ-S-Nm-Hi (XJ-J) < XJ-S-Nm-Lo (XJ-J)
                       and XJ-S-Sp-Hi (XJ-J) < XJ-S-Sp-Lo (XJ-J)
                           move XJ-J to XJ-Dup
                           exit perform
                      end-if
              end-perform
              if   XJ-Dup > zero
                   go to bd715-Exit
              end-if
     end-if.
     add      1 to XJ-Doc-Cnt.
     string   "Record "                              delimited by size
              FUNCTION TRIM (XJ-S-Group (XJ-Cur))    delimited by size
              " as "                                 delimited by size
              FUNCTION TRIM (XJ-S-Fmt (XJ-Cur))      delimited by size
              " - "                                  delimited by size
              FUNCTION TRIM (XJ-S-Fmt (XJ-Cur))      delimited by size
              " "                                    delimited by size
              FUNCTION TRIM (XJ-S-Verb (XJ-Cur))     delimited by size
              " at line "                            delimited by size
              XJ-S-Ref (XJ-Cur)                      delimited by size
              " in "                                 delimited by size
              FUNCTION TRIM (XJ-S-Para (XJ-Cur))     delimited by size
              into XJ-Line.
     perform  bd720-Xj-Write thru bd720-Exit.
     if       XJ-S-Nm-Hi (XJ-Cur) < XJ-S-Nm-Lo (XJ-Cur)
          and XJ-S-Sp-Hi (XJ-Cur) < XJ-S-Sp-Lo (XJ-Cur)
              perform varying XJ-J from XJ-Cur by 1 until XJ-J > XJ-Stmt-Count
                      if   XJ-J > XJ-Cur
                       and XJ-S-Group (XJ-J) = XJ-S-Group (XJ-Cur)
                       and XJ-S-Fmt (XJ-J) = XJ-S-Fmt (XJ-Cur)
                       and XJ-S-Nm-Hi (XJ-J) < XJ-S-Nm-Lo (XJ-J)
                       and XJ-S-Sp-Hi (XJ-J) < XJ-S-Sp-Lo (XJ-J)
                           string "  and "                          delimited by size
                                  FUNCTION TRIM (XJ-S-Fmt (XJ-J))   delimited by size
                                  " "                               delimited by size
                                  FUNCTION TRIM (XJ-S-Verb (XJ-J))  delimited by size
                                  " at line "                       delimited by size
                                  XJ-S-Ref (XJ-J)                   delimited by size
                                  into XJ-Line
                           perform bd720-Xj-Write thru bd720-Exit
                      end-if
              end-perform
     else
              move "  with its NAME OF / SUPPRESS phrases applied" to XJ-Line
              perform bd720-Xj-Write thru bd720-Exit.
     perform  varying XJ-I from XJ-S-Sp-Lo (XJ-Cur) by 1
                until XJ-I > XJ-S-Sp-Hi (XJ-Cur)
              if   XJ-P-Item (XJ-I) = spaces
                   string "  and SUPPRESS "                 delimited by size
                          FUNCTION TRIM (XJ-P-When (XJ-I)) delimited by size
                          into XJ-Line
                   perform bd720-Xj-Write thru bd720-Exit
              end-if
     end-perform.
     perform  bd720-Xj-Write thru bd720-Exit.
     if       XJ-S-Fmt (XJ-Cur) = "XML"
              move "X" to XJ-Tree-Fmt
     else
              move "J" to XJ-Tree-Fmt.
     move     2 to XJ-Base.
     perform  bd716-Xj-Tree thru bd716-Exit.
     perform  bd720-Xj-Write thru bd720-Exit.
 bd715-Exit.
     exit.
*>
 bd716-Xj-Tree.                                                   *> New -XMLJSON
*>***********************
*> The element / key names of group XJ-S-Group (XJ-Cur) from the
*>   -LAYOUT rows, indented from XJ-Base, as XML (XJ-Tree-Fmt X) or
*>   JSON (J); XJ-Elem-Cnt names written.  The rows after the group
*>   down to the next one at its level or above are its subordinates.
*>***********************
     move     zero to XJ-Root XJ-Elem-Cnt XJ-Depth XJ-Skip-Lvl.
     perform  varying XJ-R from 1 by 1 until XJ-R > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Name (XJ-R)) = XJ-S-Group (XJ-Cur)
                   move XJ-R to XJ-Root
                   exit perform
              end-if
     end-perform.
     if       XJ-Root = zero
              move XJ-Base to XJ-P
              add  1 to XJ-P
              string "("                                 delimited by size
                     FUNCTION TRIM (XJ-S-Group (XJ-Cur)) delimited by size
                     " is not A data item of this program)"
                                                         delimited by size
                     into XJ-Line with pointer XJ-P
              perform bd720-Xj-Write thru bd720-Exit
              go to bd716-Exit.
     move     LT-Level (XJ-Root) to XJ-Root-Lvl.
     if       XJ-Root-Lvl = 77
              move 1 to XJ-Root-Lvl.
     move     XJ-Root to XJ-R.
     perform  bd719-Xj-Name thru bd719-Exit.
     move     "N" to XJ-Wrap.
     if       XJ-Tree-Fmt = "J"
         and  XJ-Omit = "N"
              move "Y" to XJ-Wrap
              move "{" to XJ-Line (XJ-Base + 1:1)
              perform bd720-Xj-Write thru bd720-Exit
              add  2 to XJ-Base.
     perform  varying XJ-R from XJ-Root by 1 until XJ-R > Layout-Count
              move LT-Level (XJ-R) to XJ-Lvl
              if   XJ-Lvl = 77
                   move 1 to XJ-Lvl
              end-if
              if   XJ-R > XJ-Root
               and XJ-Lvl not > XJ-Root-Lvl
                   exit perform
              end-if
              perform bd717-Xj-Row thru bd717-Exit
     end-perform.
     perform  bd718-Xj-Close thru bd718-Exit until XJ-Depth = zero.
     if       XJ-Wrap = "Y"
              subtract 2 from XJ-Base
              move "}" to XJ-Line (XJ-Base + 1:1)
              perform bd720-Xj-Write thru bd720-Exit.
 bd716-Exit.
     exit.
*>
 bd717-Xj-Row.                                                    *> New -XMLJSON
*> Layout row XJ-R (level XJ-Lvl): close the groups it is not under,
*>   then its open tag / key, or its whole element for an elementary
*>   item with the PIC as the content.
     if       XJ-Skip-Lvl > zero
              if   XJ-Lvl > XJ-Skip-Lvl
                   go to bd717-Exit
              end-if
              move zero to XJ-Skip-Lvl.
     if       XJ-Depth > zero
              if   XJ-K-Lvl (XJ-Depth) not < XJ-Lvl
                   perform bd718-Xj-Close thru bd718-Exit
                   go to bd717-Xj-Row
              end-if
     end-if.
     if       FUNCTION UPPER-CASE (LT-Name (XJ-R)) = "FILLER"
          or  (LT-Redefines (XJ-R) not = spaces and XJ-R not = XJ-Root)
          or  LT-Usage (XJ-R) = "POINTER" or = "INDEX"
          or  LT-Usage (XJ-R) = "PROCEDURE-" or = "FUNCTION-P" or = "PROGRAM-PO"
              move XJ-Lvl to XJ-Skip-Lvl
              go to bd717-Exit.
     perform  bd719-Xj-Name thru bd719-Exit.
     if       XJ-Sup-Flag = "Y"
              move XJ-Lvl to XJ-Skip-Lvl
              go to bd717-Exit.
     compute  XJ-Ind = XJ-Base + 2 * XJ-Depth.
     move     spaces to XJ-Text XJ-Note XJ-Content.
     move     1 to XJ-P.
     if       LT-Occurs (XJ-R) > zero
              move LT-Occurs (XJ-R) to XJ-NumZ
              string "  (occurs "             delimited by size
                     FUNCTION TRIM (XJ-NumZ)  delimited by size
                     ")"                      delimited by size
                     into XJ-Note with pointer XJ-P.
     if       XJ-Sup-When not = spaces
              string "  (suppressed "                delimited by size
                     FUNCTION TRIM (XJ-Sup-When)     delimited by size
                     ")"                             delimited by size
                     into XJ-Note with pointer XJ-P.
     if       LT-Group-Flag (XJ-R) = "Y"
              if   XJ-Depth < 50
                   add  1 to XJ-Depth
                   move XJ-Lvl to XJ-K-Lvl (XJ-Depth)
                   move XJ-Nm-Out to XJ-K-Name (XJ-Depth)
                   move LT-Occurs (XJ-R) to XJ-K-Occ (XJ-Depth)
                   move XJ-Omit to XJ-K-Omit (XJ-Depth)
              end-if
              if   XJ-Omit = "Y"
                   move "{" to XJ-Text
              else
               if  XJ-Tree-Fmt = "X"
                   string "<"                       delimited by size
                          FUNCTION TRIM (XJ-Nm-Out) delimited by size
                          ">"                       delimited by size
                          into XJ-Text
               else
                if LT-Occurs (XJ-R) > zero
                   string quote                     delimited by size
                          FUNCTION TRIM (XJ-Nm-Out) delimited by size
                          quote ": [ {"             delimited by size
                          into XJ-Text
                else
                   string quote                     delimited by size
                          FUNCTION TRIM (XJ-Nm-Out) delimited by size
                          quote ": {"               delimited by size
                          into XJ-Text
                end-if
               end-if
              end-if
     else
              move FUNCTION TRIM (LT-Pic (XJ-R)) to XJ-Content
              if   LT-Usage (XJ-R) not = "DISPLAY"
                   if   XJ-Content = spaces
                        move LT-Usage (XJ-R) to XJ-Content
                   else
                        string FUNCTION TRIM (LT-Pic (XJ-R))   delimited by size
                               " "                             delimited by size
                               FUNCTION TRIM (LT-Usage (XJ-R)) delimited by size
                               into XJ-Content
                        end-string
                   end-if
              end-if
              perform bd721-Xj-Leaf thru bd721-Exit.
     if       XJ-Omit = "N"
              add  1 to XJ-Elem-Cnt.
     move     XJ-Ind to XJ-P.
     add      1 to XJ-P.
     string   FUNCTION TRIM (XJ-Text TRAILING) delimited by size
              XJ-Note                          delimited by size
              into XJ-Line with pointer XJ-P
     end-string.
     perform  bd720-Xj-Write thru bd720-Exit.
 bd717-Exit.
     exit.
*>
 bd718-Xj-Close.                                                  *> New -XMLJSON
*> Close the innermost open group.
     compute  XJ-Ind = XJ-Base + 2 * (XJ-Depth - 1).
     move     XJ-Ind to XJ-P.
     add      1 to XJ-P.
     evaluate true
         when XJ-K-Omit (XJ-Depth) = "Y"
              string "}" delimited by size
                     into XJ-Line with pointer XJ-P
         when XJ-Tree-Fmt = "X"
              string "</"                                 delimited by size
                     FUNCTION TRIM (XJ-K-Name (XJ-Depth)) delimited by size
                     ">"                                  delimited by size
                     into XJ-Line with pointer XJ-P
         when XJ-K-Occ (XJ-Depth) > zero
              string "} ]" delimited by size
                     into XJ-Line with pointer XJ-P
         when other
              string "}" delimited by size
                     into XJ-Line with pointer XJ-P
     end-evaluate.
     perform  bd720-Xj-Write thru bd720-Exit.
     subtract 1 from XJ-Depth.
 bd718-Exit.
     exit.
*>
 bd719-Xj-Name.                                                   *> New -XMLJSON
*> Row XJ-R as statement XJ-Cur names it: XJ-Nm-Out, XJ-Omit = Y for
*>   A JSON group NAME OF .. IS OMITTED, XJ-Sup-Flag = Y when it is
*>   SUPPRESSed outright, else any WHEN phrase in XJ-Sup-When.
     move     LT-Name (XJ-R) to XJ-Nm-Out.
     move     "N" to XJ-Omit XJ-Sup-Flag.
     move     spaces to XJ-Sup-When.
     move     FUNCTION UPPER-CASE (LT-Name (XJ-R)) to XJ-Pend.
     perform  varying XJ-I from XJ-S-Nm-Lo (XJ-Cur) by 1
                until XJ-I > XJ-S-Nm-Hi (XJ-Cur)
              if   XJ-N-Item (XJ-I) = XJ-Pend
                   if   XJ-N-Lit (XJ-I) not = spaces
                        move XJ-N-Lit (XJ-I) to XJ-Nm-Out
                   else
                    if  XJ-R = XJ-Root
                    and XJ-Tree-Fmt = "J"
                        move "Y" to XJ-Omit
                    end-if
                   end-if
              end-if
     end-perform.
     perform  varying XJ-I from XJ-S-Sp-Lo (XJ-Cur) by 1
                until XJ-I > XJ-S-Sp-Hi (XJ-Cur)
              if   XJ-P-Item (XJ-I) = XJ-Pend
                   if   XJ-P-When (XJ-I) = spaces
                        move "Y" to XJ-Sup-Flag
                   else
                        move XJ-P-When (XJ-I) to XJ-Sup-When
                   end-if
              end-if
     end-perform.
 bd719-Exit.
     exit.
*>
 bd720-Xj-Write.                                                  *> New -XMLJSON
     move     XJ-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to XJ-Line.
 bd720-Exit.
     exit.
*>
 bd721-Xj-Leaf.                                                   *> New -XMLJSON
*> The text for an elementary row: XML element (or attribute of its
*>   group under WITH ATTRIBUTES), JSON key and value, or the bare
*>   value for A JSON item whose name is OMITTED.
     if       XJ-Omit = "Y"
              move XJ-Content to XJ-Text
              go to bd721-Exit.
     if       XJ-Tree-Fmt = "J"
              if   LT-Occurs (XJ-R) > zero
                   string quote                      delimited by size
                          FUNCTION TRIM (XJ-Nm-Out)  delimited by size
                          quote ": [ "               delimited by size
                          FUNCTION TRIM (XJ-Content) delimited by size
                          " ]"                       delimited by size
                          into XJ-Text
              else
                   string quote                      delimited by size
                          FUNCTION TRIM (XJ-Nm-Out)  delimited by size
                          quote ": "                 delimited by size
                          FUNCTION TRIM (XJ-Content) delimited by size
                          into XJ-Text
              end-if
              go to bd721-Exit.
     if       XJ-S-Attr (XJ-Cur) = "Y"
          and LT-Occurs (XJ-R) = zero
          and XJ-Depth > zero
              string FUNCTION TRIM (XJ-Nm-Out)  delimited by size
                     "=" quote                  delimited by size
                     FUNCTION TRIM (XJ-Content) delimited by size
                     quote "  (attribute)"      delimited by size
                     into XJ-Text
              go to bd721-Exit.
     string   "<"                        delimited by size
              FUNCTION TRIM (XJ-Nm-Out)  delimited by size
              ">"                        delimited by size
              FUNCTION TRIM (XJ-Content) delimited by size
              "</"                       delimited by size
              FUNCTION TRIM (XJ-Nm-Out)  delimited by size
              ">"                        delimited by size
              into XJ-Text.
 bd721-Exit.
     exit.
*>
 bd722-Oo-Line.                                                   *> New -OOXREF
*>***********************
*> Every source line, comments and sequence area already gone: its
*>   words one at A time through bd723, any trailing period split off
*>   as the end of the sentence.
*>***********************
     perform  varying OO-Ptr from 1 by 1
                until OO-Ptr > 256 or SourceInWS (OO-Ptr:1) not = space
              continue
     end-perform.
     move     zero to OO-Tok-No.
     move     space to OO-Quote.
 bd722-Next.
     if       OO-Ptr > 256
              go to bd722-Exit.
     move     spaces to OO-Tok.
     unstring SourceInWS delimited by all space
              into OO-Tok with pointer OO-Ptr.
     if       OO-Tok = spaces
           or OO-Tok (1:2) = "*>"
              go to bd722-Exit.
     move     "N" to OO-Period.
     compute  OO-Tok-Len = FUNCTION LENGTH (FUNCTION TRIM (OO-Tok TRAILING)).
*> the rest of A literal holding spaces is no word of its own
     if       OO-Quote not = space
              move zero to OO-P
              inspect OO-Tok tallying OO-P for all OO-Quote
              if   OO-P > zero
                   move space to OO-Quote
              end-if
              go to bd722-Next.
     if       OO-Tok (1:1) = quote or = "'"
              move zero to OO-P
              inspect OO-Tok tallying OO-P for all OO-Tok (1:1)
              if   OO-P = 1                       *> opened, not closed
                   move OO-Tok (1:1) to OO-Quote
                   go to bd722-Next
              end-if
     end-if.
     add      1 to OO-Tok-No.
     if       OO-Tok (OO-Tok-Len:1) = "."
              move "Y" to OO-Period
              move space to OO-Tok (OO-Tok-Len:1)
              subtract 1 from OO-Tok-Len.
     if       OO-Tok-Len > zero
              perform bd723-Oo-Token thru bd723-Exit.
     if       OO-Period = "Y"                  *> the name follows the
          and OO-State not = "C" and not = "M"   *>  CLASS-ID. / METHOD-ID.
              move space to OO-State.
     go       to bd722-Next.
 bd722-Exit.
     exit.
*>
 bd723-Oo-Token.                                                  *> New -OOXREF
*>***********************
*> One word.  CLASS-ID, METHOD-ID, FACTORY / OBJECT headers, END ..,
*>   PROCEDURE DIVISION of A method and INVOKE each start A state;
*>   the words after are taken by it until the period or A word it
*>   has no use for, which is then looked at afresh.
*>***********************
     move     "N" to OO-Redo.
     if       OO-State = space
              go to bd723-Idle.
     evaluate OO-State
         when "C"                                   *> CLASS-ID name
              perform bd724-Oo-Add-Class thru bd724-Exit
              move "H" to OO-State
         when "H"
              evaluate OO-Tok
                  when "INHERITS"
                       move "N" to OO-State
                  when "AS"
                       move "A" to OO-State
                  when other
                       continue
              end-evaluate
         when "A"                                   *> the AS literal
              move "H" to OO-State
         when "N"
              if   OO-Tok not = "FROM"
               and OO-Cur-Class > zero
                   move OO-C-Inherits (OO-Cur-Class) to OO-From
                   perform bd728-Oo-Append thru bd728-Exit
                   move OO-From to OO-C-Inherits (OO-Cur-Class)
              end-if
         when "M"                                   *> METHOD-ID name
              perform bd725-Oo-Add-Method thru bd725-Exit
              move "Z" to OO-State
         when "E"
              evaluate OO-Tok
                  when "METHOD"
                       move zero to OO-Cur-Meth
                  when "FACTORY"
                  when "OBJECT"
                       move space to OO-Cur-Sect
                       move zero to OO-Cur-Meth
                  when "CLASS"
                       move zero to OO-Cur-Class OO-Cur-Meth
                       move space to OO-Cur-Sect
                  when "PROGRAM"
                  when "FUNCTION"
                       continue
                  when other
                       move "Y" to OO-Redo       *> AT END and the like
              end-evaluate
              move "Z" to OO-State
         when "P"
              if   OO-Tok = "DIVISION"
               and OO-Cur-Meth > zero
               and OO-M-Using-Cnt (OO-Cur-Meth) = zero
               and OO-M-Returning (OO-Cur-Meth) = spaces
                   move "U" to OO-State
              else
                   move "Y" to OO-Redo
              end-if
         when "U"
              evaluate OO-Tok
                  when "USING"
                       move "V" to OO-State
                  when "RETURNING"
                       move "R" to OO-State
                  when other
                       continue
              end-evaluate
         when "V"
              evaluate true
                  when OO-By-Word
                       continue
                  when OO-Tok = "RETURNING"
                       move "R" to OO-State
                  when other
                       move OO-M-Using (OO-Cur-Meth) to OO-From
                       perform bd728-Oo-Append thru bd728-Exit
                       move OO-From to OO-M-Using (OO-Cur-Meth)
                       add  1 to OO-M-Using-Cnt (OO-Cur-Meth)
              end-evaluate
         when "R"
              move OO-Tok to OO-M-Returning (OO-Cur-Meth)
              move "Z" to OO-State
         when "I"                                   *> INVOKE target
              perform bd726-Oo-Add-Invoke thru bd726-Exit
         when "J"
              if   OO-Tok = "OF" or = "IN"
                   move "Q" to OO-State
              else
                   perform bd727-Oo-Name thru bd727-Exit
                   move OO-Lit to OO-I-Name (OO-Invoke-Count)
                   if   OO-Tok (1:1) = quote or = "'"
                        move "Y" to OO-I-Lit (OO-Invoke-Count)
                   end-if
                   move "K" to OO-State
              end-if
         when "Q"                                   *> the qualifier
              move "J" to OO-State
         when "K"
              evaluate OO-Tok
                  when "USING"
                       move "L" to OO-State
                  when "RETURNING"
                       move "T" to OO-State
                  when "END-INVOKE"
                       move space to OO-State
                  when other
                       move "Y" to OO-Redo
              end-evaluate
         when "L"
              evaluate true
                  when OO-By-Word
                       continue
                  when OO-Tok = "RETURNING"
                       move "T" to OO-State
                  when OO-Tok = "END-INVOKE"
                       move space to OO-State
                  when OO-Verb
                    or OO-Tok = "ON" or = "NOT" or = "EXCEPTION"
                       move "Y" to OO-Redo
                  when other
                       move OO-I-Using (OO-Invoke-Count) to OO-From
                       perform bd728-Oo-Append thru bd728-Exit
                       move OO-From to OO-I-Using (OO-Invoke-Count)
              end-evaluate
         when "T"
              move OO-Tok to OO-I-Returning (OO-Invoke-Count)
              move space to OO-State
         when other                                 *> Z - to the period
              continue
     end-evaluate.
     if       OO-Redo not = "Y"
              go to bd723-Exit.
     move     space to OO-State.
 bd723-Idle.
     evaluate OO-Tok
         when "CLASS-ID"
              move "C" to OO-State
         when "METHOD-ID"
              move "M" to OO-State
         when "END"
              move "E" to OO-State
         when "INVOKE"
              move "I" to OO-State
         when "PROCEDURE"
              move "P" to OO-State
         when "FACTORY"
              if   OO-Tok-No = 1
               and OO-Period = "Y"
               and OO-Cur-Class > zero
                   move "F" to OO-Cur-Sect
                   move "Y" to OO-C-Factory (OO-Cur-Class)
              end-if
         when "OBJECT"
              if   OO-Tok-No = 1
               and OO-Period = "Y"
               and OO-Cur-Class > zero
                   move "O" to OO-Cur-Sect
                   move "Y" to OO-C-Object (OO-Cur-Class)
              end-if
     end-evaluate.
 bd723-Exit.
     exit.
*>
 bd724-Oo-Add-Class.                                              *> New -OOXREF
     move     zero to OO-Cur-Class OO-Cur-Meth.
     move     space to OO-Cur-Sect.
     if       OO-Class-Count not < 50
              go to bd724-Exit.
     perform  bd727-Oo-Name thru bd727-Exit.
     add      1 to OO-Class-Count.
     move     OO-Class-Count to OO-Cur-Class.
     move     OO-Lit to OO-C-Name (OO-Cur-Class).
     move     Gen-RefNo1 to OO-C-Ref (OO-Cur-Class).
     move     spaces to OO-C-Inherits (OO-Cur-Class).
     move     "N" to OO-C-Factory (OO-Cur-Class) OO-C-Object (OO-Cur-Class).
 bd724-Exit.
     exit.
*>
 bd725-Oo-Add-Method.                                             *> New -OOXREF
     move     zero to OO-Cur-Meth.
     if       OO-Method-Count not < 500
              go to bd725-Exit.
     perform  bd727-Oo-Name thru bd727-Exit.
     add      1 to OO-Method-Count.
     move     OO-Method-Count to OO-Cur-Meth.
     move     OO-Cur-Class to OO-M-Class (OO-Cur-Meth).
     move     OO-Cur-Sect to OO-M-Sect (OO-Cur-Meth).
     move     OO-Lit to OO-M-Name (OO-Cur-Meth).
     move     Gen-RefNo1 to OO-M-Ref (OO-Cur-Meth).
     move     spaces to OO-M-Using (OO-Cur-Meth) OO-M-Returning (OO-Cur-Meth).
     move     zero to OO-M-Using-Cnt (OO-Cur-Meth).
 bd725-Exit.
     exit.
*>
 bd726-Oo-Add-Invoke.                                             *> New -OOXREF
*> INVOKE and its target - A row (none once full: on to the period).
     move     "Z" to OO-State.
     if       OO-Invoke-Count not < 1000
              go to bd726-Exit.
     add      1 to OO-Invoke-Count.
     move     OO-Cur-Class to OO-I-Class (OO-Invoke-Count).
     move     OO-Cur-Meth to OO-I-Meth (OO-Invoke-Count).
     move     HoldID-Module (1:32) to OO-I-Prog (OO-Invoke-Count).
     move     Gen-RefNo1 to OO-I-Ref (OO-Invoke-Count).
     perform  bd727-Oo-Name thru bd727-Exit.
     move     OO-Lit to OO-I-Target (OO-Invoke-Count).
     move     spaces to OO-I-Name (OO-Invoke-Count) OO-I-Using (OO-Invoke-Count)
                        OO-I-Returning (OO-Invoke-Count).
     move     "N" to OO-I-Lit (OO-Invoke-Count).
     move     "J" to OO-State.
 bd726-Exit.
     exit.
*>
 bd727-Oo-Name.                                                   *> New -OOXREF
*> OO-Tok as A name in OO-Lit: A literal loses its quotes and gets its
*>   case as coded back from the source line.
     move     OO-Tok (1:32) to OO-Lit.
     if       OO-Tok (1:1) not = quote and not = "'"
              go to bd727-Exit.
     move     zero to OO-P.
     if       OO-Tok-Len > 2 and < 35
              perform varying OO-P from 1 by 1
                      until OO-P > 256 - OO-Tok-Len
                   if   FUNCTION UPPER-CASE
                          (SourceRecIn (OO-P:OO-Tok-Len))
                          = OO-Tok (1:OO-Tok-Len)
                        exit perform
                   end-if
              end-perform
              if   OO-P > 256 - OO-Tok-Len
                   move zero to OO-P
              end-if
     end-if.
     move     spaces to OO-Lit.
     if       OO-P > zero
              unstring SourceRecIn (OO-P + 1:OO-Tok-Len - 1)
                       delimited by quote or "'" into OO-Lit
     else
              unstring OO-Tok (2:33) delimited by quote or "'" into OO-Lit.
 bd727-Exit.
     exit.
*>
 bd728-Oo-Append.                                                 *> New -OOXREF
*> OO-Tok on the end of the list in OO-From, A space between.
     move     1 to OO-P.
     if       OO-From not = spaces
              compute OO-P = FUNCTION LENGTH (FUNCTION TRIM
                             (OO-From TRAILING)) + 2.
     if       OO-P < 64
              string OO-Tok delimited by space
                     into OO-From with pointer OO-P
              end-string.
 bd728-Exit.
     exit.
*>
 bd729-Ooxref.                                                    *> New -OOXREF
*>***********************
*> Prog-BaseName.ooxref: the classes with their sections and methods,
*>   then every INVOKE with the method it reaches where this source
*>   defines it.
*>***********************
     move     Ooxref-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     string   "Object-oriented cross reference for " delimited by size
              FUNCTION TRIM (Prog-BaseName)          delimited by size
              into OO-Line.
     perform  bd733-Oo-Write thru bd733-Exit.
     perform  bd733-Oo-Write thru bd733-Exit.
     if       OO-Class-Count = zero
              move "  (no CLASS-ID in this source)" to OO-Line
              perform bd733-Oo-Write thru bd733-Exit
              perform bd733-Oo-Write thru bd733-Exit.
     perform  varying OO-I from 1 by 1 until OO-I > OO-Class-Count
              perform bd730-Oo-Class-Rows thru bd730-Exit
     end-perform.
     move     zero to OO-Hit.
     perform  varying OO-J from 1 by 1 until OO-J > OO-Method-Count
              if   OO-M-Class (OO-J) = zero
                   if   OO-Hit = zero
                        move "Methods outside A CLASS-ID" to OO-Line
                        perform bd733-Oo-Write thru bd733-Exit
                        move 1 to OO-Hit
                   end-if
                   perform bd731-Oo-Method-Row thru bd731-Exit
              end-if
     end-perform.
     if       OO-Hit > zero
              perform bd733-Oo-Write thru bd733-Exit.
     move     "INVOKE statements" to OO-Line.
     perform  bd733-Oo-Write thru bd733-Exit.
     move     "From" to OO-Line (3:4).
     move     "Line" to OO-Line (36:4).
     move     "Target" to OO-Line (44:6).
     move     "Method" to OO-Line (70:6).
     move     "USING / RETURNING - defined at" to OO-Line (103:30).
     perform  bd733-Oo-Write thru bd733-Exit.
     if       OO-Invoke-Count = zero
              move "  (no INVOKE statements)" to OO-Line
              perform bd733-Oo-Write thru bd733-Exit.
     move     zero to OO-Undef.
     perform  varying OO-I from 1 by 1 until OO-I > OO-Invoke-Count
              perform bd732-Oo-Invoke-Row thru bd732-Exit
     end-perform.
     perform  bd733-Oo-Write thru bd733-Exit.
     move     1 to OO-P.
     move     OO-Class-Count to OO-NumZ.
     string   FUNCTION TRIM (OO-NumZ) delimited by size
              " class(es), "          delimited by size
              into OO-Line with pointer OO-P.
     move     OO-Method-Count to OO-NumZ.
     string   FUNCTION TRIM (OO-NumZ) delimited by size
              " method(s), "          delimited by size
              into OO-Line with pointer OO-P.
     move     OO-Invoke-Count to OO-NumZ.
     string   FUNCTION TRIM (OO-NumZ) delimited by size
              " INVOKE(s), "          delimited by size
              into OO-Line with pointer OO-P.
     move     OO-Undef to OO-NumZ.
     string   FUNCTION TRIM (OO-NumZ) delimited by size
              " to methods not defined in this source"
                                      delimited by size
              into OO-Line with pointer OO-P.
     perform  bd733-Oo-Write thru bd733-Exit.
     close    Copyuse-Report-Out.
 bd729-Exit.
     exit.
*>
 bd730-Oo-Class-Rows.                                             *> New -OOXREF
*> Class OO-I: its header, sections and methods.
     string   "Class "                        delimited by size
              FUNCTION TRIM (OO-C-Name (OO-I)) delimited by size
              into OO-Line.
     move     "line" to OO-Line (36:4).
     move     OO-C-Ref (OO-I) to OO-Line (41:6).
     if       OO-C-Inherits (OO-I) not = spaces
              move "INHERITS" to OO-Line (49:8)
              move OO-C-Inherits (OO-I) to OO-Line (58:64).
     perform  bd733-Oo-Write thru bd733-Exit.
     evaluate true
         when OO-C-Factory (OO-I) = "Y" and OO-C-Object (OO-I) = "Y"
              move "  FACTORY and OBJECT sections" to OO-Line
         when OO-C-Factory (OO-I) = "Y"
              move "  FACTORY section, no OBJECT section" to OO-Line
         when OO-C-Object (OO-I) = "Y"
              move "  OBJECT section, no FACTORY section" to OO-Line
         when other
              move "  no FACTORY or OBJECT section" to OO-Line
     end-evaluate.
     perform  bd733-Oo-Write thru bd733-Exit.
     move     zero to OO-Hit.
     perform  varying OO-J from 1 by 1 until OO-J > OO-Method-Count
              if   OO-M-Class (OO-J) = OO-I
                   if   OO-Hit = zero
                        move "Method" to OO-Line (3:6)
                        move "Section" to OO-Line (36:7)
                        move "Line" to OO-Line (45:4)
                        move "USING / RETURNING" to OO-Line (53:17)
                        perform bd733-Oo-Write thru bd733-Exit
                   end-if
                   add  1 to OO-Hit
                   perform bd731-Oo-Method-Row thru bd731-Exit
              end-if
     end-perform.
     if       OO-Hit = zero
              move "  (no methods)" to OO-Line
              perform bd733-Oo-Write thru bd733-Exit.
     perform  bd733-Oo-Write thru bd733-Exit.
 bd730-Exit.
     exit.
*>
 bd731-Oo-Method-Row.                                             *> New -OOXREF
     move     OO-M-Name (OO-J) to OO-Line (3:32).
     evaluate OO-M-Sect (OO-J)
         when "F"
              move "FACTORY" to OO-Line (36:7)
         when "O"
              move "OBJECT" to OO-Line (36:6)
         when other
              move "-" to OO-Line (36:1)
     end-evaluate.
     move     OO-M-Ref (OO-J) to OO-Line (45:6).
     move     53 to OO-P.
     if       OO-M-Using (OO-J) not = spaces
              string "USING "                          delimited by size
                     FUNCTION TRIM (OO-M-Using (OO-J)) delimited by size
                     "  "                              delimited by size
                     into OO-Line with pointer OO-P.
     if       OO-M-Returning (OO-J) not = spaces
              string "RETURNING "                          delimited by size
                     FUNCTION TRIM (OO-M-Returning (OO-J)) delimited by size
                     into OO-Line with pointer OO-P.
     perform  bd733-Oo-Write thru bd733-Exit.
 bd731-Exit.
     exit.
*>
 bd732-Oo-Invoke-Row.                                             *> New -OOXREF
*> INVOKE OO-I: where from, the target and method, its items, and
*>   the method it reaches - one of the target class's own first.
     move     spaces to OO-From.
     evaluate true
         when OO-I-Meth (OO-I) > zero and OO-I-Class (OO-I) > zero
              string FUNCTION TRIM (OO-C-Name (OO-I-Class (OO-I)))
                                                  delimited by size
                     "."                          delimited by size
                     FUNCTION TRIM (OO-M-Name (OO-I-Meth (OO-I)))
                                                  delimited by size
                     into OO-From
         when OO-I-Meth (OO-I) > zero
              move OO-M-Name (OO-I-Meth (OO-I)) to OO-From
         when OO-I-Class (OO-I) > zero
              move OO-C-Name (OO-I-Class (OO-I)) to OO-From
         when other
              move OO-I-Prog (OO-I) to OO-From
     end-evaluate.
     move     OO-From (1:32) to OO-Line (3:32).
     move     OO-I-Ref (OO-I) to OO-Line (36:6).
     move     OO-I-Target (OO-I) (1:24) to OO-Line (44:24).
     if       OO-I-Lit (OO-I) = "Y"
              string quote                              delimited by size
                     FUNCTION TRIM (OO-I-Name (OO-I))   delimited by size
                     quote                              delimited by size
                     into OO-Line (70:32)
     else
              move OO-I-Name (OO-I) to OO-Line (70:32).
     move     103 to OO-P.
     if       OO-I-Using (OO-I) not = spaces
              string "USING "                          delimited by size
                     FUNCTION TRIM (OO-I-Using (OO-I)) delimited by size
                     "  "                              delimited by size
                     into OO-Line with pointer OO-P.
     if       OO-I-Returning (OO-I) not = spaces
              string "RETURNING "                          delimited by size
                     FUNCTION TRIM (OO-I-Returning (OO-I)) delimited by size
                     "  "                                  delimited by size
                     into OO-Line with pointer OO-P.
     move     zero to OO-Hit.
     if       OO-I-Lit (OO-I) = "Y"
              perform varying OO-J from 1 by 1 until OO-J > OO-Method-Count
                      if   FUNCTION UPPER-CASE (OO-M-Name (OO-J))
                         = FUNCTION UPPER-CASE (OO-I-Name (OO-I))
                           if   OO-Hit = zero
                                move OO-J to OO-Hit
                           end-if
                           if   OO-M-Class (OO-J) > zero
                            and OO-C-Name (OO-M-Class (OO-J))
                              = OO-I-Target (OO-I)
                                move OO-J to OO-Hit
                                exit perform
                           end-if
                      end-if
              end-perform.
     evaluate true
         when OO-I-Lit (OO-I) not = "Y"
              string "- method name held in an identifier"
                                                   delimited by size
                     into OO-Line with pointer OO-P
         when OO-Hit > zero
              string "- "                          delimited by size
                     OO-M-Ref (OO-Hit)             delimited by size
                     into OO-Line with pointer OO-P
         when other
              add  1 to OO-Undef
     end-evaluate.
     perform  bd733-Oo-Write thru bd733-Exit.
 bd732-Exit.
     exit.
*>
 bd733-Oo-Write.                                                  *> New -OOXREF
     move     OO-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to OO-Line.
 bd733-Exit.
     exit.
*>
 bd734-Oo-Calls.                                                  *> New -OOXREF
*> The .calls records: A METHOD record per method this source defines
*>   and an INVOKE record per INVOKE of A method named by A literal.
     perform  varying OO-I from 1 by 1 until OO-I > OO-Method-Count
              move spaces to Callgraph-Record
              move "METHOD" to Cg-Call-Type
              move OO-M-Name (OO-I) to Cg-Call-Name
              write Callgraph-Record
     end-perform.
     perform  varying OO-I from 1 by 1 until OO-I > OO-Invoke-Count
              if   OO-I-Lit (OO-I) = "Y"
                   move spaces to Callgraph-Record
                   move "INVOKE" to Cg-Call-Type
                   move OO-I-Name (OO-I) to Cg-Call-Name
                   write Callgraph-Record
              end-if
     end-perform.
 bd734-Exit.
     exit.
*>
 bd735-Pr-Line.                                                   *> New -PARMDIR
*>***********************
*> Every source line: its words one at A time through bd736, any
*>   trailing period split off as the end of the statement.  The
*>   words of A literal holding spaces after its first are skipped.
*>***********************
     perform  varying PR-Ptr from 1 by 1
                until PR-Ptr > 256 or SourceInWS (PR-Ptr:1) not = space
              continue
     end-perform.
     move     space to PR-Quote.
 bd735-Next.
     if       PR-Ptr > 256
              go to bd735-Exit.
     move     spaces to PR-Tok.
     unstring SourceInWS delimited by all space
              into PR-Tok with pointer PR-Ptr.
     if       PR-Tok = spaces
           or PR-Tok (1:2) = "*>"
              go to bd735-Exit.
     move     "N" to PR-Period.
     compute  PR-Tok-Len = FUNCTION LENGTH (FUNCTION TRIM (PR-Tok TRAILING)).
     if       PR-Quote not = space
              move zero to PR-P
              inspect PR-Tok tallying PR-P for all PR-Quote
              if   PR-P = zero
                   go to bd735-Next
              end-if
              move space to PR-Quote
              if   PR-Tok (PR-Tok-Len:1) = "."
                   move "Y" to PR-Period
                   go to bd735-Period
              end-if
              go to bd735-Next.
     if       PR-Tok (1:1) = quote or = "'"
              move zero to PR-P
              inspect PR-Tok tallying PR-P for all PR-Tok (1:1)
              if   PR-P = 1                       *> opened, not closed
                   move PR-Tok (1:1) to PR-Quote
              end-if
     end-if.
     if       PR-Tok (PR-Tok-Len:1) = "."
          and PR-Quote = space
              move "Y" to PR-Period
              move space to PR-Tok (PR-Tok-Len:1)
              subtract 1 from PR-Tok-Len.
     if       PR-Tok-Len > 1
          and (PR-Tok (PR-Tok-Len:1) = "," or = ";")
              move space to PR-Tok (PR-Tok-Len:1)
              subtract 1 from PR-Tok-Len.
     if       PR-Tok-Len > zero
              perform bd736-Pr-Token thru bd736-Exit.
 bd735-Period.
     if       PR-Period = "Y"
          and PR-State not = space
              perform bd739-Pr-End-Stmt thru bd739-Exit.
     go       to bd735-Next.
 bd735-Exit.
     exit.
*>
 bd736-Pr-Token.                                                  *> New -PARMDIR
*>***********************
*> One word.  PROCEDURE DIVISION, ENTRY "name" and CALL each open A
*>   state; the USING list after them is taken item by item until
*>   the period, RETURNING, or for A CALL its exception phrase, any
*>   END- scope terminator, the AT / INVALID / NOT phrase of an
*>   enclosing statement, EXEC or the next verb - which is then looked
*>   at afresh.
*>***********************
     evaluate PR-State
         when space
              go to bd736-Idle
         when "P"
              if   PR-Tok = "DIVISION"
                   move "D" to PR-State
                   go to bd736-Exit
              end-if
         when "D"
         when "F"
              if   PR-Tok = "USING" or = "CHAINING"
                   if   PR-State = "D"
                        move FUNCTION UPPER-CASE (HoldID-Module (1:32))
                             to PR-Entry
                   end-if
                   move zero to PR-Pos
                   move "REFERENCE" to PR-By
                   if   PR-Hdr-Cnt < 50
                        add  1 to PR-Hdr-Cnt
                        move Gen-RefNo1 to PR-H-From (PR-Hdr-Cnt)
                                           PR-H-To (PR-Hdr-Cnt)
                   end-if
                   move "U" to PR-State
                   go to bd736-Exit
              end-if
         when "E"                                   *> the ENTRY name
              if   PR-Tok (1:1) = quote or = "'"
                   move spaces to PR-Entry
                   unstring PR-Tok (2:63) delimited by quote or "'"
                            into PR-Entry
                   move "F" to PR-State
                   go to bd736-Exit
              end-if
         when "U"
              if   PR-Hdr-Cnt > zero
                   move Gen-RefNo1 to PR-H-To (PR-Hdr-Cnt)
              end-if
              evaluate true
                  when PR-Tok = "BY" or = "OPTIONAL"
                       go to bd736-Exit
                  when PR-Tok = "REFERENCE" or = "VALUE"
                       move PR-Tok to PR-By
                       go to bd736-Exit
                  when PR-Tok = "OF" or = "IN"
                       move "V" to PR-State
                       go to bd736-Exit
                  when PR-Tok = "RETURNING"
                       move "Z" to PR-State
                       go to bd736-Exit
                  when PR-Tok (1:1) = "("
                    or (PR-Tok (PR-Tok-Len:1) = ")"
                        and PR-Tok (1:1) not alphabetic)
                       go to bd736-Exit
                  when other
                       perform bd737-Pr-Add-Parm thru bd737-Exit
                       go to bd736-Exit
              end-evaluate
         when "V"                                   *> the qualifier
              move "U" to PR-State
              go to bd736-Exit
         when "Z"                                   *> to the period
              if   PR-Hdr-Cnt > zero
                   move Gen-RefNo1 to PR-H-To (PR-Hdr-Cnt)
              end-if
              go to bd736-Exit
         when "C"                                   *> the CALL target
              evaluate true
                  when PR-Tok = "STATIC" or = "NESTED"
                       go to bd736-Exit
                  when PR-Tok (1:1) = quote or = "'"
                       move spaces to PR-Call-Target
                       unstring PR-Tok (2:63) delimited by quote or "'"
                                into PR-Call-Target
                       move FUNCTION UPPER-CASE (PR-Call-Target)
                            to PR-Call-Target
                       move "N" to PR-Call-Dyn
                  when other
                       move PR-Tok (1:32) to PR-Call-Target
                       move "Y" to PR-Call-Dyn
              end-evaluate
              move "G" to PR-State
              go to bd736-Exit
         when "G"
              if   PR-Tok = "USING"
                   move zero to PR-Pos
                   move "REFERENCE" to PR-By
                   move "A" to PR-State
                   go to bd736-Exit
              end-if
         when "A"
              evaluate true
                  when PR-Tok = "BY"
                       go to bd736-Exit
                  when PR-Tok = "REFERENCE" or = "CONTENT" or = "VALUE"
                       move PR-Tok to PR-By
                       go to bd736-Exit
                  when PR-Tok = "OF" or = "IN"
                       move "Q" to PR-State
                       go to bd736-Exit
                  when PR-Tok (1:1) = "("
                    or (PR-Tok (PR-Tok-Len:1) = ")"
                        and PR-Tok (1:1) not alphabetic)
                       go to bd736-Exit
                  when PR-Tok = "RETURNING" or = "GIVING" or = "ON"
                    or PR-Tok = "NOT" or = "EXCEPTION" or = "OVERFLOW"
                    or PR-Tok = "AT" or = "INVALID" or = "EXEC"
                    or PR-Tok (1:4) = "END-"      *> any scope terminator
                    or PR-Verb
                       continue
                  when PR-Tok = "ADDRESS" or = "LENGTH"
                    or PR-Tok = "FUNCTION"
                       move PR-Tok to PR-Name
                       move "E" to PR-Hit
                       perform bd738-Pr-Add-Arg thru bd738-Exit
                       move "O" to PR-State
                       go to bd736-Exit
                  when PR-Tok (1:1) = quote or = "'"
                    or PR-Figurative
                    or PR-Tok (1:1) numeric
                    or ((PR-Tok (1:1) = "+" or = "-" or = ".")
                        and PR-Tok (2:1) numeric)
                       move PR-Tok to PR-Name
                       if   PR-Tok (1:1) = quote or = "'"
                            perform bd750-Pr-Literal thru bd750-Exit
                       end-if
                       move "L" to PR-Hit
                       perform bd738-Pr-Add-Arg thru bd738-Exit
                       go to bd736-Exit
                  when other
                       move spaces to PR-Name
                       unstring PR-Tok delimited by "(" into PR-Name
                       move space to PR-Hit
                       perform bd738-Pr-Add-Arg thru bd738-Exit
                       go to bd736-Exit
              end-evaluate
         when "O"                          *> ADDRESS / LENGTH OF item,
              if   PR-Tok not = "OF"       *>  FUNCTION name (...)
               and PR-Arg-Cnt > zero
               and PR-A-Pos (PR-Arg-Cnt) = PR-Pos
                   move PR-A-Name (PR-Arg-Cnt) to PR-Name
                   string FUNCTION TRIM (PR-Name) delimited by size
                          " "                     delimited by size
                          PR-Tok                  delimited by "("
                          into PR-A-Name (PR-Arg-Cnt)
                   move "A" to PR-State
              end-if
              go to bd736-Exit
         when "Q"
              move "A" to PR-State
              go to bd736-Exit
     end-evaluate.
*> not A word the state wanted - the statement is over, start afresh
     perform  bd739-Pr-End-Stmt thru bd739-Exit.
 bd736-Idle.
     evaluate PR-Tok
         when "PROCEDURE"
              move "P" to PR-State
         when "ENTRY"
              move "E" to PR-State
         when "CALL"
              move "C" to PR-State
              move Gen-RefNo1 to PR-Call-Ref
              compute PR-Call-First = PR-Arg-Cnt + 1
     end-evaluate.
 bd736-Exit.
     exit.
*>
 bd737-Pr-Add-Parm.                                               *> New -PARMDIR
*> PR-Tok, the next item of A USING header, into the parameter list.
     add      1 to PR-Pos.
     if       PR-Parm-Cnt not < 200
              move "Y" to PR-Full
              go to bd737-Exit.
     add      1 to PR-Parm-Cnt.
     move     PR-Entry to PR-P-Entry (PR-Parm-Cnt).
     move     PR-Pos to PR-P-Pos (PR-Parm-Cnt).
     move     spaces to PR-P-Name (PR-Parm-Cnt).
     unstring PR-Tok delimited by "(" into PR-P-Name (PR-Parm-Cnt).
     move     PR-By to PR-P-By (PR-Parm-Cnt).
     move     spaces to PR-P-Dir (PR-Parm-Cnt).
     move     zero to PR-P-Reads (PR-Parm-Cnt) PR-P-Mods (PR-Parm-Cnt)
                      PR-P-First-M (PR-Parm-Cnt) PR-P-First-R (PR-Parm-Cnt).
     move     Gen-RefNo1 to PR-P-Ref (PR-Parm-Cnt).
 bd737-Exit.
     exit.
*>
 bd738-Pr-Add-Arg.                                                *> New -PARMDIR
*> PR-Name, the next CALL argument, with its BY mode and PR-Hit as
*>   its kind - L literal, E expression, space A data item.
     add      1 to PR-Pos.
     if       PR-Arg-Cnt not < 2000
              move "Y" to PR-Full
              go to bd738-Exit.
     add      1 to PR-Arg-Cnt.
     move     PR-Call-Target to PR-A-Target (PR-Arg-Cnt).
     move     PR-Call-Dyn to PR-A-Dyn (PR-Arg-Cnt).
     move     PR-Call-Ref to PR-A-Ref (PR-Arg-Cnt).
     move     FUNCTION UPPER-CASE (PG-Cur-Para) to PR-A-Para (PR-Arg-Cnt).
     move     PR-Pos to PR-A-Pos (PR-Arg-Cnt).
     move     PR-Name to PR-A-Name (PR-Arg-Cnt).
     move     PR-By to PR-A-By (PR-Arg-Cnt).
     move     PR-Hit to PR-A-Lit (PR-Arg-Cnt).
     move     "N" to PR-A-Read (PR-Arg-Cnt).
     move     zero to PR-A-Read-Ref (PR-Arg-Cnt).
     move     Gen-RefNo1 to PR-A-End (PR-Arg-Cnt).
 bd738-Exit.
     exit.
*>
 bd739-Pr-End-Stmt.                                               *> New -PARMDIR
*> The statement in hand is over: A CALL's arguments get its last line.
     if       PR-State = "A" or = "O" or = "Q"
              perform varying PR-I from PR-Call-First by 1
                        until PR-I > PR-Arg-Cnt
                      move Gen-RefNo1 to PR-A-End (PR-I)
              end-perform.
     if       (PR-State = "U" or = "Z" or = "V")
          and PR-Hdr-Cnt > zero
              move Gen-RefNo1 to PR-H-To (PR-Hdr-Cnt).
     move     space to PR-State.
 bd739-Exit.
     exit.
*>
 bd740-Pr-Ref.                                                    *> New -PARMDIR
*> A Procedure Division reference (PR-Name): kept with its line, its
*>   read / modify stamp and its paragraph.
     if       PR-Ref-Cnt not < 20000
              move "Y" to PR-Full
              go to bd740-Exit.
     add      1 to PR-Ref-Cnt.
     move     PR-Name to PR-R-Name (PR-Ref-Cnt).
     move     Gen-RefNo1 to PR-R-Ref (PR-Ref-Cnt).
     move     PD-New-RefType to PR-R-Type (PR-Ref-Cnt).
     if       PD-New-RefType = "M"           *> the target of an arith-
          and (PD-Verb = "ADD" or = "SUBTRACT"  *> metic verb is read
           or  PD-Verb = "MULTIPLY" or = "DIVIDE")  *> as well, bar
          and PD-Giving = "N"                   *> A GIVING target
              move "B" to PR-R-Type (PR-Ref-Cnt).
     move     FUNCTION UPPER-CASE (PG-Cur-Para) to PR-R-Para (PR-Ref-Cnt).
 bd740-Exit.
     exit.
*>
 bd741-Parmdir.                                                   *> New -PARMDIR
*>***********************
*> End of A program: each USING parameter classed from the stamps on
*>   the references to it and its parts outside the header itself,
*>   each CALL argument checked for A later read, then the program's
*>   part of Prog-BaseName.parmdir - the first program opens it, any
*>   nested ones add to it.
*>***********************
     if       PR-State not = space
              perform bd739-Pr-End-Stmt thru bd739-Exit.
     perform  varying PR-I from 1 by 1 until PR-I > PR-Parm-Cnt
              perform bd742-Pr-Classify thru bd742-Exit
     end-perform.
     perform  varying PR-I from 1 by 1 until PR-I > PR-Arg-Cnt
              if   PR-A-Lit (PR-I) = space
                   perform bd744-Pr-Read-After thru bd744-Exit
              end-if
     end-perform.
     move     Parmdir-FileName to Copyuse-Report-FileName.
     if       PR-Started = "Y"
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move "Y" to PR-Started.
     string   "Parameter directions for "       delimited by size
              FUNCTION TRIM (HoldID-Module)     delimited by size
              into PR-Line.
     perform  bd749-Pr-Write thru bd749-Exit.
     perform  bd749-Pr-Write thru bd749-Exit.
     if       PR-Parm-Cnt = zero
              move "  (no PROCEDURE DIVISION or ENTRY USING list - not A called program)"
                   to PR-Line
              perform bd749-Pr-Write thru bd749-Exit
     else
              move "  Entry / parameter" to PR-Line
              move "Pos" to PR-Line (38:3)
              move "BY" to PR-Line (43:2)
              move "Direction" to PR-Line (54:9)
              move "Reads Writes  First write  First read" to PR-Line (64:37)
              perform bd749-Pr-Write thru bd749-Exit
     end-if.
     perform  varying PR-I from 1 by 1 until PR-I > PR-Parm-Cnt
              if   PR-I = 1
                or PR-P-Entry (PR-I) not = PR-P-Entry (PR-I - 1)
                   move PR-P-Entry (PR-I) to PR-Line (3:32)
                   perform bd749-Pr-Write thru bd749-Exit
              end-if
              move PR-P-Name (PR-I) to PR-Line (5:32)
              move PR-P-Pos (PR-I) to PR-Line (38:3)
              move PR-P-By (PR-I) to PR-Line (43:9)
              move PR-P-Dir (PR-I) to PR-Line (54:8)
              move PR-P-Reads (PR-I) to PR-NumZ
              move PR-NumZ to PR-Line (63:5)
              move PR-P-Mods (PR-I) to PR-NumZ
              move PR-NumZ to PR-Line (70:5)
              if   PR-P-First-M (PR-I) > zero
                   move PR-P-First-M (PR-I) to PR-Line (78:6)
              end-if
              if   PR-P-First-R (PR-I) > zero
                   move PR-P-First-R (PR-I) to PR-Line (91:6)
              end-if
              if   PR-P-Dir (PR-I) = "IN-OUT"
               and PR-P-First-M (PR-I) < PR-P-First-R (PR-I)
                   move "(written first)" to PR-Line (99:15)
              end-if
              if   PR-P-Dir (PR-I) not = "UNUSED"
               and PR-P-By (PR-I) = "VALUE"
                   move "(BY VALUE - A copy)" to PR-Line (99:19)
              end-if
              perform bd749-Pr-Write thru bd749-Exit
     end-perform.
     perform  bd749-Pr-Write thru bd749-Exit.
     move     "  CALLs made" to PR-Line.
     perform  bd749-Pr-Write thru bd749-Exit.
     if       PR-Arg-Cnt = zero
              move "  (no CALL ... USING)" to PR-Line
              perform bd749-Pr-Write thru bd749-Exit
     else
              move "  Line    Paragraph" to PR-Line
              move "Target" to PR-Line (42:6)
              move "Pos Argument" to PR-Line (66:12)
              move "BY         After the CALL" to PR-Line (103:25)
              perform bd749-Pr-Write thru bd749-Exit
     end-if.
     perform  varying PR-I from 1 by 1 until PR-I > PR-Arg-Cnt
              if   PR-I = 1
                or PR-A-Ref (PR-I) not = PR-A-Ref (PR-I - 1)
                or PR-A-Target (PR-I) not = PR-A-Target (PR-I - 1)
                   move PR-A-Ref (PR-I) to PR-Line (3:6)
                   move PR-A-Para (PR-I) to PR-Line (11:30)
                   if   PR-A-Dyn (PR-I) = "Y"
                        string FUNCTION TRIM (PR-A-Target (PR-I))
                                                    delimited by size
                               " (dynamic)"         delimited by size
                               into PR-Line (42:23)
                   else
                        move PR-A-Target (PR-I) to PR-Line (42:23)
                   end-if
              end-if
              move PR-A-Pos (PR-I) to PR-Line (66:3)
              move PR-A-Name (PR-I) to PR-Line (70:32)
              move PR-A-By (PR-I) to PR-Line (103:9)
              evaluate true
                  when PR-A-Lit (PR-I) = "L"
                       move "literal" to PR-Line (114:7)
                  when PR-A-Lit (PR-I) = "E"
                       move "expression" to PR-Line (114:10)
                  when PR-A-Read (PR-I) = "Y"
                       move PR-A-Read-Ref (PR-I) to PR-NumZ2
                       string "read at line "          delimited by size
                              FUNCTION TRIM (PR-NumZ2) delimited by size
                              into PR-Line (114:47)
                  when other
                       move "not read again" to PR-Line (114:14)
              end-evaluate
              perform bd749-Pr-Write thru bd749-Exit
     end-perform.
     if       PR-Full = "Y"
              move "  (more parameters, arguments or references than are kept - lists are short)"
                   to PR-Line
              perform bd749-Pr-Write thru bd749-Exit.
     perform  bd749-Pr-Write thru bd749-Exit.
     close    Copyuse-Report-Out.
     move     PR-Parm-Cnt to PR-NumZ.
     move     PR-Arg-Cnt to PR-NumZ2.
     display  "Parameter directions (" FUNCTION TRIM (PR-NumZ)
              " parameter(s), " FUNCTION TRIM (PR-NumZ2)
              " CALL argument(s)) written to " FUNCTION TRIM (Parmdir-FileName).
 bd741-Exit.
     exit.
*>
 bd742-Pr-Classify.                                               *> New -PARMDIR
*> Parameter PR-I: the references to it, its subordinates and their
*>   88s outside the USING headers - read only is input, modify only
*>   output, both in-out, none unused.
     move     PR-P-Name (PR-I) to PR-Name.
     move     "P" to PR-Hit.
     perform  bd743-Pr-Members thru bd743-Exit.
     perform  varying PR-J from 1 by 1 until PR-J > PR-Ref-Cnt
              perform varying PR-L from 1 by 1 until PR-L > PR-Hdr-Cnt
                      if   PR-R-Ref (PR-J) not < PR-H-From (PR-L)
                       and PR-R-Ref (PR-J) not > PR-H-To (PR-L)
                           exit perform
                      end-if
              end-perform
              if   PR-L > PR-Hdr-Cnt
                   perform varying PR-K from 1 by 1 until PR-K > PR-Mem-Cnt
                           if   PR-Mem (PR-K) = PR-R-Name (PR-J)
                                exit perform
                           end-if
                   end-perform
                   if   PR-K not > PR-Mem-Cnt
                        if   PR-R-Type (PR-J) = "M" or = "B"
                             add 1 to PR-P-Mods (PR-I)
                             if   PR-P-First-M (PR-I) = zero
                                  move PR-R-Ref (PR-J) to PR-P-First-M (PR-I)
                             end-if
                        end-if
                        if   PR-R-Type (PR-J) not = "M"
                             add 1 to PR-P-Reads (PR-I)
                             if   PR-P-First-R (PR-I) = zero
                                  move PR-R-Ref (PR-J) to PR-P-First-R (PR-I)
                             end-if
                        end-if
                   end-if
              end-if
     end-perform.
     evaluate true
         when PR-P-Reads (PR-I) > zero and PR-P-Mods (PR-I) > zero
              move "IN-OUT" to PR-P-Dir (PR-I)
         when PR-P-Reads (PR-I) > zero
              move "INPUT" to PR-P-Dir (PR-I)
         when PR-P-Mods (PR-I) > zero
              move "OUTPUT" to PR-P-Dir (PR-I)
         when other
              move "UNUSED" to PR-P-Dir (PR-I)
     end-evaluate.
 bd742-Exit.
     exit.
*>
 bd743-Pr-Members.                                                *> New -PARMDIR
*>***********************
*> PR-Name and its parts into PR-Mem: the items under it in the
*>   layout and the 88s on any of them.  PR-Hit "P" looks for it in
*>   the LINKAGE SECTION first; "A" (an argument) also takes the
*>   groups above it, since A read of the whole record reads it too.
*>***********************
     move     1 to PR-Mem-Cnt.
     move     PR-Name to PR-Mem (1).
     move     zero to PR-K.
     if       PR-Hit = "P"
              perform varying PR-L from 1 by 1 until PR-L > Layout-Count
                      if   LT-Section (PR-L) = 4
                       and LT-Prog (PR-L) = HoldID-Module
                       and FUNCTION UPPER-CASE (LT-Name (PR-L)) = PR-Name
                           move PR-L to PR-K
                           exit perform
                      end-if
              end-perform.
     if       PR-K = zero
              perform varying PR-L from 1 by 1 until PR-L > Layout-Count
                      if   LT-Prog (PR-L) = HoldID-Module
                       and FUNCTION UPPER-CASE (LT-Name (PR-L)) = PR-Name
                           move PR-L to PR-K
                           exit perform
                      end-if
              end-perform.
     if       PR-K > zero
              move LT-Level (PR-K) to PR-Lvl
              perform varying PR-L from PR-K by 1 until PR-L > Layout-Count
                      if   PR-L > PR-K
                        and (LT-Level (PR-L) not > PR-Lvl
                         or  LT-Level (PR-L) = 1 or = 77)
                           exit perform
                      end-if
                      if   PR-L > PR-K
                       and LT-Name (PR-L) not = spaces
                       and FUNCTION UPPER-CASE (LT-Name (PR-L)) not = "FILLER"
                       and PR-Mem-Cnt < 1000
                           add  1 to PR-Mem-Cnt
                           move FUNCTION UPPER-CASE (LT-Name (PR-L))
                                to PR-Mem (PR-Mem-Cnt)
                      end-if
              end-perform
     end-if.
     if       PR-K > zero
          and PR-Hit = "A"
          and PR-Lvl not = 1 and not = 77
              perform varying PR-L from PR-K by -1 until PR-L < 1
                      if   LT-Level (PR-L) < PR-Lvl
                       and PR-Mem-Cnt < 1000
                           move LT-Level (PR-L) to PR-Lvl
                           add  1 to PR-Mem-Cnt
                           move FUNCTION UPPER-CASE (LT-Name (PR-L))
                                to PR-Mem (PR-Mem-Cnt)
                      end-if
                      if   PR-Lvl = 1 or = 77
                           exit perform
                      end-if
              end-perform
     end-if.
     move     PR-Mem-Cnt to PR-P.
     perform  varying PR-L from 1 by 1 until PR-L > Con-Tab-Count
              perform varying PR-J from 1 by 1 until PR-J > PR-P
                      if   FUNCTION UPPER-CASE (Variables (PR-L)) = PR-Mem (PR-J)
                           if   PR-Mem-Cnt < 1000
                                add  1 to PR-Mem-Cnt
                                move FUNCTION UPPER-CASE (Conditions (PR-L))
                                     to PR-Mem (PR-Mem-Cnt)
                           end-if
                           exit perform
                      end-if
              end-perform
     end-perform.
 bd743-Exit.
     exit.
*>
 bd744-Pr-Read-After.                                             *> New -PARMDIR
*> Argument PR-I: read again after its CALL - later in the same
*>   paragraph, or anywhere in another one, as that may be PERFORMed
*>   after it.  The CALL statement's own lines do not count.
     move     PR-A-Name (PR-I) to PR-Name.
     move     "A" to PR-Hit.
     perform  bd743-Pr-Members thru bd743-Exit.
     perform  varying PR-J from 1 by 1 until PR-J > PR-Ref-Cnt
              if   PR-R-Type (PR-J) not = "M"
               and (PR-R-Ref (PR-J) < PR-A-Ref (PR-I)
                or  PR-R-Ref (PR-J) > PR-A-End (PR-I))
               and (PR-R-Ref (PR-J) > PR-A-End (PR-I)
                or  PR-R-Para (PR-J) not = PR-A-Para (PR-I))
                   perform varying PR-K from 1 by 1 until PR-K > PR-Mem-Cnt
                           if   PR-Mem (PR-K) = PR-R-Name (PR-J)
                                exit perform
                           end-if
                   end-perform
                   if   PR-K not > PR-Mem-Cnt
                        move "Y" to PR-A-Read (PR-I)
                        move PR-R-Ref (PR-J) to PR-A-Read-Ref (PR-I)
                        if   PR-R-Ref (PR-J) > PR-A-End (PR-I)
                             exit perform
                        end-if
                   end-if
              end-if
     end-perform.
 bd744-Exit.
     exit.
*>
 bd745-Parmdir-Library.                                           *> New -PARMDIR
*>***********************
*> dir/library.parmdir from the members' .xdb "D" and "U" rows: each
*>   contract with the callers of its entry point, every argument
*>   checked against the parameter in its position.  Flagged are A
*>   literal, expression or BY CONTENT / BY VALUE argument where the
*>   callee writes A BY REFERENCE parameter (the change is lost), an
*>   output argument the caller never reads again, and an argument
*>   with no parameter in its position.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxprdtmp"          delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to PR-LD-Cnt PR-LU-Cnt PR-Dbs SW-Copyuse-Raw-Eof.
     move     "N" to PR-Full.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd746-Parmdir-Xdb thru bd746-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       PR-Dbs = zero
              display "Caution: -PARMDIR found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -PARMDIR first"
              go to bd745-Exit.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "library.parmdir"   delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     string   "Parameter-direction contracts and their callers for "
                                               delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into PR-Line.
     perform  bd749-Pr-Write thru bd749-Exit.
     move     PR-LD-Cnt to PR-NumZ.
     move     PR-LU-Cnt to PR-NumZ2.
     string   FUNCTION TRIM (PR-NumZ)          delimited by size
              " parameter(s) and "             delimited by size
              FUNCTION TRIM (PR-NumZ2)         delimited by size
              " CALL argument(s) from the .xdb of "
                                               delimited by size
              into PR-Line.
     move     PR-Dbs to PR-NumZ.
     string   PR-Line                          delimited by "  "
              " "                              delimited by size
              FUNCTION TRIM (PR-NumZ)          delimited by size
              " member(s)"                     delimited by size
              into Copyuse-Report-Rec.
     move     Copyuse-Report-Rec to PR-Line.
     perform  bd749-Pr-Write thru bd749-Exit.
     move     zero to PR-Flag-Lit PR-Flag-Unread PR-Flag-Pos
                      PR-Unchecked PR-Checked.
     perform  varying PR-I from 1 by 1 until PR-I > PR-LD-Cnt
              move PR-LD-Row (PR-I) to PR-WD
              if   PR-I = 1
                or PR-WD-Entry not = PR-LD-Row (PR-I - 1) (1:32)
                   perform bd747-Pr-Lib-Entry thru bd747-Exit
              end-if
     end-perform.
*> calls to entry points no member's contract covers
     perform  bd749-Pr-Write thru bd749-Exit.
     move     "Calls not checked - target not in the library, A system routine or dynamic"
              to PR-Line.
     perform  bd749-Pr-Write thru bd749-Exit.
     move     "  Caller" to PR-Line.
     move     "Line" to PR-Line (36:4).
     move     "Target" to PR-Line (44:6).
     move     "Arguments" to PR-Line (78:9).
     perform  bd749-Pr-Write thru bd749-Exit.
     move     zero to PR-K.
     perform  varying PR-J from 1 by 1 until PR-J > PR-LU-Cnt
              move PR-LU-Row (PR-J) to PR-WU
              perform varying PR-L from 1 by 1 until PR-L > PR-LD-Cnt
                      if   PR-LD-Row (PR-L) (1:32) = PR-WU-Target
                       and PR-WU-Dyn not = "Y"
                           exit perform
                      end-if
              end-perform
              if   PR-L > PR-LD-Cnt
                   add  1 to PR-Unchecked
                   if   PR-WU-Pos = 1
                     or PR-J = 1
                     or PR-LU-Row (PR-J - 1) (1:39) not = PR-LU-Row (PR-J) (1:39)
                     or PR-LU-Prog (PR-J - 1) not = PR-LU-Prog (PR-J)
                        move PR-LU-Prog (PR-J) to PR-Line (3:32)
                        move PR-WU-Ref to PR-Line (36:6)
                        if   PR-WU-Dyn = "Y"
                             string FUNCTION TRIM (PR-WU-Target)
                                                    delimited by size
                                    " (dynamic)"    delimited by size
                                    into PR-Line (44:33)
                        else
                             move PR-WU-Target to PR-Line (44:32)
                        end-if
                        move zero to PR-K
                        perform varying PR-L from PR-J by 1
                                  until PR-L > PR-LU-Cnt
                                     or PR-LU-Row (PR-L) (1:39)
                                        not = PR-LU-Row (PR-J) (1:39)
                                     or PR-LU-Prog (PR-L) not = PR-LU-Prog (PR-J)
                                add 1 to PR-K
                        end-perform
                        move PR-K to PR-NumZ
                        move FUNCTION TRIM (PR-NumZ) to PR-Line (78:5)
                        perform bd749-Pr-Write thru bd749-Exit
                   end-if
              end-if
     end-perform.
     if       PR-Unchecked = zero
              move "  (none)" to PR-Line
              perform bd749-Pr-Write thru bd749-Exit.
     perform  bd749-Pr-Write thru bd749-Exit.
     move     1 to PR-P.
     move     PR-Checked to PR-NumZ.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (PR-NumZ)          delimited by size
              " argument(s) checked, "         delimited by size
              into PR-Line with pointer PR-P.
     move     PR-Flag-Lit to PR-NumZ.
     string   FUNCTION TRIM (PR-NumZ)          delimited by size
              " written by the callee but passed as A copy, "
                                               delimited by size
              into PR-Line with pointer PR-P.
     move     PR-Flag-Unread to PR-NumZ.
     string   FUNCTION TRIM (PR-NumZ)          delimited by size
              " output(s) never read, "        delimited by size
              into PR-Line with pointer PR-P.
     move     PR-Flag-Pos to PR-NumZ.
     string   FUNCTION TRIM (PR-NumZ)          delimited by size
              " with no parameter"             delimited by size
              into PR-Line with pointer PR-P.
     perform  bd749-Pr-Write thru bd749-Exit.
     close    Copyuse-Report-Out.
     if       PR-Full = "Y"
              display "Caution: -PARMDIR library tables are capped at 3000"
                      " parameters and 6000 arguments - some left out".
     compute  PR-K = PR-Flag-Lit + PR-Flag-Unread + PR-Flag-Pos.
     move     PR-K to PR-NumZ.
     display  "Parameter contract check (" FUNCTION TRIM (PR-NumZ)
              " flag(s)) written to " FUNCTION TRIM (Copyuse-Report-FileName).
 bd745-Exit.
     exit.
*>
 bd746-Parmdir-Xdb.                                               *> New -PARMDIR
*> One member's .xdb - the "D" and "U" rows under each program header.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd746-Exit.
     add      1 to PR-Dbs.
     move     spaces to PR-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate true
                  when Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                       move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                            to PR-Cur-Prog
                  when Xdb-In-Rec (1:1) = "D"
                       if   PR-LD-Cnt < 3000
                            add  1 to PR-LD-Cnt
                            move PR-Cur-Prog to PR-LD-Prog (PR-LD-Cnt)
                            move Xdb-In-Rec (2:112) to PR-LD-Row (PR-LD-Cnt)
                       else
                            move "Y" to PR-Full
                       end-if
                  when Xdb-In-Rec (1:1) = "U"
                       if   PR-LU-Cnt < 6000
                            add  1 to PR-LU-Cnt
                            move PR-Cur-Prog to PR-LU-Prog (PR-LU-Cnt)
                            move Xdb-In-Rec (2:129) to PR-LU-Row (PR-LU-Cnt)
                       else
                            move "Y" to PR-Full
                       end-if
              end-evaluate
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd746-Exit.
     exit.
*>
 bd747-Pr-Lib-Entry.                                              *> New -PARMDIR
*> Entry point PR-WD-Entry: its contract, then every argument passed
*>   to it, checked.
     perform  bd749-Pr-Write thru bd749-Exit.
     string   FUNCTION TRIM (PR-WD-Entry)      delimited by size
              "  (in "                         delimited by size
              FUNCTION TRIM (PR-LD-Prog (PR-I)) delimited by size
              ")"                              delimited by size
              into PR-Line.
     perform  bd749-Pr-Write thru bd749-Exit.
     perform  varying PR-J from PR-I by 1 until PR-J > PR-LD-Cnt
                                    or PR-LD-Row (PR-J) (1:32) not = PR-WD-Entry
              move PR-LD-Row (PR-J) to PR-WD
              move PR-WD-Pos to PR-Line (3:3)
              move PR-WD-Name to PR-Line (7:32)
              move PR-WD-By to PR-Line (40:9)
              move PR-WD-Dir to PR-Line (51:8)
              perform bd749-Pr-Write thru bd749-Exit
     end-perform.
     move     PR-LD-Row (PR-I) to PR-WD.
     move     zero to PR-K.
     perform  varying PR-J from 1 by 1 until PR-J > PR-LU-Cnt
              move PR-LU-Row (PR-J) to PR-WU
              if   PR-WU-Target = PR-WD-Entry
               and PR-WU-Dyn not = "Y"
                   if   PR-K = zero
                        move "  Called from" to PR-Line
                        move "Line" to PR-Line (36:4)
                        move "Pos Argument" to PR-Line (44:12)
                        move "BY" to PR-Line (77:2)
                        move "Check" to PR-Line (88:5)
                        perform bd749-Pr-Write thru bd749-Exit
                   end-if
                   add  1 to PR-K
                   perform bd748-Pr-Lib-Check thru bd748-Exit
              end-if
     end-perform.
     if       PR-K = zero
              move "  (no caller in the library)" to PR-Line
              perform bd749-Pr-Write thru bd749-Exit.
 bd747-Exit.
     exit.
*>
 bd748-Pr-Lib-Check.                                              *> New -PARMDIR
*> Argument PR-J (in PR-WU) against the contract row at its position.
     add      1 to PR-Checked.
     move     PR-LU-Prog (PR-J) to PR-Line (3:32).
     move     PR-WU-Ref to PR-Line (36:6).
     move     PR-WU-Pos to PR-Line (44:3).
     move     PR-WU-Name (1:28) to PR-Line (48:28).
     move     PR-WU-By to PR-Line (77:9).
     perform  varying PR-L from PR-I by 1 until PR-L > PR-LD-Cnt
                                    or PR-LD-Row (PR-L) (1:32) not = PR-WD-Entry
              if   PR-LD-Row (PR-L) (33:3) = PR-WU-Pos
                   exit perform
              end-if
     end-perform.
     if       PR-L > PR-LD-Cnt
           or PR-LD-Row (PR-L) (1:32) not = PR-WD-Entry
              add  1 to PR-Flag-Pos
              move "*** no parameter in this position" to PR-Line (88:34)
              perform bd749-Pr-Write thru bd749-Exit
              move PR-LD-Row (PR-I) to PR-WD
              go to bd748-Exit.
     move     PR-LD-Row (PR-L) to PR-WD.
     move     spaces to PR-Note.
     evaluate true
         when PR-WD-Dir not = "OUTPUT" and not = "IN-OUT"
              string "ok - "                      delimited by size
                     FUNCTION TRIM (PR-WD-Name)   delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (PR-WD-Dir)    delimited by size
                     into PR-Note
         when PR-WD-By = "VALUE"
              string "ok - "                      delimited by size
                     FUNCTION TRIM (PR-WD-Name)   delimited by size
                     " is received BY VALUE"      delimited by size
                     into PR-Note
         when PR-WU-Lit = "L" or = "E"
           or PR-WU-By = "CONTENT" or = "VALUE"
              add  1 to PR-Flag-Lit
              string "*** callee writes "         delimited by size
                     FUNCTION TRIM (PR-WD-Name)   delimited by size
                     " - A copy is passed, the result is lost"
                                                  delimited by size
                     into PR-Note
         when PR-WU-Read not = "Y"
              add  1 to PR-Flag-Unread
              string "*** "                       delimited by size
                     FUNCTION TRIM (PR-WD-Dir)    delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (PR-WD-Name)   delimited by size
                     " - never read after the CALL"
                                                  delimited by size
                     into PR-Note
         when other
              move PR-WU-Read-Ref to PR-NumZ
              string "ok - "                      delimited by size
                     FUNCTION TRIM (PR-WD-Name)   delimited by size
                     " "                          delimited by size
                     FUNCTION TRIM (PR-WD-Dir)    delimited by size
                     ", read at line "            delimited by size
                     FUNCTION TRIM (PR-NumZ)      delimited by size
                     into PR-Note
     end-evaluate.
     move     PR-Note to PR-Line (88:72).
     perform  bd749-Pr-Write thru bd749-Exit.
     move     PR-LD-Row (PR-I) to PR-WD.
 bd748-Exit.
     exit.
*>
 bd749-Pr-Write.                                                  *> New -PARMDIR
     move     PR-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to PR-Line.
 bd749-Exit.
     exit.
*>
 bd750-Pr-Literal.                                                *> New -PARMDIR
*> The literal argument in PR-Tok as coded - its case and any spaces
*>   in it - from the source line, cut to 32.
     if       PR-Tok-Len > 30
              go to bd750-Exit.
     perform  varying PR-P from 1 by 1 until PR-P > 256 - PR-Tok-Len
              if   FUNCTION UPPER-CASE (SourceRecIn (PR-P:PR-Tok-Len))
                     = PR-Tok (1:PR-Tok-Len)
                   exit perform
              end-if
     end-perform.
     if       PR-P > 256 - PR-Tok-Len
              go to bd750-Exit.
     move     zero to PR-L.
     inspect  SourceRecIn (PR-P + 1:256 - PR-P) tallying PR-L
              for characters before initial PR-Tok (1:1).
     add      2 to PR-L.
     if       PR-L > 32
              move 32 to PR-L.
     if       PR-P + PR-L > 257
              compute PR-L = 257 - PR-P.
     move     SourceRecIn (PR-P:PR-L) to PR-Name.
 bd750-Exit.
     exit.
*>
 bd751-Genbridge.                                                 *> New -GENBRIDGE
*>***********************
*> End of A program: when it has A PROCEDURE DIVISION USING list,
*>   its JSON bridge program and the schema for the gateway - the
*>   fields laid out by bd752, the program written by bd755 and the
*>   schema by bd759.  Only the first such program of A source is
*>   bridged; any other is named and skipped.
*>***********************
     if       PR-State not = space
              perform bd739-Pr-End-Stmt thru bd739-Exit.
     move     FUNCTION UPPER-CASE (HoldID-Module (1:32)) to GB-Target.
     move     zero to GB-K.
     perform  varying GB-I from 1 by 1 until GB-I > PR-Parm-Cnt
              if   PR-P-Entry (GB-I) = GB-Target
                   add 1 to GB-K
              end-if
     end-perform.
     if       GB-K = zero
              display "-GENBRIDGE: " FUNCTION TRIM (HoldID-Module)
                      " has no PROCEDURE DIVISION USING - no bridge"
              go to bd751-Exit.
     if       GB-Done not = spaces
              display "Caution: -GENBRIDGE bridges " FUNCTION TRIM (GB-Done)
                      " only - " FUNCTION TRIM (HoldID-Module) " skipped"
              go to bd751-Exit.
     move     GB-Target to GB-Done.
     perform  zz045-Compute-Layout thru zz045-Exit.
     perform  bd752-Gb-Fields thru bd752-Exit.
     perform  bd755-Gb-Program thru bd755-Exit.
     perform  bd761-Gb-Schema thru bd761-Exit.
     move     GB-Ins to GB-NumZ.
     move     GB-Outs to GB-NumZ2.
     display  "JSON bridge (" FUNCTION TRIM (GB-NumZ) " request / "
              FUNCTION TRIM (GB-NumZ2) " response field(s)) written to "
              FUNCTION TRIM (Genbridge-FileName) " and "
              FUNCTION TRIM (Gbschema-FileName).
     if       GB-Hand > zero
              move GB-Hand to GB-NumZ
              display "Caution: -GENBRIDGE left " FUNCTION TRIM (GB-NumZ)
                      " field(s) for hand coding - see the bridge header".
 bd751-Exit.
     exit.
*>
 bd752-Gb-Fields.                                                 *> New -GENBRIDGE
*>***********************
*> Every item of every USING record, in order, into GB-Fld with its
*>   kind and whether the request fills it and the response returns
*>   it.  A name used twice can be neither A JSON name nor, inside
*>   one record, qualified by its 01 - such fields go by hand.
*>***********************
     move     zero to GB-Cnt GB-Hand GB-Ins GB-Outs.
     perform  varying GB-I from 1 by 1 until GB-I > PR-Parm-Cnt
              if   PR-P-Entry (GB-I) = GB-Target
                   perform bd753-Gb-Parm thru bd753-Exit
              end-if
     end-perform.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              if   GB-F-Kind (GB-I) = "N" or = "X"
                   perform varying GB-J from 1 by 1 until GB-J > GB-Cnt
                           if   GB-J not = GB-I
                            and GB-F-Key (GB-J) = GB-F-Key (GB-I)
                                move "H" to GB-F-Kind (GB-I)
                                move "name used twice" to GB-F-Why (GB-I)
                                exit perform
                           end-if
                   end-perform
              end-if
     end-perform.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              evaluate GB-F-Kind (GB-I)
                  when "H"
                       add 1 to GB-Hand
                  when "N"
                  when "X"
                       if   GB-F-In (GB-I) = "Y"
                            add 1 to GB-Ins
                       end-if
                       if   GB-F-Out (GB-I) = "Y"
                            add 1 to GB-Outs
                       end-if
              end-evaluate
     end-perform.
 bd752-Exit.
     exit.
*>
 bd753-Gb-Parm.                                                   *> New -GENBRIDGE
*> USING item GB-I: its LINKAGE record and everything under it.
     move     zero to GB-K.
     perform  varying GB-L from 1 by 1 until GB-L > Layout-Count
              if   LT-Section (GB-L) = 4
               and LT-Prog (GB-L) = HoldID-Module
               and (LT-Level (GB-L) = 1 or = 77)
               and FUNCTION UPPER-CASE (LT-Name (GB-L)) = PR-P-Name (GB-I)
                   move GB-L to GB-K
                   exit perform
              end-if
     end-perform.
     if       GB-Cnt not < 1000
              go to bd753-Exit.
     if       GB-K = zero
              add  1 to GB-Cnt
              move zero to GB-F-Lt (GB-Cnt) GB-F-Scale (GB-Cnt)
              move GB-I to GB-F-Parm (GB-Cnt)
              move "H" to GB-F-Kind (GB-Cnt)
              move "layout not captured" to GB-F-Why (GB-Cnt)
              move FUNCTION LOWER-CASE (PR-P-Name (GB-I)) to GB-F-Key (GB-Cnt)
                                                           GB-F-Rec (GB-Cnt)
              move "N" to GB-F-In (GB-Cnt) GB-F-Out (GB-Cnt)
              go to bd753-Exit.
     move     zero to GB-Occ-Lvl GB-Red-Lvl.
     perform  varying GB-L from GB-K by 1 until GB-L > Layout-Count
                                             or GB-Cnt not < 1000
              if   GB-L > GB-K
               and (LT-Level (GB-L) = 1 or = 77
                or  LT-Section (GB-L) not = 4
                or  LT-Prog (GB-L) not = HoldID-Module)
                   exit perform
              end-if
              add  1 to GB-Cnt
              move GB-L to GB-F-Lt (GB-Cnt)
              move GB-I to GB-F-Parm (GB-Cnt)
              move spaces to GB-F-Why (GB-Cnt)
              move zero to GB-F-Scale (GB-Cnt)
              move FUNCTION LOWER-CASE (LT-Name (GB-L)) to GB-F-Key (GB-Cnt)
              move FUNCTION LOWER-CASE (PR-P-Name (GB-I)) to GB-F-Rec (GB-Cnt)
              if   GB-Occ-Lvl > zero
               and LT-Level (GB-L) not > GB-Occ-Lvl
                   move zero to GB-Occ-Lvl
              end-if
              if   GB-Red-Lvl > zero
               and LT-Level (GB-L) not > GB-Red-Lvl
                   move zero to GB-Red-Lvl
              end-if
              if   LT-Occurs (GB-L) > zero
               and GB-Occ-Lvl = zero
                   move LT-Level (GB-L) to GB-Occ-Lvl
              end-if
              if   LT-Redefines (GB-L) not = spaces
               and GB-Red-Lvl = zero
                   move LT-Level (GB-L) to GB-Red-Lvl
              end-if
              evaluate true
                  when LT-Group-Flag (GB-L) = "Y"
                       move "G" to GB-F-Kind (GB-Cnt)
                  when GB-F-Key (GB-Cnt) = "filler" or = spaces
                       move "F" to GB-F-Kind (GB-Cnt)
                  when GB-Occ-Lvl > zero
                       move "H" to GB-F-Kind (GB-Cnt)
                       move "under an OCCURS" to GB-F-Why (GB-Cnt)
                  when GB-Red-Lvl > zero
                       move "H" to GB-F-Kind (GB-Cnt)
                       move "under A REDEFINES" to GB-F-Why (GB-Cnt)
                  when LT-Usage (GB-L) = "POINTER   " or = "INDEX     "
                    or LT-Usage (GB-L) = "PROGRAM-PO" or = "FUNCTION-P"
                    or LT-Usage (GB-L) = "FLOAT-DECI"
                       move "H" to GB-F-Kind (GB-Cnt)
                       move FUNCTION LOWER-CASE (LT-Usage (GB-L))
                            to GB-F-Why (GB-Cnt)
                  when LT-Num (GB-L) = "Y"
                       move "N" to GB-F-Kind (GB-Cnt)
                       perform bd754-Gb-Scale thru bd754-Exit
                  when LT-Usage (GB-L) = "COMP-1    " or = "COMP-2    "
                    or LT-Usage (GB-L) (1:7) = "BINARY-"
                    or LT-Usage (GB-L) (1:6) = "FLOAT-"
                       move "N" to GB-F-Kind (GB-Cnt)
                  when other
                       move "X" to GB-F-Kind (GB-Cnt)
              end-evaluate
              evaluate true
                  when PR-P-Dir (GB-I) = "INPUT" or = "UNUSED"
                       move "Y" to GB-F-In (GB-Cnt)
                       move "N" to GB-F-Out (GB-Cnt)
                  when PR-P-Dir (GB-I) = "OUTPUT"
                       move "N" to GB-F-In (GB-Cnt)
                       move "Y" to GB-F-Out (GB-Cnt)
                  when other
                       move "Y" to GB-F-In (GB-Cnt) GB-F-Out (GB-Cnt)
              end-evaluate
              if   PR-P-By (GB-I) = "VALUE"          *> the callee's copy
                   move "N" to GB-F-Out (GB-Cnt)     *>  never comes back
              end-if
     end-perform.
 bd753-Exit.
     exit.
*>
 bd754-Gb-Scale.                                                  *> New -GENBRIDGE
*> Layout row GB-L's decimal places - the 9s after the V - into
*>   GB-F-Scale (GB-Cnt), as bd222 counts them for -DDL.
     move     "N" to GB-SawV.
     perform  varying GB-J from 1 by 1 until GB-J > 30
              if   LT-Pic (GB-L) (GB-J:1) = "V" or = "v"
                   move "Y" to GB-SawV
              end-if
              if   GB-SawV = "Y" and LT-Pic (GB-L) (GB-J:1) = "9"
                   add 1 to GB-F-Scale (GB-Cnt)
              end-if
              if   GB-SawV = "Y" and LT-Pic (GB-L) (GB-J:1) = "("
                   move spaces to GB-NumStr
                   move zero to GB-T
                   perform varying GB-J from GB-J by 1
                           until GB-J not < 30
                              or LT-Pic (GB-L) (GB-J + 1:1) = ")"
                           if   GB-T < 8
                                add  1 to GB-T
                                move LT-Pic (GB-L) (GB-J + 1:1)
                                     to GB-NumStr (GB-T:1)
                           end-if
                   end-perform
                   if   GB-NumStr not = spaces
                        compute GB-F-Scale (GB-Cnt) = GB-F-Scale (GB-Cnt) - 1
                              + FUNCTION NUMVAL (GB-NumStr)
                   end-if
              end-if
     end-perform.
 bd754-Exit.
     exit.
*>
 bd755-Gb-Program.                                                *> New -GENBRIDGE
*>***********************
*> The bridge program, free format like the -GENCONVERT one: the
*>   header with the parameters and the fields left by hand, the
*>   request / response files, the USING records as working storage,
*>   the fill - CALL - reply mainline and the JSON helpers (bd758).
*>***********************
     move     spaces to GB-Prog.
     move     GB-Target to GB-Prog.
     move     24 to GB-T.
     perform  until GB-T < 2 or GB-Prog (GB-T:1) not = space
              subtract 1 from GB-T
     end-perform.
     move     spaces to GB-Prog (GB-T + 1:).
     move     "-BRIDGE" to GB-Prog (GB-T + 1:7).
     move     FUNCTION CURRENT-DATE to GB-Date.
     move     Genbridge-FileName to Genconv-FileName.
     open     output Genconv-Listing.
     move     "       >>SOURCE FREE" to Genconv-Record.
     write    Genconv-Record.
     move     all "*" to Genconv-Record (3:66).
     move     "*>" to Genconv-Record (1:2).
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*> "                           delimited by size
              FUNCTION TRIM (GB-Prog)         delimited by size
              " - JSON request / response bridge for CALL "
                                              delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              "."                             delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*>   Generated by cobxref -GENBRIDGE on "
                                              delimited by size
              GB-Date (1:4) "-" GB-Date (5:2) "-" GB-Date (7:2)
                                              delimited by size
              " from "                        delimited by size
              FUNCTION TRIM (Prog-BaseName)   delimited by size
              "."                             delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     "*>   Request JSON in BRIDGEIN, response JSON to BRIDGEOUT - resolved"
              to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*>   by the runtime's usual DD_ / environment mapping; schema in "
                                              delimited by size
              FUNCTION TRIM (Gbschema-FileName) delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     if       Parmdir-Output
              move "*>   Fields taken and returned by the -PARMDIR direction of their record."
                   to Genconv-Record
     else
              move "*>   No -PARMDIR directions - every field is taken and returned."
                   to Genconv-Record
     end-if.
     write    Genconv-Record.
     move     "*>" to Genconv-Record.
     write    Genconv-Record.
     move     "*> Parameters (USING order):" to Genconv-Record.
     write    Genconv-Record.
     perform  varying GB-I from 1 by 1 until GB-I > PR-Parm-Cnt
              if   PR-P-Entry (GB-I) = GB-Target
                   move spaces to Genconv-Record
                   move PR-P-Pos (GB-I) to GB-NumZ
                   string "*>   "                     delimited by size
                          FUNCTION TRIM (GB-NumZ)     delimited by size
                          "  "                        delimited by size
                          FUNCTION LOWER-CASE (PR-P-Name (GB-I))
                                                      delimited by space
                          "  BY "                     delimited by size
                          PR-P-By (GB-I)              delimited by space
                          "  "                        delimited by size
                          PR-P-Dir (GB-I)             delimited by size
                          into Genconv-Record
                   write Genconv-Record
              end-if
     end-perform.
     move     "*> Fields left for hand coding:" to Genconv-Record.
     write    Genconv-Record.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              if   GB-F-Kind (GB-I) = "H"
                   move spaces to Genconv-Record
                   string "*>   "                     delimited by size
                          GB-F-Key (GB-I)             delimited by space
                          " in "                      delimited by size
                          GB-F-Rec (GB-I)             delimited by space
                          " - "                       delimited by size
                          GB-F-Why (GB-I)             delimited by size
                          into Genconv-Record
                   write Genconv-Record
              end-if
     end-perform.
     if       GB-Hand = zero
              move "*>   (none)" to Genconv-Record
              write Genconv-Record.
     move     all "*" to Genconv-Record (3:66).
     move     "*>" to Genconv-Record (1:2).
     write    Genconv-Record.
*>
     move     "identification division." to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "program-id. "             delimited by size
              FUNCTION TRIM (GB-Prog)    delimited by size
              "."                        delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     "environment division." to Genconv-Record.
     write    Genconv-Record.
     move     "input-output section." to Genconv-Record.
     write    Genconv-Record.
     move     "file-control." to Genconv-Record.
     write    Genconv-Record.
     move     "    select br-request assign 'BRIDGEIN'" to Genconv-Record.
     write    Genconv-Record.
     move     "           organization line sequential" to Genconv-Record.
     write    Genconv-Record.
     move     "           file status br-in-status." to Genconv-Record.
     write    Genconv-Record.
     move     "    select br-response assign 'BRIDGEOUT'" to Genconv-Record.
     write    Genconv-Record.
     move     "           organization line sequential" to Genconv-Record.
     write    Genconv-Record.
     move     "           file status br-out-status." to Genconv-Record.
     write    Genconv-Record.
     move     "data division." to Genconv-Record.
     write    Genconv-Record.
     move     "file section." to Genconv-Record.
     write    Genconv-Record.
     move     "fd  br-request." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-request-line        pic x(4096)." to Genconv-Record.
     write    Genconv-Record.
     move     "fd  br-response." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-response-line       pic x(8400)." to Genconv-Record.
     write    Genconv-Record.
     move     "working-storage section." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-in-status           pic xx." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-out-status          pic xx." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-eof                 pic x      value 'N'." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-json                pic x(65536)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-json-len            pic 9(8)   comp value zero." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-key                 pic x(32)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-key-q               pic x(34)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-key-len             pic 9(8)   comp." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-found               pic x." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-value               pic x(4096)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-value-len           pic 9(8)   comp." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-text                pic x(4096)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-esc                 pic x(8192)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-number              pic -(21)9.9(10)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-num-text            pic x(40)." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-p                   pic 9(8)   comp." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-q                   pic 9(8)   comp." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-i                   pic 9(8)   comp." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-errors              pic 9(4)   value zero." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-bad                 pic x(1000) value spaces." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-bad-p               pic 9(8)   comp value 1." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-message             pic x(1100) value spaces." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-rc                  pic s9(9)  comp-5 value zero." to Genconv-Record.
     write    Genconv-Record.
     move     "01  br-rc-z                pic -(9)9." to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*> the USING records of "  delimited by size
              FUNCTION TRIM (HoldID-Module) delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     perform  bd756-Gb-Records thru bd756-Exit.
*>
     move     "procedure division." to Genconv-Record.
     write    Genconv-Record.
     move     "br-main." to Genconv-Record.
     write    Genconv-Record.
     move     "    perform br-read-request" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-errors = zero" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform br-fill" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-errors = zero" to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "        call '"            delimited by size
              FUNCTION TRIM (HoldID-Module) delimited by size
              "' using"                  delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     perform  varying GB-I from 1 by 1 until GB-I > PR-Parm-Cnt
              if   PR-P-Entry (GB-I) = GB-Target
                   move spaces to Genconv-Record
                   string "            by "           delimited by size
                          FUNCTION LOWER-CASE (PR-P-By (GB-I))
                                                      delimited by space
                          " "                         delimited by size
                          FUNCTION LOWER-CASE (PR-P-Name (GB-I))
                                                      delimited by space
                          into Genconv-Record
                   write Genconv-Record
              end-if
     end-perform.
     move     "            on exception" to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "                move '"    delimited by size
              FUNCTION TRIM (HoldID-Module) delimited by size
              " could not be loaded' to br-message"
                                         delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     "                add 1 to br-errors" to Genconv-Record.
     write    Genconv-Record.
     move     "            not on exception" to Genconv-Record.
     write    Genconv-Record.
     move     "                move return-code to br-rc" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-call" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform br-write-response" to Genconv-Record.
     write    Genconv-Record.
     move     "    move br-rc to return-code" to Genconv-Record.
     write    Genconv-Record.
     move     "    goback." to Genconv-Record.
     write    Genconv-Record.
*> the request into the records
     move     "br-fill." to Genconv-Record.
     write    Genconv-Record.
     perform  varying GB-I from 1 by 1 until GB-I > PR-Parm-Cnt
              if   PR-P-Entry (GB-I) = GB-Target
                   move spaces to Genconv-Record
                   string "    initialize "           delimited by size
                          FUNCTION LOWER-CASE (PR-P-Name (GB-I))
                                                      delimited by space
                          into Genconv-Record
                   write Genconv-Record
              end-if
     end-perform.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              if   (GB-F-Kind (GB-I) = "N" or = "X")
               and GB-F-In (GB-I) = "Y"
                   perform bd757-Gb-Fill thru bd757-Exit
              end-if
     end-perform.
     move     "    if br-errors > zero" to Genconv-Record.
     write    Genconv-Record.
     move     "        string 'not numeric or too large: ' delimited by size"
              to Genconv-Record.
     write    Genconv-Record.
     move     "               br-bad delimited by size into br-message"
              to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if." to Genconv-Record.
     write    Genconv-Record.
*> the records into the response
     move     "br-reply." to Genconv-Record.
     write    Genconv-Record.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              if   (GB-F-Kind (GB-I) = "N" or = "X")
               and GB-F-Out (GB-I) = "Y"
                   perform bd758-Gb-Reply thru bd758-Exit
              end-if
     end-perform.
     move     "    continue." to Genconv-Record.
     write    Genconv-Record.
     perform  bd760-Gb-Helpers thru bd760-Exit.
     move     spaces to Genconv-Record.
     string   "end program "             delimited by size
              FUNCTION TRIM (GB-Prog)    delimited by size
              "."                        delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     close    Genconv-Listing.
 bd755-Exit.
     exit.
*>
 bd756-Gb-Records.                                                *> New -GENBRIDGE
*> The USING records as working storage, laid out as captured - the
*>   01 / 77 as an 01, then its items with PIC, USAGE, OCCURS and
*>   REDEFINES; A record with no captured layout as A one byte
*>   placeholder to be replaced by hand.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              move spaces to Genconv-Record
              move 1 to GB-T
              if   GB-F-Lt (GB-I) = zero
                   string "01  "                  delimited by size
                          GB-F-Rec (GB-I)         delimited by space
                          " pic x.  *> layout not captured - copy the record in"
                                                  delimited by size
                          into Genconv-Record
                   write Genconv-Record
                   exit perform cycle
              end-if
              move GB-F-Lt (GB-I) to GB-L
              if   LT-Level (GB-L) = 1 or = 77
                   string "01  "                  delimited by size
                          GB-F-Key (GB-I)         delimited by space
                          into Genconv-Record with pointer GB-T
              else
                   move LT-Level (GB-L) to GB-LvlZ
                   string "    "                  delimited by size
                          GB-LvlZ                 delimited by size
                          "  "                    delimited by size
                          GB-F-Key (GB-I)         delimited by space
                          into Genconv-Record with pointer GB-T
              end-if
              if   GB-F-Key (GB-I) = spaces
                   string "filler"                delimited by size
                          into Genconv-Record with pointer GB-T
              end-if
              if   LT-Redefines (GB-L) not = spaces
                   string " redefines "           delimited by size
                          FUNCTION LOWER-CASE (LT-Redefines (GB-L))
                                                  delimited by space
                          into Genconv-Record with pointer GB-T
              end-if
              if   LT-Pic (GB-L) not = spaces
                   string " pic "                 delimited by size
                          FUNCTION TRIM (LT-Pic (GB-L))
                                                  delimited by size
                          into Genconv-Record with pointer GB-T
              end-if
              evaluate LT-Usage (GB-L)
                  when "DISPLAY   "
                  when spaces
                       continue
                  when "PACKED-DEC"
                       string " packed-decimal"   delimited by size
                              into Genconv-Record with pointer GB-T
                  when "BINARY-CHA"
                       string " binary-char"      delimited by size
                              into Genconv-Record with pointer GB-T
                  when "BINARY-SHO"
                       string " binary-short"     delimited by size
                              into Genconv-Record with pointer GB-T
                  when "BINARY-LON"
                       string " binary-long"      delimited by size
                              into Genconv-Record with pointer GB-T
                  when "BINARY-DOU"
                       string " binary-double"    delimited by size
                              into Genconv-Record with pointer GB-T
                  when "FLOAT-SHOR"
                       string " float-short"      delimited by size
                              into Genconv-Record with pointer GB-T
                  when "PROGRAM-PO"
                       string " program-pointer"  delimited by size
                              into Genconv-Record with pointer GB-T
                  when "FUNCTION-P"
                       string " function-pointer" delimited by size
                              into Genconv-Record with pointer GB-T
                  when other
                       string " "                 delimited by size
                              FUNCTION LOWER-CASE (LT-Usage (GB-L))
                                                  delimited by space
                              into Genconv-Record with pointer GB-T
              end-evaluate
              if   LT-Occurs (GB-L) > zero
                   move LT-Occurs (GB-L) to GB-NumZ
                   string " occurs "              delimited by size
                          FUNCTION TRIM (GB-NumZ) delimited by size
                          into Genconv-Record with pointer GB-T
              end-if
              string "."                          delimited by size
                     into Genconv-Record with pointer GB-T
              write Genconv-Record
     end-perform.
 bd756-Exit.
     exit.
*>
 bd757-Gb-Fill.                                                   *> New -GENBRIDGE
*> Field GB-I from the request: found, A text field is moved, A
*>   numeric one checked before it is COMPUTEd.
     perform  bd759-Gb-Qual thru bd759-Exit.
     move     spaces to Genconv-Record.
     string   "    move '"                delimited by size
              GB-F-Key (GB-I)             delimited by space
              "' to br-key"               delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     "    perform br-find" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-found = 'Y'" to Genconv-Record.
     write    Genconv-Record.
     if       GB-F-Kind (GB-I) = "X"
              move spaces to Genconv-Record
              string "        move br-value to "  delimited by size
                     FUNCTION TRIM (GB-Qual)      delimited by size
                     into Genconv-Record
              write Genconv-Record
     else
              move "        if function test-numval (br-value (1:br-value-len)) = zero"
                   to Genconv-Record
              write Genconv-Record
              move spaces to Genconv-Record
              string "            compute "       delimited by size
                     FUNCTION TRIM (GB-Qual)      delimited by size
                     into Genconv-Record
              write Genconv-Record
              move "                = function numval (br-value (1:br-value-len))"
                   to Genconv-Record
              write Genconv-Record
              move "                on size error perform br-bad-number"
                   to Genconv-Record
              write Genconv-Record
              move "            end-compute" to Genconv-Record
              write Genconv-Record
              move "        else" to Genconv-Record
              write Genconv-Record
              move "            perform br-bad-number" to Genconv-Record
              write Genconv-Record
              move "        end-if" to Genconv-Record
              write Genconv-Record
     end-if.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
 bd757-Exit.
     exit.
*>
 bd758-Gb-Reply.                                                  *> New -GENBRIDGE
*> Field GB-I into the response, as A JSON number or string.
     perform  bd759-Gb-Qual thru bd759-Exit.
     move     spaces to Genconv-Record.
     if       GB-F-Kind (GB-I) = "X"
              string "    move "                  delimited by size
                     FUNCTION TRIM (GB-Qual)      delimited by size
                     " to br-text"                delimited by size
                     into Genconv-Record
     else
              string "    move "                  delimited by size
                     FUNCTION TRIM (GB-Qual)      delimited by size
                     " to br-number"              delimited by size
                     into Genconv-Record
     end-if.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "    move '"                delimited by size
              GB-F-Key (GB-I)             delimited by space
              "' to br-key"               delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     if       GB-F-Kind (GB-I) = "X"
              move "    perform br-put-text" to Genconv-Record
     else
              move "    perform br-put-number" to Genconv-Record
     end-if.
     write    Genconv-Record.
 bd758-Exit.
     exit.
*>
 bd759-Gb-Qual.                                                   *> New -GENBRIDGE
*> Field GB-I's name qualified by its record unless it is the 01.
     move     spaces to GB-Qual.
     if       LT-Level (GB-F-Lt (GB-I)) = 1 or = 77
              move GB-F-Key (GB-I) to GB-Qual
     else
              string GB-F-Key (GB-I)      delimited by space
                     " of "               delimited by size
                     GB-F-Rec (GB-I)      delimited by space
                     into GB-Qual
     end-if.
 bd759-Exit.
     exit.
*>
 bd760-Gb-Helpers.                                                *> New -GENBRIDGE
*> The bridge's fixed paragraphs: reading the request, finding A
*>   name's value in it, noting A bad number and writing the
*>   response with its numbers and escaped strings.
     move     "br-read-request." to Genconv-Record.
     write    Genconv-Record.
     move     "    open input br-request" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-in-status not = '00'" to Genconv-Record.
     write    Genconv-Record.
     move     "        string 'cannot open BRIDGEIN, status ' br-in-status" to Genconv-Record.
     write    Genconv-Record.
     move     "               delimited by size into br-message" to Genconv-Record.
     write    Genconv-Record.
     move     "        add 1 to br-errors" to Genconv-Record.
     write    Genconv-Record.
     move     "        exit paragraph" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to br-json" to Genconv-Record.
     write    Genconv-Record.
     move     "    move zero to br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until br-eof = 'Y'" to Genconv-Record.
     write    Genconv-Record.
     move     "        read br-request" to Genconv-Record.
     write    Genconv-Record.
     move     "            at end" to Genconv-Record.
     write    Genconv-Record.
     move     "                move 'Y' to br-eof" to Genconv-Record.
     write    Genconv-Record.
     move     "            not at end" to Genconv-Record.
     write    Genconv-Record.
     move     "                move 4096 to br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "                perform until br-i < 1" to Genconv-Record.
     write    Genconv-Record.
     move     "                           or br-request-line (br-i:1) not = space"
              to Genconv-Record.
     write    Genconv-Record.
     move     "                    subtract 1 from br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "                end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "                if br-i > zero" to Genconv-Record.
     write    Genconv-Record.
     move     "                 and br-json-len + br-i < 65000" to Genconv-Record.
     write    Genconv-Record.
     move     "                    move br-request-line (1:br-i)" to Genconv-Record.
     write    Genconv-Record.
     move     "                      to br-json (br-json-len + 1:br-i)" to Genconv-Record.
     write    Genconv-Record.
     move     "                    compute br-json-len = br-json-len + br-i + 1"
              to Genconv-Record.
     write    Genconv-Record.
     move     "                end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-read" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    close br-request" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-json-len = zero" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 'empty request' to br-message" to Genconv-Record.
     write    Genconv-Record.
     move     "        add 1 to br-errors" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if." to Genconv-Record.
     write    Genconv-Record.
     move     "br-find." to Genconv-Record.
     write    Genconv-Record.
     move     "    move 'N' to br-found" to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to br-value br-key-q" to Genconv-Record.
     write    Genconv-Record.
     move     "    move 1 to br-value-len" to Genconv-Record.
     write    Genconv-Record.
     move     "    string quote br-key delimited by space" to Genconv-Record.
     write    Genconv-Record.
     move     "           quote delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           into br-key-q" to Genconv-Record.
     write    Genconv-Record.
     move     "    move zero to br-key-len" to Genconv-Record.
     write    Genconv-Record.
     move     "    inspect br-key-q tallying br-key-len" to Genconv-Record.
     write    Genconv-Record.
     move     "            for characters before initial space" to Genconv-Record.
     write    Genconv-Record.
     move     "    move 1 to br-q" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until br-found = 'Y'" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform varying br-p from br-q by 1" to Genconv-Record.
     write    Genconv-Record.
     move     "                until br-p + br-key-len > br-json-len + 1" to Genconv-Record.
     write    Genconv-Record.
     move     "                   or br-json (br-p:br-key-len) = br-key-q (1:br-key-len)"
              to Genconv-Record.
     write    Genconv-Record.
     move     "            continue" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "        if br-p + br-key-len > br-json-len + 1" to Genconv-Record.
     write    Genconv-Record.
     move     "            exit paragraph" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "        compute br-q = br-p + 1" to Genconv-Record.
     write    Genconv-Record.
     move     "        add br-key-len to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform until br-p > br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "                   or br-json (br-p:1) not = space" to Genconv-Record.
     write    Genconv-Record.
     move     "            add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "        if br-p not > br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "         and br-json (br-p:1) = ':'" to Genconv-Record.
     write    Genconv-Record.
     move     "            move 'Y' to br-found" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until br-p > br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "               or br-json (br-p:1) not = space" to Genconv-Record.
     write    Genconv-Record.
     move     "        add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-p > br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "     or br-json (br-p:4) = 'null'" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 'N' to br-found" to Genconv-Record.
     write    Genconv-Record.
     move     "        exit paragraph" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    move zero to br-value-len" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-json (br-p:1) = quote" to Genconv-Record.
     write    Genconv-Record.
     move     "        add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform until br-p > br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "                   or br-json (br-p:1) = quote" to Genconv-Record.
     write    Genconv-Record.
     move     "            if br-json (br-p:1) = '\'" to Genconv-Record.
     write    Genconv-Record.
     move     "                add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "            end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "            if br-value-len < 4096" to Genconv-Record.
     write    Genconv-Record.
     move     "                add 1 to br-value-len" to Genconv-Record.
     write    Genconv-Record.
     move     "                move br-json (br-p:1) to br-value (br-value-len:1)"
              to Genconv-Record.
     write    Genconv-Record.
     move     "            end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "            add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    else" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform until br-p > br-json-len" to Genconv-Record.
     write    Genconv-Record.
     move     "                   or br-json (br-p:1) = ',' or = '}' or = ']' or = space"
              to Genconv-Record.
     write    Genconv-Record.
     move     "            if br-value-len < 4096" to Genconv-Record.
     write    Genconv-Record.
     move     "                add 1 to br-value-len" to Genconv-Record.
     write    Genconv-Record.
     move     "                move br-json (br-p:1) to br-value (br-value-len:1)"
              to Genconv-Record.
     write    Genconv-Record.
     move     "            end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "            add 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-value-len = zero" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 1 to br-value-len" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if." to Genconv-Record.
     write    Genconv-Record.
     move     "br-bad-number." to Genconv-Record.
     write    Genconv-Record.
     move     "    add 1 to br-errors" to Genconv-Record.
     write    Genconv-Record.
     move     "    string br-key delimited by space" to Genconv-Record.
     write    Genconv-Record.
     move     "           ' ' delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           into br-bad with pointer br-bad-p" to Genconv-Record.
     write    Genconv-Record.
     move     "        on overflow" to Genconv-Record.
     write    Genconv-Record.
     move     "            continue" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-string." to Genconv-Record.
     write    Genconv-Record.
     move     "br-write-response." to Genconv-Record.
     write    Genconv-Record.
     move     "    open output br-response" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-out-status not = '00'" to Genconv-Record.
     write    Genconv-Record.
     move     "        display 'cannot open BRIDGEOUT, status ' br-out-status"
              to Genconv-Record.
     write    Genconv-Record.
     move     "        move 16 to br-rc" to Genconv-Record.
     write    Genconv-Record.
     move     "        exit paragraph" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    move '{' to br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    write br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    move 'status' to br-key" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-errors = zero" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 'ok' to br-text" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform br-put-text" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform br-reply" to Genconv-Record.
     write    Genconv-Record.
     move     "    else" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 'rejected' to br-text" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform br-put-text" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 'message' to br-key" to Genconv-Record.
     write    Genconv-Record.
     move     "        move br-message to br-text" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform br-put-text" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 8 to br-rc" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    move br-rc to br-rc-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    string '  ' quote 'return-code' quote ': ' delimited by size"
              to Genconv-Record.
     write    Genconv-Record.
     move     "           function trim (br-rc-z) delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           into br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    write br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    move '}' to br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    write br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    close br-response." to Genconv-Record.
     write    Genconv-Record.
     move     "br-put-number." to Genconv-Record.
     write    Genconv-Record.
     move     "    move br-number to br-num-text" to Genconv-Record.
     write    Genconv-Record.
     move     "    move 40 to br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until br-i < 2" to Genconv-Record.
     write    Genconv-Record.
     move     "               or br-num-text (br-i:1) not = space" to Genconv-Record.
     write    Genconv-Record.
     move     "        subtract 1 from br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until br-num-text (br-i:1) not = '0'" to Genconv-Record.
     write    Genconv-Record.
     move     "        subtract 1 from br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-num-text (br-i:1) = '.'" to Genconv-Record.
     write    Genconv-Record.
     move     "        subtract 1 from br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    string '  ' quote delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           br-key delimited by space" to Genconv-Record.
     write    Genconv-Record.
     move     "           quote ': ' delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           function trim (br-num-text (1:br-i)) delimited by size"
              to Genconv-Record.
     write    Genconv-Record.
     move     "           ',' delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           into br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    write br-response-line." to Genconv-Record.
     write    Genconv-Record.
     move     "br-put-text." to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to br-esc" to Genconv-Record.
     write    Genconv-Record.
     move     "    move zero to br-q" to Genconv-Record.
     write    Genconv-Record.
     move     "    move 4096 to br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until br-i < 1" to Genconv-Record.
     write    Genconv-Record.
     move     "               or br-text (br-i:1) not = space" to Genconv-Record.
     write    Genconv-Record.
     move     "        subtract 1 from br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform varying br-p from 1 by 1 until br-p > br-i" to Genconv-Record.
     write    Genconv-Record.
     move     "        if br-text (br-p:1) = quote or = '\'" to Genconv-Record.
     write    Genconv-Record.
     move     "            add 1 to br-q" to Genconv-Record.
     write    Genconv-Record.
     move     "            move '\' to br-esc (br-q:1)" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "        add 1 to br-q" to Genconv-Record.
     write    Genconv-Record.
     move     "        if br-text (br-p:1) < space" to Genconv-Record.
     write    Genconv-Record.
     move     "            move space to br-esc (br-q:1)" to Genconv-Record.
     write    Genconv-Record.
     move     "        else" to Genconv-Record.
     write    Genconv-Record.
     move     "            move br-text (br-p:1) to br-esc (br-q:1)" to Genconv-Record.
     write    Genconv-Record.
     move     "        end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to br-response-line" to Genconv-Record.
     write    Genconv-Record.
     move     "    move 1 to br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "    string '  ' quote delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           br-key delimited by space" to Genconv-Record.
     write    Genconv-Record.
     move     "           quote ': ' quote delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           into br-response-line with pointer br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "    if br-q > zero" to Genconv-Record.
     write    Genconv-Record.
     move     "        string br-esc (1:br-q) delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "               into br-response-line with pointer br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    string quote ',' delimited by size" to Genconv-Record.
     write    Genconv-Record.
     move     "           into br-response-line with pointer br-p" to Genconv-Record.
     write    Genconv-Record.
     move     "    write br-response-line." to Genconv-Record.
     write    Genconv-Record.
 bd760-Exit.
     exit.
*>
 bd761-Gb-Schema.                                                 *> New -GENBRIDGE
*>***********************
*> Prog-BaseName.schema.json: JSON schema (draft-07) definitions of
*>   the bridge's request and response objects, one property per
*>   field - text with its maxLength, numbers with the range and
*>   step their PIC allows.  Lines are built with apostrophes and
*>   turned to quotes by bd763 as they are written.
*>***********************
     move     Gbschema-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     "{" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "  '$schema': 'http://json-schema.org/draft-07/schema#',"
              to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     string   "  'title': '"                  delimited by size
              FUNCTION TRIM (GB-Prog)         delimited by size
              "',"                            delimited by size
              into Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     string   "  'description': 'JSON request and response of CALL "
                                              delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              " through the generated bridge program',"
                                              delimited by size
              into Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "  'definitions': {" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "    'request': {" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      'type': 'object'," to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      'additionalProperties': false," to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      'properties': {" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     spaces to GB-Held.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              if   (GB-F-Kind (GB-I) = "N" or = "X")
               and GB-F-In (GB-I) = "Y"
                   perform bd762-Gb-Prop thru bd762-Exit
              end-if
     end-perform.
     move     GB-Held to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      }" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "    }," to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "    'response': {" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      'type': 'object'," to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      'required': ['status', 'return-code']," to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      'properties': {" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "        'status': {'type': 'string', 'enum': ['ok', 'rejected']},"
              to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "        'message': {'type': 'string'},"
              to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "        'return-code': {'type': 'integer'}" to GB-Held.
     perform  varying GB-I from 1 by 1 until GB-I > GB-Cnt
              if   (GB-F-Kind (GB-I) = "N" or = "X")
               and GB-F-Out (GB-I) = "Y"
                   perform bd762-Gb-Prop thru bd762-Exit
              end-if
     end-perform.
     move     GB-Held to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "      }" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "    }" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "  }" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     "}" to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     close    Copyuse-Report-Out.
 bd761-Exit.
     exit.
*>
 bd762-Gb-Prop.                                                   *> New -GENBRIDGE
*> Field GB-I as A schema property over three lines.  The last line
*>   is held back until the next property (or the end of the list)
*>   so that every property but the last gets its comma.
     if       GB-Held not = spaces
              move GB-Held to Copyuse-Report-Rec
              move 160 to GB-T
              perform until GB-T < 2 or Copyuse-Report-Rec (GB-T:1) not = space
                      subtract 1 from GB-T
              end-perform
              move "," to Copyuse-Report-Rec (GB-T + 1:1)
              perform bd763-Gb-Write thru bd763-Exit.
     string   "        '"                   delimited by size
              GB-F-Key (GB-I)              delimited by space
              "': {"                       delimited by size
              into Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     spaces to GB-Held.
     move     1 to GB-P.
     string   "          'type': '"        delimited by size
              into GB-Held with pointer GB-P.
     if       GB-F-Kind (GB-I) = "X"
              move LT-Length (GB-F-Lt (GB-I)) to GB-NumZ
              string "string', 'maxLength': "    delimited by size
                     FUNCTION TRIM (GB-NumZ)     delimited by size
                     into GB-Held with pointer GB-P
              go to bd762-Desc.
     if       GB-F-Scale (GB-I) = zero
              string "integer'"                  delimited by size
                     into GB-Held with pointer GB-P
     else
              string "number'"                   delimited by size
                     into GB-Held with pointer GB-P.
     move     LT-Digits (GB-F-Lt (GB-I)) to GB-K.
     if       GB-K = zero
           or GB-K > 36
              go to bd762-Desc.
*> the largest value: its 9s before and after the point
     move     spaces to GB-Max.
     compute  GB-J = GB-K - GB-F-Scale (GB-I).
     if       GB-J < 1
              move "0" to GB-Max
              move 1 to GB-T
     else
              move all "9" to GB-Max (1:GB-J)
              move GB-J to GB-T.
     if       GB-F-Scale (GB-I) > zero
              move "." to GB-Max (GB-T + 1:1)
              move all "9" to GB-Max (GB-T + 2:GB-F-Scale (GB-I)).
     if       LT-Signed (GB-F-Lt (GB-I)) = "Y"
              string ", 'minimum': -"            delimited by size
                     GB-Max                      delimited by space
                     into GB-Held with pointer GB-P
     else
              string ", 'minimum': 0"            delimited by size
                     into GB-Held with pointer GB-P.
     string   ", 'maximum': "                    delimited by size
              GB-Max                             delimited by space
              into GB-Held with pointer GB-P.
     if       GB-F-Scale (GB-I) > zero
              move spaces to GB-Max
              move "0." to GB-Max
              if   GB-F-Scale (GB-I) > 1
                   move all "0" to GB-Max (3:GB-F-Scale (GB-I) - 1)
              end-if
              move "1" to GB-Max (GB-F-Scale (GB-I) + 2:1)
              string ", 'multipleOf': "          delimited by size
                     GB-Max                      delimited by space
                     into GB-Held with pointer GB-P.
 bd762-Desc.
     string   ","                                delimited by size
              into GB-Held with pointer GB-P.
     move     GB-Held to Copyuse-Report-Rec.
     perform  bd763-Gb-Write thru bd763-Exit.
     move     spaces to GB-Held.
     move     1 to GB-P.
     string   "          'description': '"      delimited by size
              into GB-Held with pointer GB-P.
     if       LT-Pic (GB-F-Lt (GB-I)) not = spaces
              string "PIC "                      delimited by size
                     FUNCTION TRIM (LT-Pic (GB-F-Lt (GB-I)))
                                                 delimited by size
                     " "                         delimited by size
                     into GB-Held with pointer GB-P.
     string   FUNCTION TRIM (LT-Usage (GB-F-Lt (GB-I)))
                                                 delimited by size
              " in "                             delimited by size
              GB-F-Rec (GB-I)                    delimited by space
              "'}"                               delimited by size
              into GB-Held with pointer GB-P.
 bd762-Exit.
     exit.
*>
 bd763-Gb-Write.                                                  *> New -GENBRIDGE
     inspect  Copyuse-Report-Rec converting "'" to '"'.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
 bd763-Exit.
     exit.
*>
 bd764-Ar-Call.                                                   *> New -ARCHRULES
*> The CALL just put to the sort stream - its target and how it is
*>   named - for this program's .xdb "B" rows.
     if       AR-Call-Cnt not < 500
              go to bd764-Exit.
     add      1 to AR-Call-Cnt.
     move     Gen-RefNo1 to AR-C-Ref (AR-Call-Cnt).
     move     FUNCTION UPPER-CASE (wsFoundNewWord6 (1:32))
              to AR-C-Name (AR-Call-Cnt).
     evaluate SkaWSorPD2
         when 1
              move "SYSTEM" to AR-C-Type (AR-Call-Cnt)
         when 3
              move "DYNAMIC" to AR-C-Type (AR-Call-Cnt)
         when other
              move "USER" to AR-C-Type (AR-Call-Cnt)
     end-evaluate.
 bd764-Exit.
     exit.
*>
 bd765-Ar-Rows.                                                   *> New -ARCHRULES
*>***********************
*> This program's "B" rows for -LIBRARY -ARCHRULES: an M row (MAIN,
*>   or SUBPROGRAM when it has A PROCEDURE DIVISION USING), then its
*>   CALLs, its OPENs with the dataset each file's ASSIGN names, its
*>   EXEC SQL statements and its EXEC CICS commands.  A CICS LINK or
*>   XCTL is A call as well - DYNAMIC when the PROGRAM is not A
*>   literal, like A CALL identifier.
*>***********************
     move     spaces to AR-Row.
     move     "M" to AR-W-Kind.
     move     zero to AR-W-Ref.
     move     FUNCTION UPPER-CASE (HoldID-Module (1:32)) to AR-W-Name.
     move     "MAIN" to AR-W-Info.
     perform  varying AR-I from 1 by 1 until AR-I > Prog-Params-Count
              if   PP-Prog (AR-I) = HoldID-Module (1:32)
                   move "SUBPROGRAM" to AR-W-Info
                   exit perform
              end-if
     end-perform.
     perform  bd766-Ar-Put thru bd766-Exit.
     perform  varying AR-I from 1 by 1 until AR-I > AR-Call-Cnt
              move spaces to AR-Row
              move "C" to AR-W-Kind
              move AR-C-Ref (AR-I) to AR-W-Ref
              move AR-C-Name (AR-I) to AR-W-Name
              move AR-C-Type (AR-I) to AR-W-Info
              perform bd766-Ar-Put thru bd766-Exit
     end-perform.
     perform  varying AR-I from 1 by 1 until AR-I > FIO-Event-Count
              if   FIO-Ev-Verb (AR-I) (1:5) = "OPEN-"
                   move spaces to AR-Row
                   move "O" to AR-W-Kind
                   move FIO-Ev-Ref (AR-I) to AR-W-Ref
                   move FUNCTION UPPER-CASE (FIO-Ev-File (AR-I)) to AR-W-Name
                   move FIO-Ev-Verb (AR-I) (6:7) to AR-W-Info
                   perform varying AR-J from 1 by 1 until AR-J > IC-Sel-Cnt
                           if   IC-S-Name (AR-J) = AR-W-Name (1:32)
                                move IC-S-Assign (AR-J) to AR-W-Phys
                                exit perform
                           end-if
                   end-perform
                   perform bd766-Ar-Put thru bd766-Exit
              end-if
     end-perform.
     perform  varying AR-I from 1 by 1 until AR-I > Sql-Stmt-Count
              move spaces to AR-Row
              move "S" to AR-W-Kind
              move SQ-Ref (AR-I) to AR-W-Ref
              move FUNCTION UPPER-CASE (SQ-Stmt-Type (AR-I)) to AR-W-Info
              unstring SQ-Tables (AR-I) delimited by all spaces
                       into AR-W-Name
              move FUNCTION UPPER-CASE (AR-W-Name) to AR-W-Name
              perform bd766-Ar-Put thru bd766-Exit
     end-perform.
     perform  varying AR-I from 1 by 1 until AR-I > Cics-Count
              move spaces to AR-Row
              move "X" to AR-W-Kind
              move CX-Ref (AR-I) to AR-W-Ref
              move FUNCTION UPPER-CASE (CX-Cmd (AR-I)) to AR-W-Info
              move FUNCTION UPPER-CASE (CX-Res (AR-I) (1:44)) to AR-W-Name
              perform bd766-Ar-Put thru bd766-Exit
              if   AR-W-Info = "LINK" or = "XCTL"
                   move 1 to AR-P
                   perform until AR-P > 64
                           move spaces to AR-Name
                           unstring CX-Res (AR-I) delimited by all spaces
                                    into AR-Name with pointer AR-P
                           if   AR-Name = spaces
                                exit perform
                           end-if
                           if   FUNCTION UPPER-CASE (AR-Name (1:8)) = "PROGRAM="
                                move "C" to AR-W-Kind
                                move FUNCTION UPPER-CASE (AR-Name (9:32))
                                     to AR-W-Name
                                if   TF-Q-Prog (AR-I) not = "Y"
                                     move "DYNAMIC" to AR-W-Info
                                end-if
                                perform bd766-Ar-Put thru bd766-Exit
                                exit perform
                           end-if
                   end-perform
              end-if
     end-perform.
 bd765-Exit.
     exit.
*>
 bd766-Ar-Put.                                                    *> New -ARCHRULES
     move     spaces to Xdb-Out-Rec.
     move     "B" to Xdb-Out-Rec (1:1).
     move     AR-Row to Xdb-Out-Rec (2:107).
     write    Xdb-Out-Rec.
     add      1 to XD-Rows.
 bd766-Exit.
     exit.
*>
 bd767-Archrules.                                                 *> New -ARCHRULES
*>***********************
*> -LIBRARY=dir -ARCHRULES=rulesfile: the rules read, the members'
*>   .xdb "B" rows loaded, each member put into its layers, then
*>   every CALL and every SQL, CICS and dataset use checked against
*>   the rules in file order - the first rule that matches decides,
*>   none matching allows.  Into dir/archrules.report; with -FINDINGS
*>   each violation also goes to dir/library.findings as ARCHRULES
*>   with the member, its line and the edge, so -BASELINE ratchets
*>   them like any other finding.  Return code 16 when the rules
*>   cannot be used, otherwise graded as -FINDINGS grades, or 8 on
*>   any violation without it.
*>***********************
     move     zero to AR-RC AR-Errors.
     perform  varying AR-I from 2 by 1 until AR-I > 31    *> the library pass
              if   Arg-Value (AR-I) = "-FINDINGS"         *>  runs before these
                   move "Y" to SW-49                      *>  two are read
              end-if
              if   Arg-Value (AR-I) (1:9) = "-RCLEVEL="
               and Arg-Value (AR-I) (10:1) numeric
                   move Arg-Value (AR-I) (10:1) to WS-RC-Serious
              end-if
     end-perform.
     perform  bd768-Ar-Load-Rules thru bd768-Exit.
     if       AR-Errors > zero
              display "Error: " FUNCTION TRIM (WS-Archrules-File)
                      " has errors - architecture rules not checked"
              move 16 to AR-RC
              go to bd767-Exit.
     if       AR-Rule-Cnt = zero
              display "Caution: no allow / deny rules in "
                       FUNCTION TRIM (WS-Archrules-File)
              go to bd767-Exit.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxartmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to AR-Mem-Cnt AR-Fact-Cnt AR-Dbs SW-Copyuse-Raw-Eof.
     move     "N" to AR-Full.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd770-Ar-Xdb thru bd770-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       AR-Dbs = zero
              display "Caution: -ARCHRULES found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                      " - run the members with -ARCHRULES first"
              go to bd767-Exit.
     perform  bd771-Ar-Classify thru bd771-Exit.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "archrules.report"  delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     string   "Architecture rules check for "  delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              " against "                      delimited by size
              FUNCTION TRIM (WS-Archrules-File) delimited by size
              into AR-Line.
     perform  bd779-Ar-Write thru bd779-Exit.
     move     1 to AR-P.
     move     AR-Rule-Cnt to AR-NumZ.
     move     AR-Layer-Cnt to AR-NumZ2.
     string   FUNCTION TRIM (AR-NumZ)          delimited by size
              " rule(s), "                     delimited by size
              FUNCTION TRIM (AR-NumZ2)         delimited by size
              " layer(s); "                    delimited by size
              into AR-Line with pointer AR-P.
     move     AR-Mem-Cnt to AR-NumZ.
     move     AR-Dbs to AR-NumZ2.
     string   FUNCTION TRIM (AR-NumZ)          delimited by size
              " program(s) from the .xdb of "  delimited by size
              FUNCTION TRIM (AR-NumZ2)         delimited by size
              " member(s)"                     delimited by size
              into AR-Line with pointer AR-P.
     perform  bd779-Ar-Write thru bd779-Exit.
     perform  bd772-Ar-Layers thru bd772-Exit.
*>
     perform  bd779-Ar-Write thru bd779-Exit.
     move     "Violations" to AR-Line.
     perform  bd779-Ar-Write thru bd779-Exit.
     move     "  Program" to AR-Line.
     move     "Line" to AR-Line (36:4).
     move     "Edge" to AR-Line (44:4).
     move     "Rule" to AR-Line (96:4).
     perform  bd779-Ar-Write thru bd779-Exit.
     move     zero to AR-Violations AR-Checked AR-Unchecked.
     perform  varying AR-I from 1 by 1 until AR-I > AR-Fact-Cnt
              move AR-F-Row (AR-I) to AR-Row
              if   AR-W-Kind not = "M"
                   perform bd773-Ar-Check thru bd773-Exit
              end-if
     end-perform.
     if       AR-Violations = zero
              move "  (none)" to AR-Line
              perform bd779-Ar-Write thru bd779-Exit.
*>
     perform  bd779-Ar-Write thru bd779-Exit.
     move     "Rules in file order, with the edges each one decided" to AR-Line.
     perform  bd779-Ar-Write thru bd779-Exit.
     perform  varying AR-K from 1 by 1 until AR-K > AR-Rule-Cnt
              perform bd777-Ar-Rule-Text thru bd777-Exit
              move AR-R-Line (AR-K) to AR-NumZ
              move AR-R-Hits (AR-K) to AR-NumZ2
              string "  line "                    delimited by size
                     FUNCTION TRIM (AR-NumZ)      delimited by size
                     ": "                         delimited by size
                     AR-Rule-Text                 delimited by "  "
                     into AR-Line
              move FUNCTION TRIM (AR-NumZ2) to AR-Line (70:6)
              perform bd779-Ar-Write thru bd779-Exit
     end-perform.
     move     zero to AR-K.
     perform  varying AR-I from 1 by 1 until AR-I > AR-Mem-Cnt
              if   AR-M-Class (AR-I) = spaces
                   if   AR-K = zero
                        perform bd779-Ar-Write thru bd779-Exit
                        move "Programs with no -ARCHRULES rows in their .xdb - not checked"
                             to AR-Line
                        perform bd779-Ar-Write thru bd779-Exit
                   end-if
                   add  1 to AR-K
                   move AR-M-Prog (AR-I) to AR-Line (3:32)
                   perform bd779-Ar-Write thru bd779-Exit
              end-if
     end-perform.
     perform  bd779-Ar-Write thru bd779-Exit.
     move     1 to AR-P.
     move     AR-Checked to AR-NumZ.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (AR-NumZ)          delimited by size
              " edge(s) checked, "             delimited by size
              into AR-Line with pointer AR-P.
     move     AR-Violations to AR-NumZ.
     string   FUNCTION TRIM (AR-NumZ)          delimited by size
              " violation(s), "                delimited by size
              into AR-Line with pointer AR-P.
     move     AR-Unchecked to AR-NumZ.
     string   FUNCTION TRIM (AR-NumZ)          delimited by size
              " dynamic call(s) not checked"   delimited by size
              into AR-Line with pointer AR-P.
     perform  bd779-Ar-Write thru bd779-Exit.
     close    Copyuse-Report-Out.
     if       AR-Full = "Y"
              display "Caution: -ARCHRULES tables are capped at 2000"
                      " programs and 20000 rows - some left out".
     move     AR-Violations to AR-NumZ.
     display  "Architecture rules check (" FUNCTION TRIM (AR-NumZ)
              " violation(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
     if       Findings-Output
              move spaces to Findings-FileName
              string WS-Library-Dir      delimited by space
                     OS-Delimiter        delimited by size
                     "library.findings"  delimited by size
                                         into Findings-FileName
              if   WS-Baseline-File not = spaces
                   if   WS-Baseline-Mode = "R"
                        perform zz268-Record-Baseline thru zz268-Exit
                   else
                        perform zz269-Apply-Baseline thru zz269-Exit
                   end-if
              end-if
              perform bc960-Findings-Report thru bc969-Exit
              perform zz252-Set-Graded-RC thru zz252-Exit
              move Return-Code to AR-RC
              display "Findings written to " FUNCTION TRIM (Findings-FileName)
     else
              if   AR-Violations > zero
                   move 8 to AR-RC
              end-if
     end-if.
 bd767-Exit.
     exit.
*>
 bd768-Ar-Load-Rules.                                             *> New -ARCHRULES
*> The rules file, one statement A line - * or # starts A comment.
*>   Layer names used by A rule are resolved once all are read, so
*>   A rule may come before the layer it names.
     move     zero to AR-Layer-Cnt AR-Rule-Cnt AR-Line-No.
     move     WS-Archrules-File to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Error: cannot read rules file "
                       FUNCTION TRIM (WS-Archrules-File)
              move zero to FS-Reply
              add  1 to AR-Errors
              go to bd768-Exit.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              add  1 to AR-Line-No
              perform bd769-Ar-Rule-Line thru bd769-Exit
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
     perform  varying AR-K from 1 by 1 until AR-K > AR-Rule-Cnt
              move zero to AR-R-Sl (AR-K) AR-R-Ol (AR-K)
              perform varying AR-L from 1 by 1 until AR-L > AR-Layer-Cnt
                      if   AR-L-Name (AR-L) = AR-R-Subj (AR-K)
                           move AR-L to AR-R-Sl (AR-K)
                      end-if
                      if   AR-R-Verb (AR-K) = "C"
                       and AR-L-Name (AR-L) = AR-R-Obj (AR-K)
                           move AR-L to AR-R-Ol (AR-K)
                      end-if
              end-perform
              if   AR-R-Subj (AR-K) not = "*"
               and AR-R-Sl (AR-K) = zero
                   move AR-R-Line (AR-K) to AR-NumZ
                   display "Error: rules line " FUNCTION TRIM (AR-NumZ)
                           " - no layer " FUNCTION TRIM (AR-R-Subj (AR-K))
                   add  1 to AR-Errors
              end-if
     end-perform.
 bd768-Exit.
     exit.
*>
 bd769-Ar-Rule-Line.                                              *> New -ARCHRULES
*> Diff-Old-Record, line AR-Line-No of the rules file.
     move     FUNCTION UPPER-CASE (Diff-Old-Record (1:160)) to AR-Line.
     move     spaces to AR-Tok-Table.
     move     zero to AR-Tok-Cnt.
     move     1 to AR-P.
     perform  until AR-P > 160 or AR-Tok-Cnt not < 12
              add  1 to AR-Tok-Cnt
              unstring AR-Line delimited by all spaces
                       into AR-Tok (AR-Tok-Cnt) with pointer AR-P
              if   AR-Tok (AR-Tok-Cnt) = spaces
                   subtract 1 from AR-Tok-Cnt
              end-if
     end-perform.
     if       AR-Tok-Cnt = zero
           or AR-Tok (1) (1:1) = "*" or = "#"
              go to bd769-Exit.
     if       AR-Tok (1) = "LAYER"
              if   AR-Tok-Cnt < 3
                or AR-Layer-Cnt not < 50
                or AR-Tok (2) (17:28) not = spaces
                   go to bd769-Bad
              end-if
              add  1 to AR-Layer-Cnt
              move AR-Tok (2) to AR-L-Name (AR-Layer-Cnt)
              move spaces to AR-L-Pats (AR-Layer-Cnt)
              move zero to AR-L-Cnt (AR-Layer-Cnt)
              move 1 to AR-J
              perform varying AR-I from 3 by 1 until AR-I > AR-Tok-Cnt
                      string AR-Tok (AR-I)      delimited by space
                             " "                delimited by size
                             into AR-L-Pats (AR-Layer-Cnt)
                             with pointer AR-J
              end-perform
              go to bd769-Exit.
     if       (AR-Tok (1) not = "ALLOW" and not = "DENY")
           or AR-Tok-Cnt < 4 or AR-Tok-Cnt > 5
           or (AR-Tok (3) not = "CALLS" and not = "USES")
           or AR-Tok (2) (17:28) not = spaces
           or AR-Rule-Cnt not < 200
              go to bd769-Bad.
     if       AR-Tok (3) = "CALLS"
          and AR-Tok-Cnt = 5
              go to bd769-Bad.
     if       AR-Tok (3) = "USES"
          and AR-Tok (4) not = "SQL" and not = "CICS"
          and AR-Tok (5) not = spaces
          and AR-Tok (5) not = "INPUT" and not = "OUTPUT"
          and AR-Tok (5) not = "I-O" and not = "EXTEND"
          and AR-Tok (5) not = "UPDATE" and not = "ANY"
              go to bd769-Bad.
     add      1 to AR-Rule-Cnt.
     move     AR-Line-No to AR-R-Line (AR-Rule-Cnt).
     move     AR-Tok (1) (1:1) to AR-R-Act (AR-Rule-Cnt).
     move     AR-Tok (2) to AR-R-Subj (AR-Rule-Cnt).
     move     AR-Tok (3) (1:1) to AR-R-Verb (AR-Rule-Cnt).
     move     AR-Tok (4) to AR-R-Obj (AR-Rule-Cnt).
     move     AR-Tok (5) to AR-R-Qual (AR-Rule-Cnt).
     move     zero to AR-R-Hits (AR-Rule-Cnt).
     go       to bd769-Exit.
 bd769-Bad.
     move     AR-Line-No to AR-NumZ.
     display  "Error: rules line " FUNCTION TRIM (AR-NumZ)
              " not understood: " FUNCTION TRIM (Diff-Old-Record (1:100)).
     add      1 to AR-Errors.
 bd769-Exit.
     exit.
*>
 bd770-Ar-Xdb.                                                    *> New -ARCHRULES
*> One member's .xdb - every program header and its "B" rows.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd770-Exit.
     add      1 to AR-Dbs.
     move     zero to AR-Cur-Mem.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate true
                  when Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                       if   AR-Mem-Cnt < 2000
                            add  1 to AR-Mem-Cnt
                            move AR-Mem-Cnt to AR-Cur-Mem
                            move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                                 to AR-M-Prog (AR-Mem-Cnt)
                            move spaces to AR-M-Class (AR-Mem-Cnt)
                                           AR-M-Layers (AR-Mem-Cnt)
                            move "N" to AR-M-Sql (AR-Mem-Cnt)
                       else
                            move zero to AR-Cur-Mem
                            move "Y" to AR-Full
                       end-if
                  when Xdb-In-Rec (1:1) = "B"
                   and AR-Cur-Mem > zero
                       if   AR-Fact-Cnt < 20000
                            add  1 to AR-Fact-Cnt
                            move AR-Cur-Mem to AR-F-Mem (AR-Fact-Cnt)
                            move Xdb-In-Rec (2:107) to AR-F-Row (AR-Fact-Cnt)
                       else
                            move "Y" to AR-Full
                       end-if
              end-evaluate
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd770-Exit.
     exit.
*>
 bd771-Ar-Classify.                                               *> New -ARCHRULES
*> Each program's class from its rows - ONLINE when it issues EXEC
*>   CICS, otherwise BATCH for A main program and SUBPROGRAM for one
*>   with A USING list; SQL marks one issuing EXEC SQL - then the
*>   layers it falls into.
     perform  varying AR-I from 1 by 1 until AR-I > AR-Fact-Cnt
              move AR-F-Row (AR-I) to AR-Row
              move AR-F-Mem (AR-I) to AR-Cur-Mem
              evaluate AR-W-Kind
                  when "M"
                       if   AR-M-Class (AR-Cur-Mem) not = "ONLINE"
                            if   AR-W-Info = "SUBPROGRAM"
                                 move "SUBPROGRAM" to AR-M-Class (AR-Cur-Mem)
                            else
                                 move "BATCH" to AR-M-Class (AR-Cur-Mem)
                            end-if
                       end-if
                  when "X"
                       move "ONLINE" to AR-M-Class (AR-Cur-Mem)
                  when "S"
                       move "Y" to AR-M-Sql (AR-Cur-Mem)
              end-evaluate
     end-perform.
     perform  varying AR-I from 1 by 1 until AR-I > AR-Mem-Cnt
              move AR-M-Prog (AR-I) to AR-Name
              move AR-M-Class (AR-I) to AR-Class-W
              move AR-M-Sql (AR-I) to AR-Sql-W
              perform bd774-Ar-Name-Layers thru bd774-Exit
              move AR-Obj-Layers to AR-M-Layers (AR-I)
              perform varying AR-L from 1 by 1 until AR-L > AR-Layer-Cnt
                      if   AR-Obj-Layers (AR-L:1) = "Y"
                           add 1 to AR-L-Cnt (AR-L)
                      end-if
              end-perform
     end-perform.
 bd771-Exit.
     exit.
*>
 bd772-Ar-Layers.                                                 *> New -ARCHRULES
*> Each layer with the programs in it; then those in none.
     perform  bd779-Ar-Write thru bd779-Exit.
     move     "Layers" to AR-Line.
     perform  bd779-Ar-Write thru bd779-Exit.
     perform  varying AR-L from 1 by 1 until AR-L > AR-Layer-Cnt + 1
              move 1 to AR-P
              if   AR-L > AR-Layer-Cnt
                   move zero to AR-K
                   perform varying AR-I from 1 by 1 until AR-I > AR-Mem-Cnt
                           if   AR-M-Layers (AR-I) = spaces
                                add 1 to AR-K
                           end-if
                   end-perform
                   if   AR-K = zero
                        exit perform
                   end-if
                   move AR-K to AR-NumZ
                   string "  (in no layer)"       delimited by size
                          into AR-Line with pointer AR-P
              else
                   move AR-L-Cnt (AR-L) to AR-NumZ
                   string "  "                    delimited by size
                          AR-L-Name (AR-L)        delimited by size
                          into AR-Line with pointer AR-P
              end-if
              move 22 to AR-P
              string FUNCTION TRIM (AR-NumZ)      delimited by size
                     " program(s):"               delimited by size
                     into AR-Line with pointer AR-P
              perform varying AR-I from 1 by 1 until AR-I > AR-Mem-Cnt
                      if   (AR-L > AR-Layer-Cnt
                        and AR-M-Layers (AR-I) = spaces)
                        or (AR-L not > AR-Layer-Cnt
                        and AR-M-Layers (AR-I) (AR-L:1) = "Y")
                           if   AR-P > 120
                                perform bd779-Ar-Write thru bd779-Exit
                                move 35 to AR-P
                           end-if
                           string " "                    delimited by size
                                  AR-M-Prog (AR-I)       delimited by space
                                  into AR-Line with pointer AR-P
                      end-if
              end-perform
              perform bd779-Ar-Write thru bd779-Exit
     end-perform.
 bd772-Exit.
     exit.
*>
 bd773-Ar-Check.                                                  *> New -ARCHRULES
*>***********************
*> Row AR-I (in AR-Row) of program AR-F-Mem against the rules: the
*>   first rule whose subject layer holds the program, whose verb
*>   fits the row and whose object matches decides.
*>***********************
     move     AR-F-Mem (AR-I) to AR-Cur-Mem.
     if       AR-W-Kind = "C"
          and AR-W-Info = "DYNAMIC"
              add  1 to AR-Unchecked
              go to bd773-Exit.
     move     AR-M-Layers (AR-Cur-Mem) to AR-Subj-Layers.
     move     spaces to AR-Obj-Layers.
     if       AR-W-Kind = "C"                  *> the target's layers -
              move AR-W-Name to AR-Name        *>  by its class when it
              move spaces to AR-Class-W        *>  is A library program,
              move "N" to AR-Sql-W             *>  by name otherwise
              perform varying AR-J from 1 by 1 until AR-J > AR-Mem-Cnt
                      if   AR-M-Prog (AR-J) = AR-W-Name (1:32)
                           move AR-M-Class (AR-J) to AR-Class-W
                           move AR-M-Sql (AR-J) to AR-Sql-W
                           exit perform
                      end-if
              end-perform
              perform bd774-Ar-Name-Layers thru bd774-Exit.
     add      1 to AR-Checked.
     move     space to AR-Decision.
     move     zero to AR-Rule-Hit.
     perform  varying AR-K from 1 by 1 until AR-K > AR-Rule-Cnt
              perform bd775-Ar-Rule-Fits thru bd775-Exit
              if   AR-Match = "Y"
                   move AR-R-Act (AR-K) to AR-Decision
                   move AR-K to AR-Rule-Hit
                   add  1 to AR-R-Hits (AR-K)
                   exit perform
              end-if
     end-perform.
     if       AR-Decision not = "D"
              go to bd773-Exit.
     add      1 to AR-Violations.
     perform  bd776-Ar-Edge-Text thru bd776-Exit.
     move     AR-Rule-Hit to AR-K.
     perform  bd777-Ar-Rule-Text thru bd777-Exit.
     move     AR-M-Prog (AR-Cur-Mem) to AR-Line (3:32).
     move     AR-W-Ref to AR-NumZ.
     move     AR-NumZ to AR-Line (34:6).
     move     AR-Edge (1:50) to AR-Line (44:50).
     move     AR-R-Line (AR-K) to AR-NumZ.
     string   "line "                          delimited by size
              FUNCTION TRIM (AR-NumZ)          delimited by size
              ": "                             delimited by size
              AR-Rule-Text                     delimited by "  "
              into AR-Line (96:64).
     perform  bd779-Ar-Write thru bd779-Exit.
     move     "ARCHRULES" to FG-W-Rule.
     move     AR-Sev to FG-W-Sev.
     move     AR-W-Ref to FG-W-Ref.
     move     AR-M-Prog (AR-Cur-Mem) to FG-W-Name HoldID-Module.
     move     spaces to FG-W-Detail.
     string   AR-Edge                          delimited by "  "
              " - "                            delimited by size
              AR-Rule-Text                     delimited by "  "
              into FG-W-Detail.
     perform  zz250-Add-Finding thru zz250-Exit.
 bd773-Exit.
     exit.
*>
 bd774-Ar-Name-Layers.                                            *> New -ARCHRULES
*> AR-Obj-Layers: "Y" for each layer program AR-Name (of class
*>   AR-Class-W, SQL flag AR-Sql-W) falls into - A name pattern or
*>   A class:name entry of the layer matching.
     move     spaces to AR-Obj-Layers.
     perform  varying AR-L from 1 by 1 until AR-L > AR-Layer-Cnt
              move 1 to AR-P
              perform until AR-P > 200
                      move spaces to NM-Pat
                      unstring AR-L-Pats (AR-L) delimited by all spaces
                               into NM-Pat with pointer AR-P
                      if   NM-Pat = spaces
                           exit perform
                      end-if
                      move "N" to NM-Match
                      if   NM-Pat (1:6) = "CLASS:"
                           if   NM-Pat (7:26) = AR-Class-W
                             or (NM-Pat (7:26) = "SQL" and AR-Sql-W = "Y")
                                move "Y" to NM-Match
                           end-if
                      else
                           move NM-Pat to NM-Exp
                           perform bd778-Ar-Glob thru bd778-Exit
                      end-if
                      if   NM-Match = "Y"
                           move "Y" to AR-Obj-Layers (AR-L:1)
                           exit perform
                      end-if
              end-perform
     end-perform.
 bd774-Exit.
     exit.
*>
 bd775-Ar-Rule-Fits.                                              *> New -ARCHRULES
*> AR-Match: rule AR-K applies to row AR-Row of program AR-Cur-Mem.
     move     "N" to AR-Match.
     if       AR-R-Sl (AR-K) > zero
          and AR-Subj-Layers (AR-R-Sl (AR-K):1) not = "Y"
              go to bd775-Exit.
     if       AR-R-Verb (AR-K) = "C"
              if   AR-W-Kind not = "C"
                   go to bd775-Exit
              end-if
              evaluate true
                  when AR-R-Obj (AR-K) = "*"
                       move "Y" to AR-Match
                  when AR-R-Ol (AR-K) > zero
                       if   AR-Obj-Layers (AR-R-Ol (AR-K):1) = "Y"
                            move "Y" to AR-Match
                       end-if
                  when other
                       move AR-W-Name to AR-Name
                       move AR-R-Obj (AR-K) to NM-Exp
                       perform bd778-Ar-Glob thru bd778-Exit
                       move NM-Match to AR-Match
              end-evaluate
              go to bd775-Exit.
     evaluate true
         when AR-R-Obj (AR-K) = "SQL"
              if   AR-W-Kind = "S"
                   move "Y" to AR-Match
                   if   AR-R-Qual (AR-K) not = spaces
                        move AR-W-Name to AR-Name
                        move AR-R-Qual (AR-K) to NM-Exp
                        perform bd778-Ar-Glob thru bd778-Exit
                        move NM-Match to AR-Match
                   end-if
              end-if
         when AR-R-Obj (AR-K) = "CICS"
              if   AR-W-Kind = "X"
                   move "Y" to AR-Match
                   if   AR-R-Qual (AR-K) not = spaces
                        move AR-W-Info to AR-Name
                        move AR-R-Qual (AR-K) to NM-Exp
                        perform bd778-Ar-Glob thru bd778-Exit
                        move NM-Match to AR-Match
                   end-if
              end-if
         when AR-W-Kind = "O"
              move AR-R-Obj (AR-K) to NM-Exp
              move AR-W-Name to AR-Name
              perform bd778-Ar-Glob thru bd778-Exit
              if   NM-Match not = "Y"
               and AR-W-Phys not = spaces
                   move AR-W-Phys to AR-Name
                   perform bd778-Ar-Glob thru bd778-Exit
              end-if
              if   NM-Match = "Y"
                   evaluate AR-R-Qual (AR-K)
                       when spaces
                       when "ANY"
                            move "Y" to AR-Match
                       when "UPDATE"
                            if   AR-W-Info not = "INPUT"
                                 move "Y" to AR-Match
                            end-if
                       when other
                            if   AR-W-Info = AR-R-Qual (AR-K) (1:12)
                                 move "Y" to AR-Match
                            end-if
                   end-evaluate
              end-if
     end-evaluate.
 bd775-Exit.
     exit.
*>
 bd776-Ar-Edge-Text.                                              *> New -ARCHRULES
*> AR-Edge: row AR-Row as the report and the finding show it.
     move     spaces to AR-Edge.
     evaluate AR-W-Kind
         when "C"
              string "CALLS "                  delimited by size
                     AR-W-Name                 delimited by space
                     into AR-Edge
              if   AR-W-Info not = "USER"
                   move 1 to AR-P
                   inspect AR-Edge tallying AR-P for characters
                           before initial "  "
                   string " ("                 delimited by size
                          AR-W-Info            delimited by space
                          ")"                  delimited by size
                          into AR-Edge with pointer AR-P
              end-if
         when "S"
              string "USES SQL "               delimited by size
                     AR-W-Info                 delimited by space
                     " "                       delimited by size
                     AR-W-Name                 delimited by space
                     into AR-Edge
         when "X"
              string "USES CICS "              delimited by size
                     AR-W-Info                 delimited by space
                     " "                       delimited by size
                     AR-W-Name                 delimited by "  "
                     into AR-Edge
         when other
              string "OPEN "                   delimited by size
                     AR-W-Info                 delimited by space
                     " "                       delimited by size
                     AR-W-Name                 delimited by space
                     into AR-Edge
              if   AR-W-Phys not = spaces
                   move 1 to AR-P
                   inspect AR-Edge tallying AR-P for characters
                           before initial "  "
                   string " ("                 delimited by size
                          AR-W-Phys            delimited by space
                          ")"                  delimited by size
                          into AR-Edge with pointer AR-P
              end-if
     end-evaluate.
 bd776-Exit.
     exit.
*>
 bd777-Ar-Rule-Text.                                              *> New -ARCHRULES
*> AR-Rule-Text: rule AR-K as written.
     move     spaces to AR-Rule-Text.
     if       AR-R-Act (AR-K) = "A"
              move "allow" to AR-Rule-Text
     else
              move "deny" to AR-Rule-Text.
     move     1 to AR-P.
     inspect  AR-Rule-Text tallying AR-P for characters before initial " ".
     string   " "                              delimited by size
              AR-R-Subj (AR-K)                 delimited by space
              into AR-Rule-Text with pointer AR-P.
     if       AR-R-Verb (AR-K) = "C"
              string " CALLS "                 delimited by size
                     into AR-Rule-Text with pointer AR-P
     else
              string " USES "                  delimited by size
                     into AR-Rule-Text with pointer AR-P.
     string   AR-R-Obj (AR-K)                  delimited by space
              into AR-Rule-Text with pointer AR-P.
     if       AR-R-Qual (AR-K) not = spaces
              string " "                       delimited by size
                     AR-R-Qual (AR-K)          delimited by space
                     into AR-Rule-Text with pointer AR-P.
 bd777-Exit.
     exit.
*>
 bd778-Ar-Glob.                                                   *> New -ARCHRULES
*> NM-Match: AR-Name against the pattern in NM-Exp, through the
*>   -NAMING matcher.
     move     AR-Name to NM-Name.
     compute  NM-NL = FUNCTION LENGTH (FUNCTION TRIM (NM-Name)).
     compute  NM-PL = FUNCTION LENGTH (FUNCTION TRIM (NM-Exp)).
     move     "N" to NM-Match.
     if       NM-Name = spaces
           or NM-Exp = spaces
              go to bd778-Exit.
     perform  bd627-Nm-Glob thru bd627-Exit.
 bd778-Exit.
     exit.
*>
 bd779-Ar-Write.                                                  *> New -ARCHRULES
     move     AR-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to AR-Line.
 bd779-Exit.
     exit.
*>
 bd780-Dt-Rows.                                                   *> New -RELDELTA
*>***********************
*> One "N" row per 01 record that came out of A copybook: the
*>   copybook and the record's first and last "L" row of this
*>   program's .xdb.  The copybook is the innermost expansion range
*>   holding the first of its items, as -LAYOUTREG finds it.
*>***********************
     perform  varying DT-Start from 1 by 1 until DT-Start > Layout-Count
              if   LT-Level (DT-Start) not = 1
                   exit perform cycle
              end-if
              compute DT-End = DT-Start + 1
              perform until DT-End > Layout-Count
                         or LT-Level (DT-End) = 1 or LT-Level (DT-End) = 77
                         or LT-Prog (DT-End) not = LT-Prog (DT-Start)
                      add 1 to DT-End
              end-perform
              subtract 1 from DT-End
              move zero to DT-Best
              perform varying DT-I from DT-Start by 1
                      until DT-I > DT-End or DT-Best > zero
                      perform varying DT-J from 1 by 1 until DT-J > CPM-Count
                              if   LT-RefNo (DT-I) not < CPM-Start (DT-J)
                               and CPM-End (DT-J) > zero
                               and LT-RefNo (DT-I) not > CPM-End (DT-J)
                                   if   DT-Best = zero
                                     or CPM-Start (DT-J) > CPM-Start (DT-Best)
                                        move DT-J to DT-Best
                                   end-if
                              end-if
                      end-perform
              end-perform
              if   DT-Best = zero
                   exit perform cycle
              end-if
              move CPM-Name (DT-Best) to CU-Path
              perform zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit
              move spaces to Xdb-Out-Rec
              move "N" to Xdb-Out-Rec (1:1)
              move FUNCTION UPPER-CASE (CU-Program-Name (1:32))
                   to Xdb-Out-Rec (2:32)
              move DT-Start to DT-Num5
              move DT-Num5 to Xdb-Out-Rec (34:5)
              move DT-End to DT-Num5
              move DT-Num5 to Xdb-Out-Rec (39:5)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
 bd780-Exit.
     exit.
*>
 bd781-Reldelta.                                                  *> New -RELDELTA
*>***********************
*> -RELDELTA=olddir,newdir: both snapshots loaded as one table of
*>   facts tagged old or new, sorted, so each fact shows up once or
*>   twice side by side - once is A change.  The report is written
*>   twice over the same walk, as text and as HTML.
*>***********************
     move     spaces to DT-Dir-Table.
     unstring WS-Reldelta-Arg delimited by ","
              into DT-Dir (1) DT-Dir (2).
     if       DT-Dir (1) = spaces or DT-Dir (2) = spaces
              display "Error: -RELDELTA=olddir,newdir needs both snapshots"
              move 16 to return-code
              goback.
     move     all high-values to DT-Fact-Table.
     move     zero to DT-Fact-Cnt DT-Cb-Cnt.
     initialize DT-Side-Totals DT-Kind-Totals.
     move     "N" to DT-Full.
     perform  varying DT-Side from 1 by 1 until DT-Side > 2
              perform bd782-Dt-Load thru bd782-Exit
     end-perform.
     if       DT-Dbs (1) = zero or DT-Dbs (2) = zero
              display "Error: -RELDELTA found no .xdb databases in "
                      FUNCTION TRIM (DT-Dir (1)) " or "
                      FUNCTION TRIM (DT-Dir (2))
              move 16 to return-code
              goback.
     if       DT-Fact-Cnt > 1
              sort DT-Fact ascending DT-F-Kind DT-F-Key DT-F-Side.
     perform  bd787-Dt-Count thru bd787-Exit.
     move     spaces to Copyuse-Report-FileName.
     string   DT-Dir (2)          delimited by space
              OS-Delimiter        delimited by size
              "reldelta.report"   delimited by size
                                  into Copyuse-Report-FileName.
     move     "N" to DT-Html.
     perform  bd788-Dt-Report thru bd788-Exit.
     move     spaces to Copyuse-Report-FileName.
     string   DT-Dir (2)          delimited by space
              OS-Delimiter        delimited by size
              "reldelta.html"     delimited by size
                                  into Copyuse-Report-FileName.
     move     "Y" to DT-Html.
     perform  bd788-Dt-Report thru bd788-Exit.
     if       DT-Full = "Y"
              display "Caution: -RELDELTA tables are full - the delta is incomplete".
     move     DT-Progs (1) to DT-NumZ.
     move     DT-Progs (2) to DT-NumZ2.
     display  "Release delta (" FUNCTION TRIM (DT-NumZ) " -> "
              FUNCTION TRIM (DT-NumZ2) " programs) written to "
              FUNCTION TRIM (DT-Dir (2)) OS-Delimiter "reldelta.report / .html".
     move     zero to return-code.
     goback.
 bd781-Exit.
     exit.
*>
 bd782-Dt-Load.                                                   *> New -RELDELTA
*> Snapshot DT-Side: its .xdb and .calls files.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   DT-Dir (2)          delimited by space
              OS-Delimiter        delimited by size
              "cxrdtmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              DT-Dir (DT-Side)   delimited by space
              OS-Delimiter       delimited by size
              "*.xdb "           delimited by size
              DT-Dir (DT-Side)   delimited by space
              OS-Delimiter       delimited by size
              "*.calls 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              move zero to DT-P
              inspect Copyuse-Raw-Rec tallying DT-P
                      for characters before initial space
              evaluate true
                  when DT-P > 4
                   and Copyuse-Raw-Rec (DT-P - 3:4) = ".xdb"
                       perform bd783-Dt-Xdb thru bd783-Exit
                  when DT-P > 6
                   and Copyuse-Raw-Rec (DT-P - 5:6) = ".calls"
                       perform bd785-Dt-Calls thru bd785-Exit
              end-evaluate
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
 bd782-Exit.
     exit.
*>
 bd783-Dt-Xdb.                                                    *> New -RELDELTA
*> One member's .xdb: programs, findings, SQL tables, the "B" rows
*>   and the copybook records behind the "N" rows.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              move zero to FS-Reply
              go to bd783-Exit.
     add      1 to DT-Dbs (DT-Side).
     move     spaces to DT-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate true
                  when Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                       perform bd784-Dt-Prog-End thru bd784-Exit
                       move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                            to DT-Cur-Prog
                       add  1 to DT-Progs (DT-Side)
                       move zero to DT-L-Cnt
                       move "N" to DT-Has-B
                       move "1" to DT-W-Kind
                       move DT-Cur-Prog to DT-W-Key
                       perform bd786-Dt-Add thru bd786-Exit
                  when Xdb-In-Rec (1:1) = "L"
                       if   DT-L-Cnt < 5000
                            add  1 to DT-L-Cnt
                            move Xdb-In-Rec (2:175) to DT-L-Row (DT-L-Cnt)
                       end-if
                  when Xdb-In-Rec (1:1) = "N"
                       perform bd789-Dt-Copybook thru bd789-Exit
                  when Xdb-In-Rec (1:1) = "G"
                       evaluate Xdb-In-Rec (14:1)
                           when "3" add 1 to DT-Sev (DT-Side 1)
                           when "2" add 1 to DT-Sev (DT-Side 2)
                           when other add 1 to DT-Sev (DT-Side 3)
                       end-evaluate
                  when Xdb-In-Rec (1:1) = "S"
                       move 1 to DT-P
                       perform until DT-P > 64
                               move spaces to DT-Tok
                               unstring Xdb-In-Rec (20:64) delimited by all spaces
                                        into DT-Tok with pointer DT-P
                               if   DT-Tok = spaces
                                    exit perform
                               end-if
                               move "6" to DT-W-Kind
                               move spaces to DT-W-Key
                               move FUNCTION UPPER-CASE (DT-Tok (1:44))
                                    to DT-W-Key (1:44)
                               move DT-Cur-Prog to DT-W-Key (45:32)
                               perform bd786-Dt-Add thru bd786-Exit
                       end-perform
                  when Xdb-In-Rec (1:1) = "B"
                       move "Y" to DT-Has-B
                       move Xdb-In-Rec (2:107) to AR-Row
                       perform bd790-Dt-B-Row thru bd790-Exit
              end-evaluate
     end-perform.
     perform  bd784-Dt-Prog-End thru bd784-Exit.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd783-Exit.
     exit.
*>
 bd784-Dt-Prog-End.                                               *> New -RELDELTA
     if       DT-Cur-Prog not = spaces
          and DT-Has-B = "N"
              add  1 to DT-No-Rows (DT-Side).
 bd784-Exit.
     exit.
*>
 bd785-Dt-Calls.                                                  *> New -RELDELTA
*> A .calls file: its USER and DYNAMIC CALLs as edges from the
*>   member it belongs to.
     move     Copyuse-Raw-Rec (1:80) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     Copyuse-Raw-Rec to Batch-Calls-FileName.
     move     zero to SW-Batch-Calls-Eof.
     open     input Batch-Calls-In.
     perform  until Batch-Calls-Eof
              read Batch-Calls-In at end
                       move 1 to SW-Batch-Calls-Eof
                       exit perform
              end-read
              if   BCL-Call-Type = "USER" or = "DYNAMIC"
                   move "2" to DT-W-Kind
                   move spaces to DT-W-Key
                   move FUNCTION UPPER-CASE (CU-Program-Name (1:32))
                        to DT-W-Key (1:32)
                   move FUNCTION UPPER-CASE (BCL-Call-Name)
                        to DT-W-Key (33:32)
                   perform bd786-Dt-Add thru bd786-Exit
              end-if
     end-perform.
     close    Batch-Calls-In.
 bd785-Exit.
     exit.
*>
 bd786-Dt-Add.                                                    *> New -RELDELTA
     if       DT-Fact-Cnt not < 30000
              move "Y" to DT-Full
              go to bd786-Exit.
     add      1 to DT-Fact-Cnt.
     move     DT-W-Kind to DT-F-Kind (DT-Fact-Cnt).
     move     DT-W-Key to DT-F-Key (DT-Fact-Cnt).
     move     DT-Side to DT-F-Side (DT-Fact-Cnt).
 bd786-Exit.
     exit.
*>
 bd787-Dt-Count.                                                  *> New -RELDELTA
*> Added and removed per kind, and the copybooks present on both
*>   sides whose items differ.
     move     spaces to DT-Last-Cb.
     move     1 to DT-I.
     perform  until DT-I > DT-Fact-Cnt
              perform bd791-Dt-Group thru bd791-Exit
              move DT-F-Kind (DT-I) to DT-Kn
              evaluate true
                  when DT-In-Both = "Y"
                       continue
                  when DT-Kn = 5
                       if   DT-F-Key (DT-I) (1:32) not = DT-Last-Cb (1:32)
                            move DT-F-Key (DT-I) (1:32) to DT-Cb-Want
                            perform bd792-Dt-Cb-Both thru bd792-Exit
                            if   DT-In-Both = "Y"
                                 add  1 to DT-Cb-Changed
                                 move DT-F-Key (DT-I) (1:32) to DT-Last-Cb
                            end-if
                       end-if
                  when DT-In-New = "Y"
                       add  1 to DT-Added (DT-Kn)
                  when other
                       add  1 to DT-Removed (DT-Kn)
              end-evaluate
              compute DT-I = DT-J + 1
     end-perform.
 bd787-Exit.
     exit.
*>
 bd788-Dt-Report.                                                 *> New -RELDELTA
*> The change-board document, as text or (DT-Html) as HTML.
     open     output Copyuse-Report-Out.
     move     "N" to DT-Pre-Open.
     if       DT-Html = "Y"
              move "<html><head><title>cobxref release delta</title></head><body>"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to DT-Line.
     string   "Release delta from "            delimited by size
              FUNCTION TRIM (DT-Dir (1))       delimited by size
              " to "                           delimited by size
              FUNCTION TRIM (DT-Dir (2))       delimited by size
              into DT-Line.
     perform  bd794-Dt-Head thru bd794-Exit.
     move     DT-Progs (1) to DT-NumZ.
     move     DT-Progs (2) to DT-NumZ2.
     string   "  programs: "                   delimited by size
              FUNCTION TRIM (DT-NumZ)          delimited by size
              " before, "                      delimited by size
              FUNCTION TRIM (DT-NumZ2)         delimited by size
              " after"                         delimited by size
              into DT-Line.
     perform  bd793-Dt-Line thru bd793-Exit.
     if       DT-No-Rows (1) > zero or DT-No-Rows (2) > zero
              move DT-No-Rows (1) to DT-NumZ
              move DT-No-Rows (2) to DT-NumZ2
              string "  caution: "                  delimited by size
                     FUNCTION TRIM (DT-NumZ)        delimited by size
                     " / "                          delimited by size
                     FUNCTION TRIM (DT-NumZ2)       delimited by size
                     " program(s) saved without -RELDELTA - their datasets"
                                                    delimited by size
                     " and CICS resources are not compared"
                                                    delimited by size
                     into DT-Line
              perform bd793-Dt-Line thru bd793-Exit.
*>
     move     "Summary" to DT-Line.
     perform  bd794-Dt-Head thru bd794-Exit.
     move     "                              added  removed" to DT-Line.
     perform  bd793-Dt-Line thru bd793-Exit.
     perform  varying DT-Kn from 1 by 1 until DT-Kn > 7
              if   DT-Kn = 5
                   exit perform cycle
              end-if
              evaluate DT-Kn
                  when 1 move "  Programs" to DT-Line
                  when 2 move "  CALL edges" to DT-Line
                  when 3 move "  Dataset reads / writes" to DT-Line
                  when 4 move "  Copybooks" to DT-Line
                  when 6 move "  SQL table uses" to DT-Line
                  when 7 move "  CICS resource uses" to DT-Line
              end-evaluate
              move DT-Added (DT-Kn) to DT-NumZ
              move DT-Removed (DT-Kn) to DT-NumZ2
              move DT-NumZ to DT-Line (29:8)
              move DT-NumZ2 to DT-Line (38:8)
              perform bd793-Dt-Line thru bd793-Exit
     end-perform.
     move     DT-Cb-Changed to DT-NumZ.
     move     "  Copybook layouts changed" to DT-Line.
     move     DT-NumZ to DT-Line (29:8).
     perform  bd793-Dt-Line thru bd793-Exit.
*>
     move     "Findings by severity" to DT-Line.
     perform  bd794-Dt-Head thru bd794-Exit.
     move     "                         serious  warning advisory" to DT-Line.
     perform  bd793-Dt-Line thru bd793-Exit.
     perform  varying DT-L from 1 by 1 until DT-L > 2
              if   DT-L = 1
                   move "  before" to DT-Line
              else
                   move "  after" to DT-Line
              end-if
              move DT-Sev (DT-L 1) to DT-NumZ
              move DT-NumZ to DT-Line (25:8)
              move DT-Sev (DT-L 2) to DT-NumZ
              move DT-NumZ to DT-Line (34:8)
              move DT-Sev (DT-L 3) to DT-NumZ
              move DT-NumZ to DT-Line (43:8)
              perform bd793-Dt-Line thru bd793-Exit
     end-perform.
*>
     perform  varying DT-Kn from 1 by 1 until DT-Kn > 7
              if   DT-Kn = 5
                   perform bd795-Dt-Layouts thru bd795-Exit
                   exit perform cycle
              end-if
              move DT-Kn to DT-K
              move "+" to DT-Want
              if   DT-Added (DT-Kn) > zero
                   evaluate DT-Kn
                       when 1 move "Programs added" to DT-Line
                       when 2 move "CALL edges added" to DT-Line
                       when 3 move "Datasets newly read or written" to DT-Line
                       when 4 move "Copybooks new to the library" to DT-Line
                       when 6 move "SQL tables newly touched" to DT-Line
                       when 7 move "CICS resources newly touched" to DT-Line
                   end-evaluate
                   perform bd794-Dt-Head thru bd794-Exit
                   perform bd796-Dt-List thru bd796-Exit
              end-if
              move "-" to DT-Want
              if   DT-Removed (DT-Kn) > zero
                   evaluate DT-Kn
                       when 1 move "Programs removed" to DT-Line
                       when 2 move "CALL edges removed" to DT-Line
                       when 3 move "Dataset reads / writes dropped" to DT-Line
                       when 4 move "Copybooks no longer used" to DT-Line
                       when 6 move "SQL table uses dropped" to DT-Line
                       when 7 move "CICS resource uses dropped" to DT-Line
                   end-evaluate
                   perform bd794-Dt-Head thru bd794-Exit
                   perform bd796-Dt-List thru bd796-Exit
              end-if
     end-perform.
     if       DT-Html = "Y"
              if   DT-Pre-Open = "Y"
                   move "</pre>" to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
              move "</body></html>" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
 bd788-Exit.
     exit.
*>
 bd789-Dt-Copybook.                                               *> New -RELDELTA
*> An "N" row: the copybook's record, item by item from the "L" rows
*>   just read - once per copybook and snapshot, from the first
*>   program that copies it.
     move     zero to DT-Q.
     perform  varying DT-P from 1 by 1 until DT-P > DT-Cb-Cnt
              if   DT-Cb-Side (DT-P) = DT-Side
               and DT-Cb-Name (DT-P) = Xdb-In-Rec (2:32)
                   move DT-P to DT-Q
                   exit perform
              end-if
     end-perform.
     if       DT-Q > zero
          and DT-Cb-Prog (DT-Q) not = DT-Cur-Prog
              go to bd789-Exit.
     if       DT-Q = zero
              if   DT-Cb-Cnt not < 1000
                   move "Y" to DT-Full
                   go to bd789-Exit
              end-if
              add  1 to DT-Cb-Cnt
              move DT-Side to DT-Cb-Side (DT-Cb-Cnt)
              move Xdb-In-Rec (2:32) to DT-Cb-Name (DT-Cb-Cnt)
              move DT-Cur-Prog to DT-Cb-Prog (DT-Cb-Cnt)
              move "4" to DT-W-Kind
              move Xdb-In-Rec (2:32) to DT-W-Key
              perform bd786-Dt-Add thru bd786-Exit.
     if       Xdb-In-Rec (34:10) not numeric
              go to bd789-Exit.
     move     Xdb-In-Rec (34:5) to DT-Start.
     move     Xdb-In-Rec (39:5) to DT-End.
     if       DT-End > DT-L-Cnt
              move DT-L-Cnt to DT-End.
     if       DT-Start < 1 or DT-Start > DT-End
              go to bd789-Exit.
     move     DT-L-Row (DT-Start) to DT-LT.
     move     spaces to DT-Item-Key.
     move     Xdb-In-Rec (2:32) to DT-IK-Copybook.
     move     FUNCTION UPPER-CASE (DT-LT-Name) to DT-IK-Record.
     perform  varying DT-L from DT-Start by 1 until DT-L > DT-End
              move DT-L-Row (DT-L) to DT-LT
              if   DT-LT-Level = 88
                   exit perform cycle
              end-if
              move DT-LT-Offset to DT-IK-Offset
              move DT-LT-Length to DT-IK-Length
              move DT-LT-Level to DT-IK-Level
              move FUNCTION UPPER-CASE (DT-LT-Name) to DT-IK-Name
              move DT-LT-Pic to DT-IK-Pic
              move DT-LT-Usage to DT-IK-Usage
              move DT-LT-Occurs to DT-IK-Occurs
              move "5" to DT-W-Kind
              move DT-Item-Key to DT-W-Key
              perform bd786-Dt-Add thru bd786-Exit
     end-perform.
 bd789-Exit.
     exit.
*>
 bd790-Dt-B-Row.                                                  *> New -RELDELTA
*> An -ARCHRULES row (in AR-Row) as A call, dataset or CICS fact -
*>   SQL comes from the "S" rows, SYSTEM calls are left out.
     evaluate AR-W-Kind
         when "C"
              if   AR-W-Info not = "SYSTEM"
                   move "2" to DT-W-Kind
                   move spaces to DT-W-Key
                   move DT-Cur-Prog to DT-W-Key (1:32)
                   move AR-W-Name (1:32) to DT-W-Key (33:32)
                   perform bd786-Dt-Add thru bd786-Exit
              end-if
         when "O"
              move "3" to DT-W-Kind
              move spaces to DT-W-Key
              if   AR-W-Phys not = spaces
                   move AR-W-Phys to DT-W-Key (1:44)
              else
                   move AR-W-Name to DT-W-Key (1:44)
              end-if
              evaluate AR-W-Info
                  when "INPUT"
                       move "read by" to DT-W-Key (45:12)
                  when "I-O"
                       move "updated by" to DT-W-Key (45:12)
                  when other
                       move "written by" to DT-W-Key (45:12)
              end-evaluate
              move DT-Cur-Prog to DT-W-Key (57:32)
              perform bd786-Dt-Add thru bd786-Exit
         when "X"
              move 1 to DT-P
              perform until DT-P > 44
                      move spaces to DT-Tok
                      unstring AR-W-Name delimited by all spaces
                               into DT-Tok with pointer DT-P
                      if   DT-Tok = spaces
                           exit perform
                      end-if
                      move spaces to DT-Kw
                      unstring DT-Tok delimited by "=" into DT-Kw
                      if   DT-Kw = "FILE" or = "DATASET" or = "MAP"
                                or = "MAPSET" or = "QUEUE" or = "QNAME"
                                or = "TRANSID" or = "PROGRAM"
                           move "7" to DT-W-Kind
                           move spaces to DT-W-Key
                           move DT-Tok (1:44) to DT-W-Key (1:44)
                           move DT-Cur-Prog to DT-W-Key (45:32)
                           perform bd786-Dt-Add thru bd786-Exit
                      end-if
              end-perform
     end-evaluate.
 bd790-Exit.
     exit.
*>
 bd791-Dt-Group.                                                  *> New -RELDELTA
*> The run of equal facts starting at DT-I ends at DT-J - which
*>   snapshots it is in (sorted old before new).
     move     DT-I to DT-J.
     perform  until DT-J not < DT-Fact-Cnt
                 or DT-F-Kind (DT-J + 1) not = DT-F-Kind (DT-I)
                 or DT-F-Key (DT-J + 1) not = DT-F-Key (DT-I)
              add 1 to DT-J
     end-perform.
     move     "N" to DT-In-Old DT-In-New DT-In-Both.
     if       DT-F-Side (DT-I) = 1
              move "Y" to DT-In-Old.
     if       DT-F-Side (DT-J) = 2
              move "Y" to DT-In-New.
     if       DT-In-Old = "Y" and DT-In-New = "Y"
              move "Y" to DT-In-Both.
 bd791-Exit.
     exit.
*>
 bd792-Dt-Cb-Both.                                                *> New -RELDELTA
*> DT-In-Both: copybook DT-Cb-Want is in both snapshots.
     move     "N" to DT-In-Old DT-In-New DT-In-Both.
     perform  varying DT-P from 1 by 1 until DT-P > DT-Cb-Cnt
              if   DT-Cb-Name (DT-P) = DT-Cb-Want
                   if   DT-Cb-Side (DT-P) = 1
                        move "Y" to DT-In-Old
                   else
                        move "Y" to DT-In-New
                   end-if
              end-if
     end-perform.
     if       DT-In-Old = "Y" and DT-In-New = "Y"
              move "Y" to DT-In-Both.
 bd792-Exit.
     exit.
*>
 bd793-Dt-Line.                                                   *> New -RELDELTA
*> DT-Line out, as is or HTML-escaped inside A <pre> block.
     if       DT-Html not = "Y"
              move DT-Line to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move spaces to DT-Line
              go to bd793-Exit.
     if       DT-Pre-Open not = "Y"
              move "<pre>" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "Y" to DT-Pre-Open.
     perform  bd797-Dt-Escape thru bd797-Exit.
     move     DT-Html-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to DT-Line.
 bd793-Exit.
     exit.
*>
 bd794-Dt-Head.                                                   *> New -RELDELTA
*> DT-Line as A section heading.
     if       DT-Html not = "Y"
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move DT-Line to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move spaces to DT-Line
              go to bd794-Exit.
     if       DT-Pre-Open = "Y"
              move "</pre>" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "N" to DT-Pre-Open.
     perform  bd797-Dt-Escape thru bd797-Exit.
     move     spaces to Copyuse-Report-Rec.
     string   "<h3>"                           delimited by size
              DT-Html-Line                     delimited by "  "
              "</h3>"                          delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to DT-Line.
 bd794-Exit.
     exit.
*>
 bd795-Dt-Layouts.                                                *> New -RELDELTA
*> Copybooks in both snapshots whose items differ: each record with
*>   the items only the old layout has (-) and only the new has (+),
*>   in offset order.
     if       DT-Cb-Changed = zero
              go to bd795-Exit.
     move     "Copybook layouts changed" to DT-Line.
     perform  bd794-Dt-Head thru bd794-Exit.
     move     spaces to DT-Last-Cb.
     move     1 to DT-I.
     perform  until DT-I > DT-Fact-Cnt
              perform bd791-Dt-Group thru bd791-Exit
              if   DT-F-Kind (DT-I) = "5"
               and DT-In-Both = "N"
                   move DT-F-Key (DT-I) to DT-Item-Key
                   move DT-IK-Copybook to DT-Cb-Want
                   perform bd792-Dt-Cb-Both thru bd792-Exit
                   if   DT-In-Both = "Y"
                        if   DT-F-Key (DT-I) (1:64) not = DT-Last-Cb
                             move DT-F-Key (DT-I) (1:64) to DT-Last-Cb
                             string "  "                   delimited by size
                                    DT-IK-Copybook         delimited by space
                                    "  record "            delimited by size
                                    DT-IK-Record           delimited by space
                                    into DT-Line
                             perform bd793-Dt-Line thru bd793-Exit
                        end-if
                        if   DT-F-Side (DT-I) = 1
                             move "    - " to DT-Line
                        else
                             move "    + " to DT-Line
                        end-if
                        move DT-IK-Level to DT-Line (7:2)
                        move DT-IK-Name to DT-Line (10:32)
                        move DT-IK-Pic to DT-Line (43:22)
                        move DT-IK-Usage to DT-Line (66:10)
                        move DT-IK-Offset to DT-NumZ
                        move DT-IK-Length to DT-NumZ2
                        move 77 to DT-P
                        string "off "                      delimited by size
                               FUNCTION TRIM (DT-NumZ)     delimited by size
                               " len "                     delimited by size
                               FUNCTION TRIM (DT-NumZ2)    delimited by size
                               into DT-Line with pointer DT-P
                        if   DT-IK-Occurs > zero
                             move DT-IK-Occurs to DT-NumZ3
                             string " occurs "                delimited by size
                                    FUNCTION TRIM (DT-NumZ3)  delimited by size
                                    into DT-Line with pointer DT-P
                        end-if
                        perform bd793-Dt-Line thru bd793-Exit
                   end-if
              end-if
              compute DT-I = DT-J + 1
     end-perform.
 bd795-Exit.
     exit.
*>
 bd796-Dt-List.                                                   *> New -RELDELTA
*> The facts of kind DT-K only in the new snapshot (DT-Want "+") or
*>   only in the old one ("-").
     move     1 to DT-I.
     perform  until DT-I > DT-Fact-Cnt
              if   DT-F-Kind (DT-I) not = DT-K
                   add 1 to DT-I
                   exit perform cycle
              end-if
              perform bd791-Dt-Group thru bd791-Exit
              if   DT-In-Both = "N"
               and ((DT-Want = "+" and DT-In-New = "Y")
                 or (DT-Want = "-" and DT-In-Old = "Y"))
                   move spaces to DT-Line
                   move DT-Want to DT-Line (3:1)
                   evaluate DT-K
                       when 2
                            string DT-F-Key (DT-I) (1:32)  delimited by space
                                   " calls "               delimited by size
                                   DT-F-Key (DT-I) (33:32) delimited by space
                                   into DT-Line (5:120)
                       when 3
                            move DT-F-Key (DT-I) (1:44) to DT-Line (5:44)
                            string DT-F-Key (DT-I) (45:12) delimited by "  "
                                   " "                     delimited by size
                                   DT-F-Key (DT-I) (57:32) delimited by space
                                   into DT-Line (50:60)
                       when 6
                       when 7
                            move DT-F-Key (DT-I) (1:44) to DT-Line (5:44)
                            string "used by "              delimited by size
                                   DT-F-Key (DT-I) (45:32) delimited by space
                                   into DT-Line (50:60)
                       when other
                            move DT-F-Key (DT-I) (1:64) to DT-Line (5:64)
                   end-evaluate
                   perform bd793-Dt-Line thru bd793-Exit
              end-if
              compute DT-I = DT-J + 1
     end-perform.
 bd796-Exit.
     exit.
*>
 bd797-Dt-Escape.                                                 *> New -RELDELTA
*> DT-Line into DT-Html-Line with &, < and > spelt as entities.
     move     spaces to DT-Html-Line.
     move     1 to DT-Q.
     perform  varying DT-P from 1 by 1 until DT-P > 150 or DT-Q > 150
              evaluate DT-Line (DT-P:1)
                  when "&"
                       string "&amp;" delimited by size
                              into DT-Html-Line with pointer DT-Q
                  when "<"
                       string "&lt;" delimited by size
                              into DT-Html-Line with pointer DT-Q
                  when ">"
                       string "&gt;" delimited by size
                              into DT-Html-Line with pointer DT-Q
                  when other
                       move DT-Line (DT-P:1) to DT-Html-Line (DT-Q:1)
                       add 1 to DT-Q
              end-evaluate
     end-perform.
 bd797-Exit.
     exit.
*>
 bd798-Resize.                                                    *> New -RESIZE
*>***********************
*> End of A program: the resized item's impact in this program, then
*>   (once per source) the PROCEDURE DIVISION lines that hard-code
*>   its positions, into Prog-BaseName.resize - the first program
*>   opens it, any nested ones add to it.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     if       LR-Cat-Loaded = "N"
              perform zz397-Load-Catalog thru zz397-Exit
              move "Y" to LR-Cat-Loaded.
     if       RZ-Open-Swept = "N"
              move WS-Layreg-Catdir to RZ-Dir
              perform bd813-Rz-Opens thru bd813-Exit
              move "Y" to RZ-Open-Swept.
     move     LR-Src-Prog to RZ-Src-Prog.
     move     HoldID-Module to RZ-Prog.
     move     Resize-FileName to Copyuse-Report-FileName.
     if       RZ-Started = "Y"
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move "Y" to RZ-Started.
     move     zero to RZ-Trunc-Cnt RZ-Rec-Cnt RZ-Redef-Cnt RZ-Sql-Cnt
                      RZ-Src-Cnt.
     string   "Field resize impact for "      delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ": "                            delimited by size
              FUNCTION TRIM (RZ-Item)         delimited by size
              " to PIC "                      delimited by size
              FUNCTION TRIM (RZ-New-Pic)      delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     RZ-Item to RZ-Cur-Name.
     perform  bd800-Rz-Field thru bd800-Exit.
     if       RZ-Src-Done = "N"
              move "Y" to RZ-Src-Done
              move "    Lines hard-coding its positions or length:"
                   to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit
              move LS-Source-File to RZ-File
              perform bd815-Rz-Src-File thru bd815-Exit
              if   RZ-Src-Cnt = zero
                   move "      (none)" to RZ-Line
                   perform bd812-Rz-Write thru bd812-Exit
              end-if
     end-if.
     perform  bd799-Rz-Summary thru bd799-Exit.
     close    Copyuse-Report-Out.
     display  "Resize impact written to " FUNCTION TRIM (Resize-FileName).
 bd798-Exit.
     exit.
*>
 bd799-Rz-Summary.                                                *> New -RESIZE
     move     RZ-Trunc-Cnt to RZ-NumZ.
     move     RZ-Rec-Cnt   to RZ-NumZ2.
     move     RZ-Redef-Cnt to RZ-NumZ3.
     string   "  Summary: "                   delimited by size
              FUNCTION TRIM (RZ-NumZ)         delimited by size
              " truncating MOVE / COMPUTE, "  delimited by size
              FUNCTION TRIM (RZ-NumZ2)        delimited by size
              " record(s) shifting, "         delimited by size
              FUNCTION TRIM (RZ-NumZ3)        delimited by size
              " REDEFINES out of line"        delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     RZ-Sql-Cnt to RZ-NumZ.
     move     RZ-Src-Cnt to RZ-NumZ2.
     string   "           "                   delimited by size
              FUNCTION TRIM (RZ-NumZ)         delimited by size
              " SQL host variable use(s), "   delimited by size
              FUNCTION TRIM (RZ-NumZ2)        delimited by size
              " hard-coded source line(s)"    delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  bd812-Rz-Write thru bd812-Exit.
 bd799-Exit.
     exit.
*>
 bd800-Rz-Field.                                                  *> New -RESIZE
*>***********************
*> RZ-Cur-Name in the program's tables now loaded: its sizes, then
*>   the receivers, the record, the REDEFINES and the SQL.  An item
*>   the program does not define is quietly passed over in A
*>   library run.
*>***********************
     move     RZ-Cur-Name to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              if   RZ-Library = "N"
                   string "  "                       delimited by size
                          FUNCTION TRIM (RZ-Cur-Name) delimited by size
                          " is not defined in this program"
                                                     delimited by size
                          into RZ-Line
                   perform bd812-Rz-Write thru bd812-Exit
              end-if
              go to bd800-Exit.
     move     LT-Lookup-Idx to RZ-Idx.
     perform  bd801-Rz-Sizes thru bd801-Exit.
     if       RZ-Hit = "N"
              string "  "                       delimited by size
                     FUNCTION TRIM (RZ-Prog)     delimited by size
                     ": "                        delimited by size
                     FUNCTION TRIM (RZ-Cur-Name) delimited by size
                     " is A group item - resize its elementary items"
                                                 delimited by size
                     into RZ-Line
              perform bd812-Rz-Write thru bd812-Exit
              go to bd800-Exit.
     perform  bd802-Rz-Watch thru bd802-Exit.
     move     RZ-Old-Len to RZ-NumZ.
     move     RZ-New-Len to RZ-NumZ2.
     string   "  "                            delimited by size
              FUNCTION TRIM (RZ-Prog)         delimited by size
              ": "                            delimited by size
              FUNCTION TRIM (RZ-Cur-Name)     delimited by size
              " PIC "                         delimited by size
              FUNCTION TRIM (LT-Pic (RZ-Idx)) delimited by size
              " "                             delimited by size
              FUNCTION TRIM (LT-Usage (RZ-Idx)) delimited by size
              " ("                            delimited by size
              FUNCTION TRIM (RZ-NumZ)         delimited by size
              " byte(s)) -> "                 delimited by size
              FUNCTION TRIM (RZ-New-Pic)      delimited by size
              " ("                            delimited by size
              FUNCTION TRIM (RZ-NumZ2)        delimited by size
              " byte(s))"                     delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  bd803-Rz-Receivers thru bd803-Exit.
     perform  bd805-Rz-Record thru bd805-Exit.
     perform  bd807-Rz-Redefines thru bd807-Exit.
     perform  bd808-Rz-Sql thru bd808-Exit.
 bd800-Exit.
     exit.
*>
 bd801-Rz-Sizes.                                                  *> New -RESIZE
*>***********************
*> RZ-Idx's length and digits as they stand and under the new PIC -
*>   the row's own PIC swapped for the parse and put back - then the
*>   groups holding it up to its 01, each with the bytes it grows
*>   by (an OCCURS group passes its count on to the next one up).
*>   RZ-Hit comes back "N" for A group item.
*>***********************
     move     "N" to RZ-Hit.
     if       LT-Group-Flag (RZ-Idx) = "Y"
              go to bd801-Exit.
     move     "Y" to RZ-Hit.
     move     LT-Length (RZ-Idx) to RZ-Old-Len.
     move     LT-Digits (RZ-Idx) to RZ-Old-Dig.
     move     LT-Num    (RZ-Idx) to RZ-Old-Num.
     move     LT-Entry  (RZ-Idx) to RZ-Save-Entry.
     move     RZ-New-Pic to LT-Pic (RZ-Idx).
     move     RZ-Idx to LZ-Idx.
     perform  zz046-Pic-Length thru zz046-Exit.
     move     LZ-Bytes  to RZ-New-Len.
     move     LZ-Digits to RZ-New-Dig.
     move     LT-Num (RZ-Idx) to RZ-New-Num.
     move     RZ-Save-Entry to LT-Entry (RZ-Idx).
*>
     move     LT-Occurs (RZ-Idx) to RZ-Occ.
     if       RZ-Occ < 1
              move 1 to RZ-Occ.
     compute  RZ-Delta = (RZ-New-Len - RZ-Old-Len) * RZ-Occ.
     move     zero to RZ-Anc-Cnt.
     move     RZ-Idx to RZ-Rec-Idx.
     move     RZ-Delta to RZ-M.
     move     LT-Level (RZ-Idx) to RZ-L.
     perform  varying RZ-J from RZ-Idx by -1
                until RZ-J < 2 or RZ-L = 1 or RZ-L = 77
              compute RZ-K = RZ-J - 1
              if   LT-Level (RZ-K) < RZ-L
               and RZ-Anc-Cnt < 50
                   add  1 to RZ-Anc-Cnt
                   move RZ-K to RZ-A-Idx   (RZ-Anc-Cnt)
                   move RZ-M to RZ-A-Delta (RZ-Anc-Cnt)
                   if   LT-Occurs (RZ-K) > 1
                        compute RZ-M = RZ-M * LT-Occurs (RZ-K)
                   end-if
                   move LT-Level (RZ-K) to RZ-L
                   move RZ-K to RZ-Rec-Idx
              end-if
     end-perform.
     move     Layout-Count to RZ-Rec-End.
     perform  varying RZ-J from RZ-Rec-Idx by 1 until RZ-J > Layout-Count
              if   RZ-J > RZ-Rec-Idx
               and (LT-Level (RZ-J) = 1 or = 77)
                   compute RZ-Rec-End = RZ-J - 1
                   exit perform
              end-if
     end-perform.
 bd801-Exit.
     exit.
*>
 bd802-Rz-Watch.                                                  *> New -RESIZE
*> the item and its groups join the names the source lines are
*>   searched for - each once.
     move     RZ-Cur-Name to RZ-Tok.
     move     "S" to RZ-Ch.
     perform  bd802-Add thru bd802-Add-Exit.
     if       RZ-T > zero
              move RZ-Old-Len to RZ-NumZ
              move FUNCTION TRIM (RZ-NumZ) to RZ-W-Len (RZ-T)
              move spaces to RZ-W-Dig (RZ-T)
              if   RZ-Old-Dig > zero
               and RZ-Old-Dig not = RZ-Old-Len
                   move RZ-Old-Dig to RZ-NumZ
                   move FUNCTION TRIM (RZ-NumZ) to RZ-W-Dig (RZ-T)
              end-if
     end-if.
     perform  varying RZ-S from 1 by 1 until RZ-S > RZ-Anc-Cnt
              move LT-Name (RZ-A-Idx (RZ-S)) to RZ-Tok
              move "A" to RZ-Ch
              if   RZ-Tok not = "FILLER"
                   perform bd802-Add thru bd802-Add-Exit
              end-if
     end-perform.
     go       to bd802-Exit.
 bd802-Add.
     move     FUNCTION UPPER-CASE (RZ-Tok) to RZ-Tok.
     perform  varying RZ-T from 1 by 1 until RZ-T > RZ-Watch-Cnt
              if   RZ-W-Name (RZ-T) = RZ-Tok (1:32)
                   if   RZ-Ch = "S"
                        move "S" to RZ-W-Kind (RZ-T)
                   end-if
                   go to bd802-Add-Exit
              end-if
     end-perform.
     move     zero to RZ-T.
     if       RZ-Watch-Cnt < 300
              add  1 to RZ-Watch-Cnt
              move RZ-Watch-Cnt to RZ-T
              move RZ-Tok (1:32) to RZ-W-Name (RZ-T)
              move RZ-Ch to RZ-W-Kind (RZ-T)
              move spaces to RZ-W-Len (RZ-T) RZ-W-Dig (RZ-T).
 bd802-Add-Exit.
     exit.
 bd802-Exit.
     exit.
*>
 bd803-Rz-Receivers.                                              *> New -RESIZE
*> every flow pair the item, or A group holding it, is A side of
*>   that the new size breaks.
     move     "    MOVE / COMPUTE receivers and senders:" to RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     zero to RZ-Sect-Cnt.
     perform  varying RZ-I from 1 by 1 until RZ-I > Flow-Pair-Count
              perform bd804-Rz-Pair thru bd804-Exit
              if   RZ-Trunc = "Y"
                   add  1 to RZ-Sect-Cnt RZ-Trunc-Cnt
                   perform bd803-Line thru bd803-Line-Exit
              end-if
     end-perform.
     if       RZ-Sect-Cnt = zero
              move "      (none)" to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit.
     go       to bd803-Exit.
 bd803-Line.
     move     1 to RZ-P.
     if       FP-Move (RZ-I) = "Y"
              string "      MOVE "  delimited by size
                     into RZ-Line with pointer RZ-P
     else
              string "      arith " delimited by size
                     into RZ-Line with pointer RZ-P.
     if       RZ-Dir-Flag = "F"
              move RZ-Src-Len to RZ-NumZ
              move RZ-Tgt-Len to RZ-NumZ2
              if   RZ-Src-Dig > zero and RZ-Tgt-Dig > zero
               and RZ-New-Num = "Y" and LT-Num (RZ-Other-Idx) = "Y"
                   move RZ-Src-Dig to RZ-NumZ
                   move RZ-Tgt-Dig to RZ-NumZ2
              end-if
              string FUNCTION TRIM (FP-From (RZ-I)) delimited by size
                     " (now "                     delimited by size
                     FUNCTION TRIM (RZ-NumZ)      delimited by size
                     ") -> "                      delimited by size
                     FUNCTION TRIM (FP-To (RZ-I)) delimited by size
                     " ("                         delimited by size
                     FUNCTION TRIM (RZ-NumZ2)     delimited by size
                     ")"                          delimited by size
                     into RZ-Line with pointer RZ-P
     else
              move RZ-Tgt-Len to RZ-NumZ
              move RZ-Src-Len to RZ-NumZ2
              if   RZ-Src-Dig > zero and RZ-Tgt-Dig > zero
               and RZ-New-Num = "Y" and LT-Num (RZ-Other-Idx) = "Y"
                   move RZ-Tgt-Dig to RZ-NumZ
                   move RZ-Src-Dig to RZ-NumZ2
              end-if
              string FUNCTION TRIM (FP-From (RZ-I)) delimited by size
                     " ("                         delimited by size
                     FUNCTION TRIM (RZ-NumZ)      delimited by size
                     ") -> "                      delimited by size
                     FUNCTION TRIM (FP-To (RZ-I)) delimited by size
                     " (now "                     delimited by size
                     FUNCTION TRIM (RZ-NumZ2)     delimited by size
                     ")"                          delimited by size
                     into RZ-Line with pointer RZ-P.
     move     FP-Ref (RZ-I) to RZ-RefZ.
     string   " at "                          delimited by size
              FUNCTION TRIM (RZ-RefZ)         delimited by size
              " - "                           delimited by size
              FUNCTION TRIM (RZ-Kind)         delimited by size
              into RZ-Line with pointer RZ-P.
     perform  bd812-Rz-Write thru bd812-Exit.
 bd803-Line-Exit.
     exit.
 bd803-Exit.
     exit.
*>
 bd804-Rz-Pair.                                                   *> New -RESIZE
*>***********************
*> Flow pair RZ-I against the item: RZ-Trunc "Y" when the pair fitted
*>   before and does not now - A sender (RZ-Dir-Flag F) grown past
*>   its receiver, or A receiver (T) shrunk below its sender.  Both
*>   numeric compare digits, anything else bytes; A group holding the
*>   item is A side too, at its old length plus what it grows by.
*>***********************
     move     "N" to RZ-Trunc.
     move     zero to RZ-Side-Idx RZ-Other-Idx.
     move     space to RZ-Dir-Flag.
     move     FUNCTION UPPER-CASE (FP-From (RZ-I)) to RZ-Tok.
     perform  bd804-Side thru bd804-Side-Exit.
     if       RZ-Side-Idx not = zero
              move "F" to RZ-Dir-Flag
              move FP-To (RZ-I) to LT-Lookup-Name
     else
              move FUNCTION UPPER-CASE (FP-To (RZ-I)) to RZ-Tok
              perform bd804-Side thru bd804-Side-Exit
              if   RZ-Side-Idx = zero
                   go to bd804-Exit
              end-if
              move "T" to RZ-Dir-Flag
              move FP-From (RZ-I) to LT-Lookup-Name.
     if       LT-Lookup-Name (1:1) = "("
              go to bd804-Exit.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
           or LT-Lookup-Idx = RZ-Side-Idx
              go to bd804-Exit.
     move     LT-Lookup-Idx to RZ-Other-Idx.
     if       RZ-Side-Idx = RZ-Idx
              move RZ-Old-Len to RZ-Was-Len
              move RZ-Old-Dig to RZ-Was-Dig
              move RZ-New-Len to RZ-Src-Len
              move RZ-New-Dig to RZ-Src-Dig
     else
              perform bd806-Rz-Delta-Of thru bd806-Exit
              move LT-Length (RZ-Side-Idx) to RZ-Was-Len
              compute RZ-Src-Len = RZ-Was-Len + RZ-Side-Delta
              move zero to RZ-Was-Dig RZ-Src-Dig.
     move     LT-Length (RZ-Other-Idx) to RZ-Tgt-Len.
     move     LT-Digits (RZ-Other-Idx) to RZ-Tgt-Dig.
     if       RZ-Side-Idx = RZ-Idx
          and RZ-New-Num = "Y"
          and LT-Num (RZ-Other-Idx) = "Y"
              if   RZ-Dir-Flag = "F"
               and RZ-Src-Dig > RZ-Tgt-Dig
               and RZ-Was-Dig not > RZ-Tgt-Dig
                   move "Y" to RZ-Trunc
                   move "high-order digits would now be lost" to RZ-Kind
              end-if
              if   RZ-Dir-Flag = "T"
               and RZ-Tgt-Dig > RZ-Src-Dig
               and RZ-Tgt-Dig not > RZ-Was-Dig
                   move "Y" to RZ-Trunc
                   move "the sender no longer fits" to RZ-Kind
              end-if
              go to bd804-Exit.
     if       RZ-Dir-Flag = "F"
          and RZ-Src-Len > RZ-Tgt-Len
          and RZ-Was-Len not > RZ-Tgt-Len
              move "Y" to RZ-Trunc
              move "would now truncate" to RZ-Kind.
     if       RZ-Dir-Flag = "T"
          and RZ-Tgt-Len > RZ-Src-Len
          and RZ-Tgt-Len not > RZ-Was-Len
              move "Y" to RZ-Trunc
              move "the sender no longer fits" to RZ-Kind.
     go       to bd804-Exit.
 bd804-Side.
*> RZ-Tok the item, or one of its groups?
     if       RZ-Tok (1:32) = FUNCTION UPPER-CASE (RZ-Cur-Name)
              move RZ-Idx to RZ-Side-Idx
              go to bd804-Side-Exit.
     perform  varying RZ-S from 1 by 1 until RZ-S > RZ-Anc-Cnt
              if   RZ-Tok (1:32)
                 = FUNCTION UPPER-CASE (LT-Name (RZ-A-Idx (RZ-S)))
                   move RZ-A-Idx (RZ-S) to RZ-Side-Idx
                   exit perform
              end-if
     end-perform.
 bd804-Side-Exit.
     exit.
 bd804-Exit.
     exit.
*>
 bd805-Rz-Record.                                                 *> New -RESIZE
*>***********************
*> The 01 holding the item: its new length and the items whose
*>   offsets move, then the file it is A record of (directly, or
*>   through A WRITE FROM / READ INTO pair with A file record), that
*>   file's datasets from the -FILECAT sweep and every program on
*>   each dataset with its OPEN direction.
*>***********************
     move     "    Record:" to RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     if       RZ-Rec-Idx = RZ-Idx
          and LT-Level (RZ-Idx) = 77
              move "      A 77-level item - no record moves" to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit
              go to bd805-Exit.
     move     RZ-Rec-Idx to RZ-Side-Idx.
     perform  bd806-Rz-Delta-Of thru bd806-Exit.
     if       RZ-Side-Delta = zero
              string "      01 "                       delimited by size
                     FUNCTION TRIM (LT-Name (RZ-Rec-Idx)) delimited by size
                     " keeps its length - no offsets move"
                                                       delimited by size
                     into RZ-Line
              perform bd812-Rz-Write thru bd812-Exit
              go to bd805-Exit.
     add      1 to RZ-Rec-Cnt.
     move     zero to RZ-K RZ-M.
     compute  RZ-T = LT-Offset (RZ-Idx) + (RZ-Old-Len * RZ-Occ).
     perform  varying RZ-J from RZ-Idx by 1 until RZ-J > RZ-Rec-End
              if   RZ-J > RZ-Idx
               and LT-Offset (RZ-J) not < RZ-T
                   add  1 to RZ-K
                   if   RZ-M = zero
                        move RZ-J to RZ-M
                   end-if
              end-if
     end-perform.
     move     LT-Length (RZ-Rec-Idx) to RZ-NumZ.
     compute  RZ-NumZ2 = LT-Length (RZ-Rec-Idx) + RZ-Side-Delta.
     move     RZ-Side-Delta to RZ-SignZ.
     move     1 to RZ-P.
     move     LT-Section (RZ-Rec-Idx) to RZ-S.
     if       RZ-S < 1 or RZ-S > 10
              move 10 to RZ-S.
     string   "      01 "                       delimited by size
              FUNCTION TRIM (LT-Name (RZ-Rec-Idx)) delimited by size
              " ("                              delimited by size
              Sht-Section-Name (RZ-S)           delimited by space
              ") length "                       delimited by size
              FUNCTION TRIM (RZ-NumZ)           delimited by size
              " -> "                            delimited by size
              FUNCTION TRIM (RZ-NumZ2)          delimited by size
              into RZ-Line with pointer RZ-P.
     if       RZ-K > zero
              move RZ-K to RZ-NumZ3
              string ", "                       delimited by size
                     FUNCTION TRIM (RZ-NumZ3)   delimited by size
                     " item(s) from "           delimited by size
                     FUNCTION TRIM (LT-Name (RZ-M)) delimited by size
                     " on move by "             delimited by size
                     FUNCTION TRIM (RZ-SignZ)   delimited by size
                     into RZ-Line with pointer RZ-P.
     perform  bd812-Rz-Write thru bd812-Exit.
*>
     move     spaces to RZ-Col RZ-Tok.
     move     FUNCTION UPPER-CASE (LT-Name (RZ-Rec-Idx)) to RZ-Want.
     perform  varying RZ-J from 1 by 1 until RZ-J > FIO-Rec-Count
              if   FUNCTION UPPER-CASE (FIO-Rec-Name (RZ-J)) = RZ-Want
                   move FUNCTION UPPER-CASE (FIO-Rec-File (RZ-J)) to RZ-Col
                   exit perform
              end-if
     end-perform.
     if       RZ-Col = spaces
              perform varying RZ-I from 1 by 1
                      until RZ-I > Flow-Pair-Count or RZ-Col not = spaces
                  if   FUNCTION UPPER-CASE (FP-From (RZ-I)) = RZ-Want
                       move FUNCTION UPPER-CASE (FP-To (RZ-I)) to RZ-Tok
                  else
                   if  FUNCTION UPPER-CASE (FP-To (RZ-I)) = RZ-Want
                       move FUNCTION UPPER-CASE (FP-From (RZ-I)) to RZ-Tok
                   else
                       move spaces to RZ-Tok
                   end-if
                  end-if
                  if   RZ-Tok not = spaces
                       perform varying RZ-J from 1 by 1
                               until RZ-J > FIO-Rec-Count
                           if   FUNCTION UPPER-CASE (FIO-Rec-Name (RZ-J))
                              = RZ-Tok (1:32)
                                move FUNCTION UPPER-CASE (FIO-Rec-File (RZ-J))
                                     to RZ-Col
                                exit perform
                           end-if
                       end-perform
                  end-if
              end-perform
              if   RZ-Col = spaces
                   move "      not A file record, nor moved to or from one"
                        to RZ-Line
                   perform bd812-Rz-Write thru bd812-Exit
                   go to bd805-Exit
              end-if
              string "      moved to / from file record "
                                                 delimited by size
                     FUNCTION TRIM (RZ-Tok)      delimited by size
                     into RZ-Line
              perform bd812-Rz-Write thru bd812-Exit
     end-if.
     move     "N" to RZ-Hit.
     perform  varying RZ-J from 1 by 1 until RZ-J > Filecat-Count
              if   FUNCTION UPPER-CASE (FC-Select (RZ-J)) = RZ-Col
               and FUNCTION UPPER-CASE (FC-Prog (RZ-J)) = RZ-Src-Prog
                   move "Y" to RZ-Hit
                   perform bd805-Dataset thru bd805-Dataset-Exit
              end-if
     end-perform.
     if       RZ-Hit = "N"
              string "      file "              delimited by size
                     FUNCTION TRIM (RZ-Col)     delimited by size
                     " - dataset not in the catalog"
                                                delimited by size
                     into RZ-Line
              perform bd812-Rz-Write thru bd812-Exit.
     go       to bd805-Exit.
 bd805-Dataset.
     string   "      file "                     delimited by size
              FUNCTION TRIM (RZ-Col)            delimited by size
              " - dataset "                     delimited by size
              FUNCTION TRIM (FC-Phys (RZ-J))    delimited by size
              ", its programs:"                 delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  varying RZ-K from 1 by 1 until RZ-K > Filecat-Count
              if   FC-Phys (RZ-K) = FC-Phys (RZ-J)
                   move FC-Prog (RZ-K) (1:30) to RZ-Line (9:30)
                   evaluate FC-IO (RZ-K)
                       when "R"  move "reads"            to RZ-Line (40:17)
                       when "W"  move "writes"           to RZ-Line (40:17)
                       when "B"  move "reads and writes" to RZ-Line (40:17)
                       when other
                                 move "assigns"          to RZ-Line (40:17)
                   end-evaluate
                   move "as" to RZ-Line (58:2)
                   move FC-Select (RZ-K) to RZ-Line (61:32)
                   perform bd812-Rz-Write thru bd812-Exit
              end-if
     end-perform.
 bd805-Dataset-Exit.
     exit.
 bd805-Exit.
     exit.
*>
 bd806-Rz-Delta-Of.                                               *> New -RESIZE
*> RZ-Side-Idx in, RZ-Side-Delta out: the bytes one occurrence of
*>   that row grows by - zero for A row neither the item nor
*>   holding it.
     move     zero to RZ-Side-Delta.
     if       RZ-Side-Idx = RZ-Idx
              compute RZ-Side-Delta = RZ-New-Len - RZ-Old-Len
              go to bd806-Exit.
     perform  varying RZ-S from 1 by 1 until RZ-S > RZ-Anc-Cnt
              if   RZ-A-Idx (RZ-S) = RZ-Side-Idx
                   move RZ-A-Delta (RZ-S) to RZ-Side-Delta
                   exit perform
              end-if
     end-perform.
 bd806-Exit.
     exit.
*>
 bd807-Rz-Redefines.                                              *> New -RESIZE
*> each REDEFINES whose base and redefinition do not grow together.
     move     "    REDEFINES:" to RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     zero to RZ-Sect-Cnt.
     perform  varying RZ-I from 1 by 1 until RZ-I > Layout-Count
              if   LT-Redefines (RZ-I) not = spaces
               and LT-Prog (RZ-I) = LT-Prog (RZ-Idx)
                   perform bd807-One thru bd807-One-Exit
              end-if
     end-perform.
     if       RZ-Sect-Cnt = zero
              move "      (none out of line)" to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit.
     go       to bd807-Exit.
 bd807-One.
     move     zero to RZ-Q.
     perform  varying RZ-J from RZ-I by -1 until RZ-J < 2
              if   FUNCTION UPPER-CASE (LT-Name (RZ-J - 1))
                 = FUNCTION UPPER-CASE (LT-Redefines (RZ-I))
                   compute RZ-Q = RZ-J - 1
                   exit perform
              end-if
     end-perform.
     if       RZ-Q = zero
              go to bd807-One-Exit.
     move     RZ-I to RZ-Side-Idx.
     perform  bd806-Rz-Delta-Of thru bd806-Exit.
     move     RZ-Side-Delta to RZ-T.
     move     RZ-Q to RZ-Side-Idx.
     perform  bd806-Rz-Delta-Of thru bd806-Exit.
     if       RZ-T = RZ-Side-Delta
              go to bd807-One-Exit.
     add      1 to RZ-Sect-Cnt RZ-Redef-Cnt.
     move     LT-Length (RZ-I) to RZ-NumZ.
     move     LT-Length (RZ-Q) to RZ-NumZ2.
     compute  RZ-Src-Len = LT-Length (RZ-I) + RZ-T.
     compute  RZ-Tgt-Len = LT-Length (RZ-Q) + RZ-Side-Delta.
     move     RZ-Src-Len to RZ-NumZ3.
     move     RZ-Tgt-Len to RZ-NumZ4.
     evaluate true
         when RZ-Src-Len > RZ-Tgt-Len
              move "the redefinition now overruns its base" to RZ-Kind
         when LT-Length (RZ-I) = LT-Length (RZ-Q)
              move "no longer the same length" to RZ-Kind
         when other
              move "the fields after the item no longer overlay"
                   to RZ-Kind
     end-evaluate.
     move     LT-RefNo (RZ-I) to RZ-RefZ.
     string   "      "                          delimited by size
              FUNCTION TRIM (LT-Name (RZ-I))    delimited by size
              " REDEFINES "                     delimited by size
              FUNCTION TRIM (LT-Name (RZ-Q))    delimited by size
              " at "                            delimited by size
              FUNCTION TRIM (RZ-RefZ)           delimited by size
              ": lengths "                      delimited by size
              FUNCTION TRIM (RZ-NumZ)           delimited by size
              "/"                               delimited by size
              FUNCTION TRIM (RZ-NumZ2)          delimited by size
              " -> "                            delimited by size
              FUNCTION TRIM (RZ-NumZ3)          delimited by size
              "/"                               delimited by size
              FUNCTION TRIM (RZ-NumZ4)          delimited by size
              " - "                             delimited by size
              FUNCTION TRIM (RZ-Kind)           delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
 bd807-One-Exit.
     exit.
 bd807-Exit.
     exit.
*>
 bd808-Rz-Sql.                                                    *> New -RESIZE
*>***********************
*> Every statement carrying the item, or A group holding it, as A
*>   :host.  Its column from the statement's COL = :host binding,
*>   else the host's own name folded; with -SQLSCHEMA=file the
*>   column's width is checked against the new size.
*>***********************
     move     "    SQL host variables:" to RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     zero to RZ-Sect-Cnt.
     move     spaces to RZ-Last-Host.
     if       WS-Sqlschema-File not = spaces
          and RZ-Sch-Loaded = "N"
              perform bd809-Rz-Schema thru bd809-Exit.
     perform  varying RZ-I from 1 by 1 until RZ-I > Sql-Stmt-Count
              move 1 to RZ-Q
              perform until RZ-Q > 96
                      move spaces to RZ-Tok
                      unstring SQ-Hosts (RZ-I) delimited by all spaces
                               into RZ-Tok pointer RZ-Q
                      if   RZ-Tok = spaces
                           exit perform
                      end-if
                      move FUNCTION UPPER-CASE (RZ-Tok) to RZ-Tok
                      move zero to RZ-Side-Idx
                      perform bd804-Side thru bd804-Side-Exit
                      if   RZ-Side-Idx not = zero
                           perform bd808-Host thru bd808-Host-Exit
                      end-if
              end-perform
     end-perform.
     if       RZ-Sect-Cnt = zero
              move "      (none)" to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit.
     go       to bd808-Exit.
 bd808-Host.
*> A host named twice in one statement is shown once.
     if       RZ-Last-Host (1:6) = SQ-Ref (RZ-I)
          and RZ-Last-Host (7:32) = RZ-Tok (1:32)
              go to bd808-Host-Exit.
     move     SQ-Ref (RZ-I) to RZ-Last-Host (1:6).
     move     RZ-Tok (1:32) to RZ-Last-Host (7:32).
     add      1 to RZ-Sect-Cnt RZ-Sql-Cnt.
     move     spaces to RZ-Col.
     move     1 to RZ-T.
     perform  until RZ-T > 96
              move spaces to RZ-Want
              unstring SQ-Binds (RZ-I) delimited by all spaces
                       into RZ-Want pointer RZ-T
              if   RZ-Want = spaces
                   exit perform
              end-if
              move spaces to RZ-Col-Part RZ-Bind-Host
              unstring RZ-Want delimited by "="
                       into RZ-Col-Part RZ-Bind-Host
              if   FUNCTION UPPER-CASE (RZ-Bind-Host) = RZ-Tok (1:32)
                   move FUNCTION UPPER-CASE (RZ-Col-Part) to RZ-Col
                   exit perform
              end-if
     end-perform.
     if       RZ-Col = spaces
              move RZ-Tok (1:32) to RZ-Col.
     inspect  RZ-Col converting "-" to "_".
     move     zero to RZ-J.
     if       RZ-Sch-Loaded = "Y"
              perform varying RZ-K from 1 by 1 until RZ-K > SCH-Count
                  move SCH-Col (RZ-K) to RZ-Col-Part
                  inspect RZ-Col-Part converting "-" to "_"
                  if   RZ-Col-Part = RZ-Col (1:18)
                       move RZ-K to RZ-J
                       exit perform
                  end-if
              end-perform.
     evaluate true
         when RZ-Side-Idx not = RZ-Idx
              move "host structure holding the item - check its columns"
                   to RZ-Kind
         when RZ-Sch-Loaded not = "Y"
              move "column width not known (-SQLSCHEMA=file)" to RZ-Kind
         when RZ-J = zero
              move "column not in the schema" to RZ-Kind
         when other
              perform bd808-Fits thru bd808-Fits-Exit
     end-evaluate.
     move     SQ-Ref (RZ-I) to RZ-RefZ.
     move     1 to RZ-P.
     string   "      "                          delimited by size
              FUNCTION TRIM (SQ-Stmt-Type (RZ-I)) delimited by size
              " at "                            delimited by size
              FUNCTION TRIM (RZ-RefZ)           delimited by size
              " :"                              delimited by size
              FUNCTION TRIM (RZ-Tok)            delimited by size
              " -> column "                     delimited by size
              FUNCTION TRIM (RZ-Col)            delimited by size
              into RZ-Line with pointer RZ-P.
     if       RZ-J > zero
              move SCH-Len (RZ-J) to RZ-NumZ
              string " "                        delimited by size
                     FUNCTION TRIM (SCH-Type (RZ-J)) delimited by size
                     "("                        delimited by size
                     FUNCTION TRIM (RZ-NumZ)    delimited by size
                     ")"                        delimited by size
                     into RZ-Line with pointer RZ-P.
     string   " - "                             delimited by size
              FUNCTION TRIM (RZ-Kind)           delimited by size
              into RZ-Line with pointer RZ-P.
     perform  bd812-Rz-Write thru bd812-Exit.
 bd808-Host-Exit.
     exit.
 bd808-Fits.
*> the item's new size against schema row RZ-J.
     move     "fits the column" to RZ-Kind.
     evaluate true
         when SCH-Type (RZ-J) (1:4) = "CHAR"
         when SCH-Type (RZ-J) (1:7) = "VARCHAR"
              if   RZ-New-Len > SCH-Len (RZ-J)
                   move "column too narrow for the new size" to RZ-Kind
              end-if
         when SCH-Type (RZ-J) (1:3) = "DEC"
         when SCH-Type (RZ-J) (1:3) = "NUM"
              if   RZ-New-Dig > SCH-Len (RZ-J)
                   move "column too narrow for the new digits" to RZ-Kind
              end-if
         when SCH-Type (RZ-J) (1:8) = "SMALLINT"
              if   RZ-New-Dig > 4
                   move "SMALLINT too narrow for the new digits" to RZ-Kind
              end-if
         when SCH-Type (RZ-J) (1:3) = "INT"
              if   RZ-New-Dig > 9
                   move "INTEGER too narrow for the new digits" to RZ-Kind
              end-if
         when SCH-Type (RZ-J) (1:6) = "BIGINT"
              if   RZ-New-Dig > 18
                   move "BIGINT too narrow for the new digits" to RZ-Kind
              end-if
         when other
              move "column type not sized here - check by hand" to RZ-Kind
     end-evaluate.
 bd808-Fits-Exit.
     exit.
 bd808-Exit.
     exit.
*>
 bd809-Rz-Schema.                                                 *> New -RESIZE
*> the -SQLSCHEMA rows, loaded the way zz343 does.
     move     "Y" to RZ-Sch-Loaded.
     move     zero to SCH-Count.
     move     WS-Sqlschema-File to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Error: cannot open schema "
                       FUNCTION TRIM (WS-Sqlschema-File)
              move zero to FS-Reply
              move "E" to RZ-Sch-Loaded
              go to bd809-Exit.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              perform zz344-One-Schema-Row thru zz344-Exit
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
 bd809-Exit.
     exit.
*>
 bd810-Rz-Library.                                                *> New -RESIZE
*>***********************
*> -LIBRARY=dir: the ASSIGN and OPEN sweeps of the sources, then the
*>   .xdb databases passed over until no member adds A receiver to
*>   the work list, once more to report every program defining A
*>   name on it, and last the sources' hard-coded lines - all in
*>   dir/resize.report.
*>***********************
     move     "Y" to RZ-Library.
     move     WS-Library-Dir to RZ-Dir.
     move     zero to Filecat-Count.
     perform  bd814-Rz-Assigns thru bd814-Exit.
     perform  bd813-Rz-Opens thru bd813-Exit.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "cxrztmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "               delimited by size
              RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "*.xdb 2>/dev/null > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
*>
     move     1 to RZ-Set-Cnt.
     move     spaces to RZ-Set (1).
     move     RZ-Item to RZ-S-Name (1).
     move     "the field asked for" to RZ-S-Why (1).
     move     "Y" to RZ-Follow.
     perform  varying RZ-Pass from 1 by 1 until RZ-Pass > 8
              move zero to RZ-Added
              perform bd811-Rz-Xdbs thru bd811-Exit
              if   RZ-Added = zero
                   exit perform
              end-if
     end-perform.
     move     "N" to RZ-Follow.
*>
     move     spaces to Copyuse-Report-FileName.
     string   RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "resize.report"     delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     zero to RZ-Dbs RZ-Progs RZ-Trunc-Cnt RZ-Rec-Cnt
                      RZ-Redef-Cnt RZ-Sql-Cnt RZ-Src-Cnt.
     string   "Field resize impact across "   delimited by size
              FUNCTION TRIM (RZ-Dir)          delimited by size
              ": "                            delimited by size
              FUNCTION TRIM (RZ-Item)         delimited by size
              " to PIC "                      delimited by size
              FUNCTION TRIM (RZ-New-Pic)      delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     "Work list - the field and every receiver it would truncate:"
              to RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  varying RZ-N from 1 by 1 until RZ-N > RZ-Set-Cnt
              move RZ-S-Name (RZ-N) to RZ-Line (3:32)
              move RZ-S-Why  (RZ-N) to RZ-Line (36:100)
              perform bd812-Rz-Write thru bd812-Exit
     end-perform.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  bd811-Rz-Xdbs thru bd811-Exit.
     if       RZ-Dbs = zero
              move "No .xdb databases found - run the members with -RESIZE= (or -SAVEDB) first"
                   to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit
              display "Caution: -RESIZE found no .xdb databases in "
                       FUNCTION TRIM (RZ-Dir).
*>
     perform  bd812-Rz-Write thru bd812-Exit.
     move     "Lines hard-coding positions or lengths:" to RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     spaces to Copyuse-Command.
     string   "ls "               delimited by size
              RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "*.c* 2>/dev/null > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   move Copyuse-Raw-Rec (1:64) to RZ-File
                   perform bd815-Rz-Src-File thru bd815-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       RZ-Src-Cnt = zero
              move "  (none)" to RZ-Line
              perform bd812-Rz-Write thru bd812-Exit.
     perform  bd812-Rz-Write thru bd812-Exit.
     move     RZ-Progs to RZ-NumZ.
     move     RZ-Set-Cnt to RZ-NumZ2.
     string   "  "                            delimited by size
              FUNCTION TRIM (RZ-NumZ)         delimited by size
              " program(s) define "           delimited by size
              FUNCTION TRIM (RZ-NumZ2)        delimited by size
              " name(s) on the work list"     delimited by size
              into RZ-Line.
     perform  bd812-Rz-Write thru bd812-Exit.
     perform  bd799-Rz-Summary thru bd799-Exit.
     close    Copyuse-Report-Out.
     move     RZ-Progs to RZ-NumZ.
     display  "Resize impact (" FUNCTION TRIM (RZ-NumZ)
              " program(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd810-Exit.
     exit.
*>
 bd811-Rz-Xdbs.                                                   *> New -RESIZE
*> one pass over the listed .xdb databases.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd818-Rz-One-Xdb thru bd818-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
 bd811-Exit.
     exit.
*>
 bd812-Rz-Write.                                                  *> New -RESIZE
     move     RZ-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to RZ-Line.
 bd812-Exit.
     exit.
*>
 bd813-Rz-Opens.                                                  *> New -RESIZE
*> the -LINEAGE OPEN sweep of RZ-Dir: each catalog entry gains its
*>   program's OPEN direction.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "cxrztmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "grep -Hni " quote "open " quote " "
                                  delimited by size
              RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "*.c* 2>/dev/null | sort > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform  zz233-Scan-Open thru zz233-Exit
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
 bd813-Exit.
     exit.
*>
 bd814-Rz-Assigns.                                                *> New -RESIZE
*> the -FILECAT ASSIGN sweep of RZ-Dir.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "cxrztmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "grep -Hni " quote "assign" quote " "
                                  delimited by size
              RZ-Dir              delimited by space
              OS-Delimiter        delimited by size
              "*.c* 2>/dev/null | sort > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform  zz211-Add-Assign thru zz211-Add-Assign-Exit
     end-perform.
     close    Copyuse-Raw-In.
 bd814-Exit.
     exit.
*>
 bd815-Rz-Src-File.                                               *> New -RESIZE
*> one source, line by line through bd816.
     move     RZ-File to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd815-Exit.
     move     zero to RZ-LineNo.
     move     "N" to RZ-In-Proc RZ-In-String.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              add  1 to RZ-LineNo
              perform bd816-Rz-Src-Line thru bd816-Exit
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
 bd815-Exit.
     exit.
*>
 bd816-Rz-Src-Line.                                               *> New -RESIZE
*>***********************
*> A PROCEDURE DIVISION line naming A watched item: reference
*>   modification with A literal offset or length on it or one of
*>   its groups, and for the work-list items themselves an operand
*>   of A STRING / UNSTRING or the old length (or digits) as A
*>   literal on the same line.  Comments and the sequence area go
*>   first; A STRING runs to its END-STRING, the sentence's end or
*>   A line that starts with another verb or scope terminator.
*>***********************
     move     FUNCTION UPPER-CASE (Diff-Old-Record) to RZ-Text.
     if       RZ-Text (7:1) = "*" or = "/"
              go to bd816-Exit.
     if       RZ-Text (1:6) numeric
              move spaces to RZ-Text (1:6).
     move     zero to RZ-T.
     inspect  RZ-Text tallying RZ-T for characters before initial "*>".
     if       RZ-T < 256
              move spaces to RZ-Text (RZ-T + 1:).
     if       RZ-Text = spaces
              go to bd816-Exit.
     move     zero to RZ-T.
     inspect  RZ-Text tallying RZ-T for all "PROCEDURE DIVISION".
     if       RZ-T > zero
              move "Y" to RZ-In-Proc
              move "N" to RZ-In-String
              go to bd816-Exit.
     move     zero to RZ-T.
     inspect  RZ-Text tallying RZ-T for all "PROGRAM-ID"
                                        all "IDENTIFICATION DIVISION".
     if       RZ-T > zero
              move "N" to RZ-In-Proc
              go to bd816-Exit.
     if       RZ-In-Proc = "N"
              go to bd816-Exit.
     move     spaces to RZ-First.
     unstring FUNCTION TRIM (RZ-Text LEADING) delimited by all space
              into RZ-First.
     if       RZ-Verb
          or  RZ-First (1:4) = "END-"
              move "N" to RZ-In-String.
     move     "STRING" to RZ-Want.
     move     6 to RZ-Want-Len.
     move     1 to RZ-From.
     perform  bd817-Rz-Find thru bd817-Exit.
     if       RZ-At = zero
              move "UNSTRING" to RZ-Want
              move 8 to RZ-Want-Len
              perform bd817-Rz-Find thru bd817-Exit.
     if       RZ-At not = zero
              move "Y" to RZ-In-String.
     move     "N" to RZ-Hit.
     perform  varying RZ-M from 1 by 1
                until RZ-M > RZ-Watch-Cnt or RZ-Hit = "Y"
              perform bd816-Name thru bd816-Name-Exit
     end-perform.
*> the STRING ends here?
     move     "END-STRING" to RZ-Want.
     move     10 to RZ-Want-Len.
     move     1 to RZ-From.
     perform  bd817-Rz-Find thru bd817-Exit.
     if       RZ-At = zero
              move "END-UNSTRING" to RZ-Want
              move 12 to RZ-Want-Len
              perform bd817-Rz-Find thru bd817-Exit.
     if       RZ-At not = zero
           or FUNCTION TRIM (RZ-Text) (FUNCTION LENGTH
                    (FUNCTION TRIM (RZ-Text)):1) = "."
              move "N" to RZ-In-String.
     go       to bd816-Exit.
*>
 bd816-Name.
     move     RZ-W-Name (RZ-M) to RZ-Want.
     move     FUNCTION LENGTH (FUNCTION TRIM (RZ-Want)) to RZ-Want-Len.
     move     1 to RZ-From.
     perform  bd817-Rz-Find thru bd817-Exit.
     if       RZ-At = zero
              go to bd816-Name-Exit.
     perform  until RZ-At = zero or RZ-Hit = "Y"
              compute RZ-P = RZ-At + RZ-Want-Len
              perform until RZ-P > 255 or RZ-Text (RZ-P:1) not = space
                      add 1 to RZ-P
              end-perform
              if   RZ-P < 256
               and RZ-Text (RZ-P:1) = "("
                   perform bd816-Refmod thru bd816-Refmod-Exit
              end-if
              if   RZ-Hit = "N"
                   compute RZ-From = RZ-At + 1
                   perform bd817-Rz-Find thru bd817-Exit
              end-if
     end-perform.
     if       RZ-Hit = "N"
          and RZ-W-Kind (RZ-M) = "S"
              if   RZ-In-String = "Y"
                   move "Y" to RZ-Hit
                   move "STRING / UNSTRING operand" to RZ-Kind
              else
                   perform bd816-Literal thru bd816-Literal-Exit
              end-if
     end-if.
     if       RZ-Hit = "N"
              go to bd816-Name-Exit.
     add      1 to RZ-Src-Cnt.
     move     RZ-LineNo to RZ-RefZ.
     move     1 to RZ-P.
     if       RZ-Library = "N"
              move 5 to RZ-P.
     string   "  "                            delimited by size
              FUNCTION TRIM (RZ-File)         delimited by size
              ":"                             delimited by size
              FUNCTION TRIM (RZ-RefZ)         delimited by size
              " "                             delimited by size
              FUNCTION TRIM (RZ-W-Name (RZ-M)) delimited by size
              " - "                           delimited by size
              FUNCTION TRIM (RZ-Kind)         delimited by size
              into RZ-Line with pointer RZ-P.
     perform  bd812-Rz-Write thru bd812-Exit.
     if       RZ-Library = "N"
              move FUNCTION TRIM (Diff-Old-Record) to RZ-Line (11:146)
     else
              move FUNCTION TRIM (Diff-Old-Record) to RZ-Line (7:150).
     perform  bd812-Rz-Write thru bd812-Exit.
 bd816-Name-Exit.
     exit.
*>
 bd816-Refmod.
*> "(" at RZ-P: A ":" before the ")" makes it reference modification,
*>   A digit opening either half makes the position hard-coded.
     move     zero to RZ-L.
     perform  varying RZ-Q from RZ-P by 1
                until RZ-Q > 256 or RZ-Text (RZ-Q:1) = ")"
              if   RZ-Text (RZ-Q:1) = ":"
               and RZ-L = zero
                   move RZ-Q to RZ-L
              end-if
     end-perform.
     if       RZ-L = zero or RZ-Q > 256
              go to bd816-Refmod-Exit.
     compute  RZ-S = RZ-P + 1.
     perform  until RZ-S > 255 or RZ-Text (RZ-S:1) not = space
              add 1 to RZ-S
     end-perform.
     if       RZ-Text (RZ-S:1) not numeric
              compute RZ-S = RZ-L + 1
              perform until RZ-S > 255 or RZ-Text (RZ-S:1) not = space
                      add 1 to RZ-S
              end-perform.
     if       RZ-Text (RZ-S:1) numeric
              move "Y" to RZ-Hit
              move "reference modification at fixed positions"
                   to RZ-Kind.
 bd816-Refmod-Exit.
     exit.
*>
 bd816-Literal.
*> the old length, or digits, standing alone on the line.
     move     RZ-W-Len (RZ-M) to RZ-Lit.
     move     RZ-W-Dig (RZ-M) to RZ-Lit2.
     move     RZ-Lit to RZ-Want.
     perform  2 times
              if   RZ-Want not = spaces
               and RZ-Hit = "N"
                   move FUNCTION LENGTH (FUNCTION TRIM (RZ-Want))
                        to RZ-Want-Len
                   move 1 to RZ-From
                   perform bd817-Rz-Find thru bd817-Exit
                   if   RZ-At not = zero
                        move "Y" to RZ-Hit
                        string "the old size "         delimited by size
                               FUNCTION TRIM (RZ-Want) delimited by size
                               " as A literal"         delimited by size
                               into RZ-Kind
                   end-if
              end-if
              move RZ-Lit2 to RZ-Want
     end-perform.
 bd816-Literal-Exit.
     exit.
 bd816-Exit.
     exit.
*>
 bd817-Rz-Find.                                                   *> New -RESIZE
*> RZ-Want (RZ-Want-Len long) as A whole word of RZ-Text at or after
*>   RZ-From: RZ-At its position, zero when it is not there.
     move     zero to RZ-At.
     if       RZ-Want-Len < 1 or RZ-From > 256
              go to bd817-Exit.
     move     zero to RZ-T.
     inspect  RZ-Text (RZ-From:) tallying RZ-T
              for all RZ-Want (1:RZ-Want-Len).
     if       RZ-T = zero
              go to bd817-Exit.
     perform  varying RZ-Q from RZ-From by 1
                until RZ-Q > 257 - RZ-Want-Len or RZ-At not = zero
              if   RZ-Text (RZ-Q:RZ-Want-Len) = RZ-Want (1:RZ-Want-Len)
                   move RZ-Q to RZ-At
                   if   RZ-Q > 1
                        move RZ-Text (RZ-Q - 1:1) to RZ-Ch
                        perform bd817-Word-Char thru bd817-Word-Exit
                   end-if
                   if   RZ-At not = zero
                    and RZ-Q + RZ-Want-Len < 257
                        move RZ-Text (RZ-Q + RZ-Want-Len:1) to RZ-Ch
                        perform bd817-Word-Char thru bd817-Word-Exit
                   end-if
              end-if
     end-perform.
     go       to bd817-Exit.
 bd817-Word-Char.
     if       RZ-Ch not = space
          and (RZ-Ch alphabetic or RZ-Ch numeric or RZ-Ch = "-")
              move zero to RZ-At.
 bd817-Word-Exit.
     exit.
 bd817-Exit.
     exit.
*>
 bd818-Rz-One-Xdb.                                                *> New -RESIZE
*>***********************
*> Load one .xdb program by program - A nested program's rows sit
*>   behind their own header - as -SQLIMPACT does, and pass each to
*>   bd819 as it completes.
*>***********************
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              if   RZ-Follow = "N"
                   display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              end-if
              go to bd818-Exit.
     if       RZ-Follow = "N"
              add 1 to RZ-Dbs.
     move     Xdb-FileName to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to RZ-Src-Prog.
     move     spaces to RZ-Prog.
     move     zero to Layout-Count Flow-Pair-Count Sql-Stmt-Count
                      FIO-Rec-Count.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   if   RZ-Prog not = spaces
                        perform bd819-Rz-Program thru bd819-Exit
                   end-if
                   move Xdb-In-Rec (15:32) to RZ-Prog
                   move zero to Layout-Count Flow-Pair-Count
                                Sql-Stmt-Count FIO-Rec-Count
              else
               evaluate Xdb-In-Rec (1:1)
                  when "L"
                       if   Layout-Count < 5000
                            add  1 to Layout-Count
                            move Xdb-In-Rec (2:175)
                                 to LT-Entry (Layout-Count)
                       end-if
                  when "F"
                       if   Flow-Pair-Count < 4000
                            add  1 to Flow-Pair-Count
                            move Xdb-In-Rec (2:71)
                                 to Flow-Pair-Entry (Flow-Pair-Count)
                       end-if
                  when "S"
                       if   Sql-Stmt-Count < 100
                            add  1 to Sql-Stmt-Count
                            initialize Sql-Stmt-Entry (Sql-Stmt-Count)
                            move Xdb-In-Rec (2:146)
                                 to Sql-Stmt-Entry (Sql-Stmt-Count) (1:146)
                       end-if
                  when "H"
                       if   Sql-Stmt-Count > zero
                        and Xdb-In-Rec (2:6) = SQ-Ref (Sql-Stmt-Count)
                            move Xdb-In-Rec (8:96)
                                 to SQ-Hosts (Sql-Stmt-Count)
                            move Xdb-In-Rec (104:96)
                                 to SQ-Binds (Sql-Stmt-Count)
                       end-if
                  when "R"
                       if   FIO-Rec-Count < 200
                            add  1 to FIO-Rec-Count
                            move Xdb-In-Rec (2:64)
                                 to FIO-Rec-Entry (FIO-Rec-Count)
                       end-if
                  when other
                       continue
               end-evaluate
              end-if
     end-perform.
     close    Xdb-In.
     if       RZ-Prog not = spaces
              perform bd819-Rz-Program thru bd819-Exit.
     move     zero to FS-Reply.
 bd818-Exit.
     exit.
*>
 bd819-Rz-Program.                                                *> New -RESIZE
*> one program's tables loaded: follow the work list through it,
*>   or report each work-list name it defines.
     if       RZ-Follow = "Y"
              perform bd820-Rz-Follow thru bd820-Exit
              go to bd819-Exit.
     move     "N" to RZ-Shown.
     perform  varying RZ-N from 1 by 1 until RZ-N > RZ-Set-Cnt
              move RZ-S-Name (RZ-N) to LT-Lookup-Name
              perform zz047-Find-Layout thru zz047-Exit
              if   LT-Lookup-Idx not = zero
                   if   RZ-Shown = "N"
                        move "Y" to RZ-Shown
                        add  1 to RZ-Progs
                   end-if
                   move RZ-S-Name (RZ-N) to RZ-Cur-Name
                   perform bd800-Rz-Field thru bd800-Exit
                   perform bd812-Rz-Write thru bd812-Exit
              end-if
     end-perform.
 bd819-Exit.
     exit.
*>
 bd820-Rz-Follow.                                                 *> New -RESIZE
*> every elementary receiver A work-list item would now truncate
*>   joins the list - it has to grow with it.
     perform  varying RZ-N from 1 by 1 until RZ-N > RZ-Set-Cnt
              move RZ-S-Name (RZ-N) to RZ-Cur-Name LT-Lookup-Name
              perform zz047-Find-Layout thru zz047-Exit
              if   LT-Lookup-Idx not = zero
                   move LT-Lookup-Idx to RZ-Idx
                   perform bd801-Rz-Sizes thru bd801-Exit
                   if   RZ-Hit = "Y"
                        perform varying RZ-I from 1 by 1
                                until RZ-I > Flow-Pair-Count
                            perform bd804-Rz-Pair thru bd804-Exit
                            if   RZ-Trunc = "Y"
                             and RZ-Dir-Flag = "F"
                             and RZ-Side-Idx = RZ-Idx
                             and LT-Group-Flag (RZ-Other-Idx) = "N"
                                 perform bd821-Rz-Set-Add thru bd821-Exit
                            end-if
                        end-perform
                   end-if
              end-if
     end-perform.
 bd820-Exit.
     exit.
*>
 bd821-Rz-Set-Add.                                                *> New -RESIZE
     move     FUNCTION UPPER-CASE (LT-Name (RZ-Other-Idx)) to RZ-Tok.
     perform  varying RZ-T from 1 by 1 until RZ-T > RZ-Set-Cnt
              if   FUNCTION UPPER-CASE (RZ-S-Name (RZ-T)) = RZ-Tok (1:32)
                   go to bd821-Exit
              end-if
     end-perform.
     if       RZ-Set-Cnt not < 100
              go to bd821-Exit.
     add      1 to RZ-Set-Cnt RZ-Added.
     move     spaces to RZ-Set (RZ-Set-Cnt).
     move     LT-Name (RZ-Other-Idx) to RZ-S-Name (RZ-Set-Cnt).
     move     FP-Ref (RZ-I) to RZ-RefZ.
     string   "receives "                     delimited by size
              FUNCTION TRIM (RZ-Cur-Name)     delimited by size
              " in "                          delimited by size
              FUNCTION TRIM (RZ-Prog)         delimited by size
              " at "                          delimited by size
              FUNCTION TRIM (RZ-RefZ)         delimited by size
              into RZ-S-Why (RZ-Set-Cnt).
 bd821-Exit.
     exit.
*>
 bd822-Qc-Line.                                                   *> New -SQLCHECK
*>***********************
*> Every source line: its words one at A time through bd823, A
*>   trailing period split off as the end of the sentence.  Commas
*>   (kept from the line as read, before the scan drops them) are
*>   set apart first so A select list or INTO list comes item by
*>   item.  Past the PROCEDURE DIVISION header A lone name and period
*>   (or A name and SECTION.) where no sentence is open starts A
*>   paragraph, which closes the test window of the statement before.
*>***********************
     if       QC-Cfg-Loaded = "N"
              perform bd837-Qc-Config thru bd837-Exit.
     move     "N" to QC-Hdr-Line.
     if       QC-In-Proc = "N"
              move zero to QC-T
              inspect SourceInWS tallying QC-T for all "PROCEDURE DIVISION"
              if   QC-T = zero
                   go to bd822-Exit
              end-if
              move "Y" to QC-In-Proc QC-Open QC-Hdr-Line
              if   Dlixref-Output                                 *> -DLIXREF
                   move "U" to QC-Mode
                   move "0" to QC-P-State
                   move "PROCEDURE DIVISION USING" to IM-Using-Src
              end-if
              if   Cicscheck-Output                               *> -CICSCHECK
                   perform bd844-Cc-Commarea thru bd844-Exit
              end-if
     end-if.
     move     1 to QC-Raw-Start.
     move     256 to QC-Raw-Len.
     if       SW-Fixed and not Auto-Variable-Line
              move 8 to QC-Raw-Start
              move 65 to QC-Raw-Len
     else
      if      SW-Variable or Auto-Variable-Line
              move 8 to QC-Raw-Start
              move 249 to QC-Raw-Len
      end-if
     end-if.
     move     FUNCTION UPPER-CASE (QC-Raw-Line (QC-Raw-Start:QC-Raw-Len))
              to QC-Raw-Line.
     move     spaces to QC-Sql-Line.
     move     1 to QC-P.
     perform  varying QC-I from 1 by 1 until QC-I > QC-Raw-Len or QC-P > 381
              if   QC-Raw-Line (QC-I:1) = ","
               and QC-Quote = space
                   move " , " to QC-Sql-Line (QC-P:3)
                   add  3 to QC-P
              else
                   move QC-Raw-Line (QC-I:1) to QC-Sql-Line (QC-P:1)
                   add  1 to QC-P
              end-if
     end-perform.
     if       QC-Open = "N"
          and QC-Mode not = "Q" and not = "K"
              perform bd824-Qc-Header thru bd824-Exit.
     perform  varying QC-Ptr from 1 by 1
                until QC-Ptr > 384 or QC-Sql-Line (QC-Ptr:1) not = space
              continue
     end-perform.
 bd822-Next.
     if       QC-Ptr > 384
              go to bd822-Exit.
     move     spaces to QC-Tok.
     unstring QC-Sql-Line delimited by all space
              into QC-Tok with pointer QC-Ptr.
     if       QC-Tok = spaces
           or QC-Tok (1:2) = "*>"
              go to bd822-Exit.
     move     "N" to QC-Period.
     compute  QC-Tok-Len = FUNCTION LENGTH (FUNCTION TRIM (QC-Tok TRAILING)).
     if       QC-Quote not = space
              move zero to QC-P
              inspect QC-Tok tallying QC-P for all QC-Quote
              if   QC-P = zero
                   go to bd822-Next
              end-if
              move space to QC-Quote
              if   QC-Tok (QC-Tok-Len:1) = "."
                   move "Y" to QC-Period
                   go to bd822-Period
              end-if
              go to bd822-Next.
     if       QC-Tok (1:1) = quote or = "'"
              move zero to QC-P
              inspect QC-Tok tallying QC-P for all QC-Tok (1:1)
              if   QC-P = 1                       *> opened, not closed
                   move QC-Tok (1:1) to QC-Quote
              end-if
     end-if.
     if       QC-Tok (QC-Tok-Len:1) = "."
          and QC-Quote = space
              move "Y" to QC-Period
              move space to QC-Tok (QC-Tok-Len:1)
              subtract 1 from QC-Tok-Len.
     if       QC-Tok-Len > 1
          and QC-Tok (QC-Tok-Len:1) = ";"
              move space to QC-Tok (QC-Tok-Len:1)
              subtract 1 from QC-Tok-Len.
     if       QC-Tok-Len > zero
              perform bd823-Qc-Token thru bd823-Exit.
 bd822-Period.
     if       QC-Period = "Y"
          and QC-Mode not = "Q" and not = "K"
              perform bd825-Qc-End-Sentence thru bd825-Exit.
     go       to bd822-Next.
 bd822-Exit.
     exit.
*>
 bd823-Qc-Token.                                                  *> New -SQLCHECK
*>***********************
*> One word.  Inside EXEC SQL it goes to bd826; outside, the status
*>   tests, NOT FOUND values and restart keys are marked, A verb ends
*>   the PERFORM / STRING / ACCEPT / READ in hand and may open the
*>   next, and the words of the one open are taken in turn.
*>***********************
     perform  bd827-Qc-Restart thru bd827-Exit.
     if       QC-Mode = "Q"
              perform bd826-Qc-Sql-Token thru bd826-Exit
              go to bd823-Exit.
     if       QC-Mode = "K"                                       *> -CICSCHECK
              perform bd843-Cc-Token thru bd843-Exit
              go to bd823-Exit.
     move     "Y" to QC-Open.
     if       Cicscheck-Output
          and QC-Hdr-Line = "N"
              perform bd844-Cc-Uses thru bd844-Uses-Exit.
     perform  bd827-Qc-Marks thru bd827-Marks-Exit.
     if       QC-Exec-Next = "Y"
              move "N" to QC-Exec-Next
              evaluate true
                  when QC-Tok = "SQL" and Sqlcheck-Output
                       perform bd831-Qc-Sql-Start thru bd831-Exit
                  when QC-Tok = "CICS" and Cicscheck-Output
                       perform bd842-Cc-Start thru bd842-Exit
                  when other
                       perform bd828-Qc-Close thru bd828-Exit
              end-evaluate
              go to bd823-Exit.
     if       QC-Verb
              perform bd830-Qc-End-Mode thru bd830-Exit
              evaluate QC-Tok
                  when "EXEC"
                       move "Y" to QC-Exec-Next
                  when "PERFORM"
                       move "P" to QC-Mode
                       move "1" to QC-P-State
                       move spaces to QC-Tok1 QC-Name
                       move "N" to QC-Perf-Loop
                  when "END-PERFORM"
                       if   QC-Loop-Lvl > zero
                            move space to QC-Loops (QC-Loop-Lvl:1)
                            subtract 1 from QC-Loop-Lvl
                       end-if
                  when "STRING"
                       if   QC-String-Cnt < 300
                            add  1 to QC-String-Cnt
                            move Gen-RefNo1 to QC-G-Ref (QC-String-Cnt)
                            move spaces to QC-G-Target (QC-String-Cnt)
                                           QC-G-Sources (QC-String-Cnt)
                            move "S" to QC-Mode
                            move "S" to QC-P-State
                            move 1 to QC-Pos
                       else
                            move "Y" to QC-Full
                       end-if
                  when "CALL"                                   *> -DLIXREF
                       if   Dlixref-Output
                         or Mqxref-Output                      *> -MQXREF
                         or Testmap-Output                     *> -TESTMAP
                            move "D" to QC-Mode
                            move "1" to QC-P-State
                            move zero to IM-Cur MQ-Cur TM-Cur
                       end-if
                  when "ENTRY"
                       if   Dlixref-Output
                            move "U" to QC-Mode
                            move "0" to QC-P-State
                            move zero to IM-Using-Cnt
                            move "ENTRY USING" to IM-Using-Src
                       end-if
                  when "MOVE"                                   *> -MQXREF
                       if   Mqxref-Output
                            move "O" to QC-Mode
                            move "1" to QC-P-State
                            move spaces to MQ-Field MQ-Qual MQ-Src
                            move "N" to MQ-Src-Ok
                       end-if
                  when "COMPUTE"
                  when "ADD"
                       if   Mqxref-Output
                            if   QC-Tok = "ADD"
                                 move "N" to QC-Mode
                            else
                                 move "C" to QC-Mode
                            end-if
                            move "1" to QC-P-State
                            move spaces to MQ-Field MQ-Qual MQ-Src
                            move "N" to MQ-Src-Ok
                       end-if
                  when "ACCEPT"
                       move "A" to QC-Mode
                       move "1" to QC-P-State
                  when "READ"
                       perform bd828-Qc-Close thru bd828-Exit
                       move "R" to QC-Mode
                       move "1" to QC-P-State
                  when other
                       if   QC-IO-Verb
                            perform bd828-Qc-Close thru bd828-Exit
                       end-if
              end-evaluate
              go to bd823-Exit.
     evaluate QC-Mode
         when "P"
              perform bd829-Qc-Perf-Word thru bd829-Exit
         when "D"                                               *> -DLIXREF
         when "U"
              perform bd849-Dl-Token thru bd849-Exit
         when "O"                                               *> -MQXREF
         when "C"
         when "N"
              perform bd861-Mq-Token thru bd861-Exit
         when "S"
              perform bd829-Qc-String-Word thru bd829-String-Exit
         when "A"
              evaluate QC-P-State
                  when "1"
                       if   QC-Input-Cnt < 200
                            add  1 to QC-Input-Cnt
                            move spaces to QC-Input (QC-Input-Cnt)
                            unstring QC-Tok delimited by "("
                                     into QC-Input (QC-Input-Cnt)
                       end-if
                       move "2" to QC-P-State
                  when "2"
                       if   QC-Tok = "FROM"
                            move "3" to QC-P-State
                       end-if
                  when "3"
                       if   (QC-Tok = "DATE" or = "DAY" or = "TIME"
                          or QC-Tok = "DAY-OF-WEEK")
                        and QC-Input-Cnt > zero
                            subtract 1 from QC-Input-Cnt
                       end-if
                       move "X" to QC-P-State
              end-evaluate
         when "R"
              if   QC-P-State = "T"
                   if   QC-Input-Cnt < 200
                        add  1 to QC-Input-Cnt
                        move spaces to QC-Input (QC-Input-Cnt)
                        unstring QC-Tok delimited by "("
                                 into QC-Input (QC-Input-Cnt)
                   end-if
                   move "X" to QC-P-State
              end-if
              if   QC-Tok = "INTO"
                   move "T" to QC-P-State
              end-if
     end-evaluate.
 bd823-Exit.
     exit.
*>
 bd824-Qc-Header.                                                 *> New -SQLCHECK
*> A paragraph or section header on this line?  The line is only A
*>   header with no sentence open, so A lone operand ending A
*>   statement carried over from the line before is not taken.
     move     spaces to QC-Tok QC-Name QC-Tok1.
     unstring FUNCTION TRIM (QC-Sql-Line) delimited by all spaces
              into QC-Tok QC-Name QC-Tok1.
     if       QC-Tok1 not = spaces
              go to bd824-Exit.
     if       QC-Name = spaces
              compute QC-Tok-Len = FUNCTION LENGTH (FUNCTION TRIM (QC-Tok))
              if   QC-Tok-Len < 2
                or QC-Tok (QC-Tok-Len:1) not = "."
                   go to bd824-Exit
              end-if
              move space to QC-Tok (QC-Tok-Len:1)
     else
              if   QC-Name not = "SECTION."
                   go to bd824-Exit
              end-if
     end-if.
     if       QC-Verb
           or QC-Tok (1:4) = "END-"
           or QC-Tok = "EXIT" or = "DECLARATIVES" or = "DIVISION"
              go to bd824-Exit.
     if       QC-Pend > zero
              if   QC-S-Tested (QC-Pend) = "P"
                   move "Z" to QC-S-Tested (QC-Pend)
              end-if
              move zero to QC-Pend.
     move     zero to QC-Perf-Pend.
     if       QC-Para-Cnt not < 1000
              move "Y" to QC-Full
              go to bd824-Exit.
     add      1 to QC-Para-Cnt.
     move     QC-Para-Cnt to QC-Cur-Para.
     move     QC-Tok (1:32) to QC-P-Name (QC-Para-Cnt).
     move     Gen-RefNo1 to QC-P-Ref (QC-Para-Cnt).
     move     "N" to QC-P-Tests (QC-Para-Cnt) QC-P-NF (QC-Para-Cnt)
                     QC-P-Restart (QC-Para-Cnt) QC-P-Loop (QC-Para-Cnt)
                     QC-P-CTests (QC-Para-Cnt) QC-P-DTests (QC-Para-Cnt)
                     QC-P-MCc (QC-Para-Cnt) QC-P-MRc (QC-Para-Cnt).
 bd824-Exit.
     exit.
*>
 bd825-Qc-End-Sentence.                                           *> New -SQLCHECK
*> A period: whatever statement was open is over, as is any inline
*>   PERFORM left without its END-PERFORM.
     perform  bd830-Qc-End-Mode thru bd830-Exit.
     move     zero to QC-Loop-Lvl.
     move     spaces to QC-Loops.
     move     "N" to QC-Open QC-Exec-Next.
 bd825-Exit.
     exit.
*>
 bd826-Qc-Sql-Token.                                              *> New -SQLCHECK
*>***********************
*> One word of an EXEC SQL statement.  QC-Q: V the verb, L the select
*>   list, I the INTO list, D / d A DECLARE, F / G A FETCH, C the
*>   cursor of OPEN / CLOSE, P / p / H A PREPARE's name and text, E
*>   EXECUTE, W A WHENEVER, X nothing more wanted.
*>***********************
     if       QC-Tok = "END-EXEC"
              move space to QC-Mode
              if   QC-Cur > zero
               and QC-S-Tested (QC-Cur) = "P"
                   move QC-Cur to QC-Pend
              end-if
              go to bd826-Exit.
     if       QC-Cur = zero
              go to bd826-Exit.
     evaluate QC-Q
         when "V"
              move QC-Tok to QC-S-Verb (QC-Cur)
              move "X" to QC-Q
              evaluate QC-Tok
                  when "SELECT"
                       move "L" to QC-Q
                       move "Y" to QC-Item-Start
                       move zero to QC-Pos QC-Depth
                  when "DECLARE"
                       move "D" to QC-Q
                  when "FETCH"
                       move "F" to QC-Q
                  when "OPEN"
                  when "CLOSE"
                       move "C" to QC-Q
                  when "PREPARE"
                       move "P" to QC-Q
                  when "EXECUTE"
                       move "E" to QC-Q
                  when "WHENEVER"
                       move "W" to QC-Q
                       move space to QC-When-Kind
              end-evaluate
              if   QC-Tok = "DECLARE" or = "INCLUDE" or = "WHENEVER"
                or QC-Tok = "BEGIN" or = "END"
                   move "X" to QC-S-Tested (QC-Cur)
              end-if
         when "D"
              move QC-Tok to QC-S-Name (QC-Cur)
              move "d" to QC-Q
         when "d"
              if   QC-Tok = "CURSOR"
                   move "Y" to QC-S-Cursor (QC-Cur)
              end-if
              if   QC-Tok = "SELECT"
               and QC-S-Cursor (QC-Cur) = "Y"
                   move "L" to QC-Q
                   move "Y" to QC-Item-Start
                   move zero to QC-Pos QC-Depth
              end-if
         when "L"
              perform bd826-Select-Item thru bd826-Select-Exit
         when "I"
              perform bd826-Into-Item thru bd826-Into-Exit
         when "F"
              if   QC-Tok = "NEXT" or = "PRIOR" or = "FIRST" or = "LAST"
                or QC-Tok = "ABSOLUTE" or = "RELATIVE" or = "CURRENT"
                or QC-Tok = "BEFORE" or = "AFTER" or = "FROM"
                or QC-Tok = "SENSITIVE" or = "INSENSITIVE"
                or QC-Tok = "ROWSET" or = "STARTING" or = "AT"
                or QC-Tok (1:1) = ":" or QC-Tok (1:1) numeric
                   continue
              else
                   move QC-Tok to QC-S-Name (QC-Cur)
                   move "G" to QC-Q
              end-if
         when "G"
              if   QC-Tok = "INTO"
                   move "I" to QC-Q
                   move "Y" to QC-S-Into (QC-Cur) QC-Comma
                   move zero to QC-Pos
              end-if
         when "C"
              move QC-Tok to QC-S-Name (QC-Cur)
              move "X" to QC-Q
         when "P"
              move QC-Tok to QC-S-Name (QC-Cur)
              move "p" to QC-Q
         when "p"
              if   QC-Tok = "FROM"
                   move "H" to QC-Q
              end-if
         when "E"
              move QC-Tok to QC-S-Name (QC-Cur)
              if   QC-Tok = "IMMEDIATE"
                   move "H" to QC-Q
              else
                   move "X" to QC-Q
              end-if
         when "H"
              if   QC-Tok (1:1) = ":"
                   unstring QC-Tok (2:63) delimited by ")" or ";"
                            into QC-S-Host (QC-Cur)
              end-if
              move "X" to QC-Q
         when "W"
              evaluate QC-Tok
                  when "SQLERROR"
                       move "E" to QC-When-Kind
                  when "NOT"
                       move "N" to QC-When-Kind
                  when "SQLWARNING"
                       move "W" to QC-When-Kind
                  when "FOUND"
                       continue
                  when "CONTINUE"
                       if   QC-When-Kind = "E"
                            move "N" to QC-Whenever
                       end-if
                       if   QC-When-Kind = "N"
                            move "N" to QC-When-NF
                       end-if
                       move "X" to QC-Q
                  when other                    *> GO TO, GOTO, PERFORM,
                       if   QC-When-Kind = "E"  *>  CALL, DO, STOP
                            move "Y" to QC-Whenever
                       end-if
                       if   QC-When-Kind = "N"
                            move "Y" to QC-When-NF
                       end-if
                       move "X" to QC-Q
              end-evaluate
     end-evaluate.
     go       to bd826-Exit.
*>
 bd826-Select-Item.
*> the select list, A column per comma at the outer level: "*" and
*>   "t.*" mark SELECT *, an expression is kept as "?".
     if       QC-Depth = zero
              if   QC-Tok = "INTO"
                   move "I" to QC-Q
                   move "Y" to QC-S-Into (QC-Cur) QC-Comma
                   move zero to QC-Pos
                   go to bd826-Select-Exit
              end-if
              if   QC-Tok = "FROM"
                   move "X" to QC-Q
                   go to bd826-Select-Exit
              end-if
              if   QC-Tok = ","
                   move "Y" to QC-Item-Start
                   go to bd826-Select-Exit
              end-if
     end-if.
     if       QC-Item-Start = "Y"
          and QC-Pos = zero
          and (QC-Tok = "DISTINCT" or = "ALL")
              go to bd826-Select-Exit.
     if       QC-Item-Start = "Y"
              move "N" to QC-Item-Start
              add  1 to QC-Pos
              move spaces to QC-Col-Name
              move zero to QC-T
              inspect QC-Tok tallying QC-T for all "("
              evaluate true
                  when QC-Tok = "*"
                    or (QC-Tok-Len > 1
                        and QC-Tok (QC-Tok-Len - 1:2) = ".*")
                       move "Y" to QC-S-Star (QC-Cur)
                       move "*" to QC-Col-Name
                  when QC-T > zero
                       move "?" to QC-Col-Name
                  when other
                       move spaces to QC-Name QC-Tok1
                       unstring QC-Tok delimited by "."
                                into QC-Name QC-Tok1
                       if   QC-Tok1 not = spaces
                            move QC-Tok1 to QC-Col-Name
                       else
                            move QC-Name to QC-Col-Name
                       end-if
              end-evaluate
              if   QC-Col-Cnt < 1500
                   add  1 to QC-Col-Cnt
                   move QC-Cur to QC-C-Stmt (QC-Col-Cnt)
                   move "C" to QC-C-Kind (QC-Col-Cnt)
                   move QC-Pos to QC-C-Pos (QC-Col-Cnt)
                   move QC-Col-Name to QC-C-Name (QC-Col-Cnt)
                   move "N" to QC-C-Ind (QC-Col-Cnt)
              else
                   move "Y" to QC-Full
              end-if
     end-if.
     move     zero to QC-T QC-L.
     inspect  QC-Tok tallying QC-T for all "(" QC-L for all ")".
     add      QC-T to QC-Depth.
     subtract QC-L from QC-Depth.
     if       QC-Depth < zero
              move zero to QC-Depth.
 bd826-Select-Exit.
     exit.
*>
 bd826-Into-Item.
*> the INTO hosts by position: A second host with no comma before it
*>   (":h:i", ":h :i", ":h INDICATOR :i") is the first one's indicator.
     if       QC-Tok = ","
              move "Y" to QC-Comma
              go to bd826-Into-Exit.
     if       QC-Tok = "FROM" or = "WHERE" or = "USING"
              move "X" to QC-Q
              go to bd826-Into-Exit.
     if       QC-Tok (1:1) not = ":"
              go to bd826-Into-Exit.
     if       QC-Comma = "N"
          and QC-Col-Cnt > zero
          and QC-C-Stmt (QC-Col-Cnt) = QC-Cur
          and QC-C-Kind (QC-Col-Cnt) = "H"
              move "Y" to QC-C-Ind (QC-Col-Cnt)
              go to bd826-Into-Exit.
     move     "N" to QC-Comma.
     add      1 to QC-Pos.
     if       QC-Col-Cnt not < 1500
              move "Y" to QC-Full
              go to bd826-Into-Exit.
     add      1 to QC-Col-Cnt.
     move     QC-Cur to QC-C-Stmt (QC-Col-Cnt).
     move     "H" to QC-C-Kind (QC-Col-Cnt).
     move     QC-Pos to QC-C-Pos (QC-Col-Cnt).
     move     spaces to QC-C-Name (QC-Col-Cnt) QC-Name.
     move     "N" to QC-C-Ind (QC-Col-Cnt).
     unstring QC-Tok (2:63) delimited by ":" or ")" or ";"
              into QC-C-Name (QC-Col-Cnt) QC-Name.
     if       QC-Name not = spaces
              move "Y" to QC-C-Ind (QC-Col-Cnt).
 bd826-Into-Exit.
     exit.
 bd826-Exit.
     exit.
*>
 bd827-Qc-Restart.                                                *> New -SQLCHECK
*> A restart key named in the paragraph - in A MOVE or in the SQL
*>   that saves it.
     if       QC-Cur-Para = zero
              go to bd827-Exit.
     move     zero to QC-T.
     inspect  QC-Tok tallying QC-T for all "RESTART" all "CHECKPOINT"
                                      all "CHKP".
     if       QC-T > zero
              move "Y" to QC-P-Restart (QC-Cur-Para).
     go       to bd827-Exit.
*>
 bd827-Qc-Marks.
*> outside SQL: A status test, or the NOT FOUND value, marks the
*>   statement and the PERFORM whose windows are open, and the
*>   paragraph.
     move     "N" to QC-Hit.
     if       QC-Tok (1:7) = "SQLCODE" or QC-Tok (1:8) = "SQLSTATE"
           or QC-Tok (1:5) = "SQLCA"
              move "Y" to QC-Hit
     else
      if      QC-Status-Names not = spaces
          and QC-Tok-Len < 31
              move spaces to QC-Col-Name
              string " " QC-Tok (1:QC-Tok-Len) " " delimited by size
                     into QC-Col-Name
              move zero to QC-T
              inspect QC-Status-Names tallying QC-T
                      for all QC-Col-Name (1:QC-Tok-Len + 2)
              if   QC-T > zero
                   move "Y" to QC-Hit
              end-if
      end-if
     end-if.
     if       QC-Hit = "Y"
              if   QC-Pend > zero
               and QC-S-Tested (QC-Pend) = "P"
               and QC-S-Kind (QC-Pend) = "S"
                   move "Y" to QC-S-Tested (QC-Pend)
              end-if
              if   QC-Perf-Pend > zero
                   move "Y" to QC-F-Tested (QC-Perf-Pend)
              end-if
              if   QC-Cur-Para > zero
                   move "Y" to QC-P-Tests (QC-Cur-Para)
              end-if
     end-if.
     move     zero to QC-T.
     inspect  QC-Tok tallying QC-T for all "02000" all "NOT-FOUND"
                                      all "NOTFOUND" all "NO-ROW"
                                      all "NO-DATA".
     if       QC-T > zero
           or QC-Tok = "100" or = "+100"
              if   QC-Pend > zero
               and QC-S-Kind (QC-Pend) = "S"
                   move "Y" to QC-S-NF (QC-Pend)
              end-if
              if   QC-Perf-Pend > zero
                   move "Y" to QC-F-NF (QC-Perf-Pend)
              end-if
              if   QC-Cur-Para > zero
                   move "Y" to QC-P-NF (QC-Cur-Para)
              end-if
     end-if.
     if       Dlixref-Output                                     *> -DLIXREF
              perform bd851-Dl-Marks thru bd851-Exit.
     if       Mqxref-Output                                      *> -MQXREF
              perform bd869-Mq-Marks thru bd869-Exit.
*> A CICS RESP test: the field named by the command in its window,
*>   any RESP field seen so far, or DFHRESP / EIBRESP.
     if       not Cicscheck-Output
              go to bd827-Marks-Exit.
     move     "N" to QC-Hit-C.
     move     spaces to QC-Word.
     unstring QC-Tok delimited by "(" into QC-Word.
     if       QC-Word (1:7) = "DFHRESP" or = "EIBRESP"
              move "Y" to QC-Hit-C
     else
      if      QC-Pend > zero
          and QC-S-Kind (QC-Pend) = "C"
          and QC-Word = QC-S-Resp (QC-Pend)
              move "Y" to QC-Hit-C
      else
       if     QC-Resp-Names not = spaces
          and QC-Tok-Len < 31
              move spaces to QC-Col-Name
              string " " QC-Word delimited by space
                     " "         delimited by size
                     into QC-Col-Name
              move zero to QC-T
              inspect QC-Resp-Names tallying QC-T
                      for all QC-Col-Name (1:FUNCTION LENGTH
                                   (FUNCTION TRIM (QC-Word)) + 2)
              if   QC-T > zero
                   move "Y" to QC-Hit-C
              end-if
       end-if
      end-if
     end-if.
     if       QC-Hit-C = "Y"
              if   QC-Pend > zero
               and QC-S-Tested (QC-Pend) = "P"
               and QC-S-Kind (QC-Pend) = "C"
                   move "Y" to QC-S-Tested (QC-Pend)
              end-if
              if   QC-Perf-Pend > zero
                   move "Y" to QC-F-CTested (QC-Perf-Pend)
              end-if
              if   QC-Cur-Para > zero
                   move "Y" to QC-P-CTests (QC-Cur-Para)
              end-if
     end-if.
 bd827-Marks-Exit.
     exit.
 bd827-Exit.
     exit.
*>
 bd828-Qc-Close.                                                  *> New -SQLCHECK
*> Another SQL or I/O statement: the open test windows shut.
     if       QC-Pend > zero
              if   QC-S-Tested (QC-Pend) = "P"
                   move "N" to QC-S-Tested (QC-Pend)
              end-if
              move zero to QC-Pend.
     move     zero to QC-Perf-Pend.
 bd828-Exit.
     exit.
*>
 bd829-Qc-Perf-Word.                                              *> New -SQLCHECK
*>***********************
*> A PERFORM's words.  QC-P-State 1: the first word - UNTIL, VARYING,
*>   WITH, TEST or FOREVER make it an inline loop, as does A count
*>   and TIMES (state N / 2); otherwise it is the procedure name and
*>   3 takes THRU (4) and the loop phrases of an out-of-line PERFORM.
*>***********************
     evaluate QC-P-State
         when "1"
              evaluate true
                  when QC-Tok = "UNTIL" or = "VARYING" or = "WITH"
                    or QC-Tok = "TEST" or = "FOREVER"
                       perform bd829-Push-Loop thru bd829-Push-Exit
                  when QC-Tok (1:1) numeric
                       move "N" to QC-P-State
                  when other
                       move QC-Tok (1:32) to QC-Tok1
                       move "2" to QC-P-State
              end-evaluate
         when "N"
              if   QC-Tok = "TIMES"
                   perform bd829-Push-Loop thru bd829-Push-Exit
              end-if
         when "2"
              if   QC-Tok = "TIMES"
                   perform bd829-Push-Loop thru bd829-Push-Exit
              else
                   move "3" to QC-P-State
                   perform bd829-Perf-Phrase thru bd829-Phrase-Exit
              end-if
         when "3"
              perform bd829-Perf-Phrase thru bd829-Phrase-Exit
         when "4"
              move QC-Tok (1:32) to QC-Name
              move "3" to QC-P-State
     end-evaluate.
     go       to bd829-Exit.
 bd829-Perf-Phrase.
     if       QC-Tok = "THRU" or = "THROUGH"
              move "4" to QC-P-State.
     if       QC-Tok = "UNTIL" or = "VARYING" or = "TIMES"
           or QC-Tok = "FOREVER"
              move "Y" to QC-Perf-Loop.
 bd829-Phrase-Exit.
     exit.
 bd829-Push-Loop.
     if       QC-Loop-Lvl < 40
              add  1 to QC-Loop-Lvl
              move "Y" to QC-Loops (QC-Loop-Lvl:1).
     move     "X" to QC-P-State.
 bd829-Push-Exit.
     exit.
*>
 bd829-Qc-String-Word.
*> A STRING's sending items up to INTO (not its delimiters or
*>   literals), then the receiving item.
     evaluate QC-P-State
         when "S"
              evaluate true
                  when QC-Tok = "INTO"
                       move "T" to QC-P-State
                  when QC-Tok = "BY"
                       move "B" to QC-P-State
                  when QC-Tok = "DELIMITED" or = ","
                    or QC-Tok (1:1) = quote or = "'"
                    or QC-Tok (1:1) numeric
                    or QC-Figurative
                       continue
                  when other
                       move spaces to QC-Name
                       unstring QC-Tok delimited by "(" into QC-Name
                       if   QC-Pos < 128
                            string QC-Name delimited by space
                                   " "     delimited by size
                                   into QC-G-Sources (QC-String-Cnt)
                                   with pointer QC-Pos
                       end-if
              end-evaluate
         when "B"                               *> the delimiter
              if   QC-Tok not = "ALL"
                   move "S" to QC-P-State
              end-if
         when "T"
              unstring QC-Tok delimited by "("
                       into QC-G-Target (QC-String-Cnt)
              move "X" to QC-P-State
     end-evaluate.
 bd829-String-Exit.
     exit.
 bd829-Exit.
     exit.
*>
 bd830-Qc-End-Mode.                                               *> New -SQLCHECK
*> the PERFORM / STRING / ACCEPT / READ in hand is over: A PERFORM of
*>   A procedure is kept, and its test window opens; an inline one
*>   with no loop phrase still needs its END-PERFORM.
*>   A DL/I CALL's arguments are resolved.                *> & -DLIXREF
*>   An MQ CALL's too, and A MOVE / COMPUTE / ADD's target   *> & -MQXREF
*>   set.
     if       QC-Mode = "P"
              evaluate QC-P-State
                  when "1"
                       if   QC-Loop-Lvl < 40
                            add  1 to QC-Loop-Lvl
                            move "N" to QC-Loops (QC-Loop-Lvl:1)
                       end-if
                  when "2"
                  when "3"
                  when "4"
                       perform bd830-Add-Perf thru bd830-Add-Exit
              end-evaluate.
     if       QC-Mode = "D"                                      *> -DLIXREF
          and QC-P-State not = "1" and not = "X"
              perform bd850-Dl-Call-End thru bd850-Exit.
     if       QC-Mode = "D"                                      *> -MQXREF
          and QC-P-State not = "1" and not = "X"
              perform bd863-Mq-Call-End thru bd863-Exit.
     if       QC-Mode = "O" or = "C" or = "N"
              perform bd861-Mq-End thru bd861-Mq-End-Exit.
     move     space to QC-Mode QC-P-State.
     go       to bd830-Exit.
 bd830-Add-Perf.
     if       QC-Perf-Cnt not < 2000
              move "Y" to QC-Full
              go to bd830-Add-Exit.
     add      1 to QC-Perf-Cnt.
     move     Gen-RefNo1 to QC-F-Ref (QC-Perf-Cnt).
     move     QC-Cur-Para to QC-F-Para (QC-Perf-Cnt).
     move     QC-Tok1 to QC-F-Target (QC-Perf-Cnt).
     move     QC-Name to QC-F-Thru (QC-Perf-Cnt).
     move     QC-Perf-Loop to QC-F-Loop (QC-Perf-Cnt).
     if       QC-Loop-Lvl > zero
              move zero to QC-T
              inspect QC-Loops (1:QC-Loop-Lvl) tallying QC-T for all "Y"
              if   QC-T > zero
                   move "Y" to QC-F-Loop (QC-Perf-Cnt)
              end-if
     end-if.
     move     "N" to QC-F-Tested (QC-Perf-Cnt) QC-F-NF (QC-Perf-Cnt)
                     QC-F-CTested (QC-Perf-Cnt) QC-F-DTested (QC-Perf-Cnt)
                     QC-F-MCc (QC-Perf-Cnt) QC-F-MRc (QC-Perf-Cnt).
     move     QC-Perf-Cnt to QC-Perf-Pend.
     if       QC-Pend > zero
          and QC-S-Perf (QC-Pend) = spaces
              move QC-Tok1 to QC-S-Perf (QC-Pend).
 bd830-Add-Exit.
     exit.
 bd830-Exit.
     exit.
*>
 bd831-Qc-Sql-Start.                                              *> New -SQLCHECK
*> EXEC SQL: the statement before has had its chance to be tested.
     perform  bd828-Qc-Close thru bd828-Exit.
     move     "Q" to QC-Mode.
     move     "V" to QC-Q.
     move     zero to QC-Cur.
     if       QC-Stmt-Cnt not < 300
              move "Y" to QC-Full
              go to bd831-Exit.
     add      1 to QC-Stmt-Cnt QC-Sql-Cnt.
     move     QC-Stmt-Cnt to QC-Cur.
     move     spaces to QC-Stmt (QC-Cur).
     move     "S" to QC-S-Kind (QC-Cur).
     move     Gen-RefNo1 to QC-S-Ref (QC-Cur).
     move     QC-Cur-Para to QC-S-Para (QC-Cur).
     move     QC-Whenever to QC-S-Whenever (QC-Cur).
     move     QC-When-NF to QC-S-When-NF (QC-Cur).
     move     "N" to QC-S-Star (QC-Cur) QC-S-Into (QC-Cur)
                     QC-S-Cursor (QC-Cur) QC-S-NF (QC-Cur)
                     QC-S-Loop (QC-Cur).
     move     "P" to QC-S-Tested (QC-Cur).
     if       QC-Loop-Lvl > zero
              move zero to QC-T
              inspect QC-Loops (1:QC-Loop-Lvl) tallying QC-T for all "Y"
              if   QC-T > zero
                   move "Y" to QC-S-Loop (QC-Cur)
              end-if
     end-if.
 bd831-Exit.
     exit.
*>
 bd832-Sqlcheck.                                                  *> New -SQLCHECK
*>***********************
*> Prog-BaseName.sqlcheck: each EXEC SQL statement against the seven
*>   rules, one row per finding with its paragraph and RefNo, each
*>   row also to -FINDINGS at the site's severity, then A count per
*>   rule.
*>***********************
     if       QC-Cfg-Loaded = "N"
              perform bd837-Qc-Config thru bd837-Exit.
     if       QC-Pend > zero
          and QC-S-Tested (QC-Pend) = "P"
              move "Z" to QC-S-Tested (QC-Pend).
     move     zero to QC-Pend QC-Perf-Pend.
     perform  zz045-Compute-Layout thru zz045-Exit.
     if       WS-Sqlschema-File not = spaces
          and RZ-Sch-Loaded = "N"
              perform bd809-Rz-Schema thru bd809-Exit.
     perform  bd833-Qc-Loops thru bd833-Exit.
     move     zero to QC-Flags.
     perform  varying QC-R from 1 by 1 until QC-R > 13
              move zero to QC-Rule-Cnt (QC-R)
     end-perform.
     move     Sqlcheck-FileName to Copyuse-Report-FileName.
     if       QC-Last-File = Sqlcheck-FileName          *> nested program
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move Sqlcheck-FileName to QC-Last-File.
     move     spaces to QC-Line.
     string   "SQL coding-quality audit for " delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     "  Paragraph" to QC-Line.
     move     "Line  Rule         Sev  Finding" to QC-Line (36:31).
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  varying QC-I from 1 by 1 until QC-I > QC-Stmt-Cnt
              if   QC-S-Kind (QC-I) = "S"
                   perform bd834-Qc-Statement thru bd834-Exit
              end-if
     end-perform.
     if       QC-Sql-Cnt = zero
              move "  (no EXEC SQL statements)" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit
     else
      if      QC-Flags = zero
              move "  (none)" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit
      end-if
     end-if.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     QC-Sql-Cnt to QC-NumZ.
     move     QC-Flags to QC-NumZ2.
     string   "  "                            delimited by size
              FUNCTION TRIM (QC-NumZ)         delimited by size
              " EXEC SQL statement(s), "      delimited by size
              FUNCTION TRIM (QC-NumZ2)        delimited by size
              " finding(s):"                  delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  varying QC-R from 1 by 1 until QC-R > 7
              move QC-Rule (QC-R) to QC-Line (5:12)
              move QC-Rule-Cnt (QC-R) to QC-NumZ
              move QC-NumZ to QC-Line (17:5)
              if   QC-Sev (QC-R) = zero
                   move "(off)" to QC-Line (24:5)
              else
                   move "sev" to QC-Line (24:3)
                   move QC-Sev (QC-R) to QC-Line (28:1)
              end-if
              perform bd839-Qc-Write thru bd839-Exit
     end-perform.
     if       WS-Sqlschema-File = spaces
              move "  Nullable columns not checked - no -SQLSCHEMA=file"
                   to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     if       QC-Full = "Y"
              move "  Caution: tables full - the later statements are not all here"
                   to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     close    Copyuse-Report-Out.
     move     QC-Flags to QC-NumZ.
     display  "SQL check (" FUNCTION TRIM (QC-NumZ)
              " finding(s)) written to "
              FUNCTION TRIM (Sqlcheck-FileName).
 bd832-Exit.
     exit.
*>
 bd833-Qc-Loops.                                                  *> New -SQLCHECK
*> The paragraphs run inside A loop: PERFORMed with UNTIL / VARYING /
*>   TIMES or from an inline loop, or PERFORMed from A paragraph that
*>   is - passed over until nothing changes.
     perform  varying QC-Pass from 1 by 1 until QC-Pass > 50
              move "N" to QC-Changed
              perform varying QC-J from 1 by 1 until QC-J > QC-Perf-Cnt
                      if   QC-F-Loop (QC-J) = "Y"
                        or (QC-F-Para (QC-J) > zero
                            and QC-P-Loop (QC-F-Para (QC-J)) = "Y")
                           perform bd833-Range thru bd833-Range-Exit
                           perform varying QC-K from QC-K by 1
                                     until QC-K > QC-L or QC-K = zero
                               if   QC-P-Loop (QC-K) not = "Y"
                                    move "Y" to QC-P-Loop (QC-K)
                                    move "Y" to QC-Changed
                               end-if
                           end-perform
                      end-if
              end-perform
              if   QC-Changed = "N"
                   exit perform
              end-if
     end-perform.
     go       to bd833-Exit.
 bd833-Range.
*> PERFORM QC-J's paragraphs: QC-K to QC-L, QC-K zero if not found.
     move     zero to QC-K QC-L.
     perform  varying QC-T from 1 by 1 until QC-T > QC-Para-Cnt
              if   QC-P-Name (QC-T) = QC-F-Target (QC-J)
                   move QC-T to QC-K
              end-if
              if   QC-F-Thru (QC-J) not = spaces
               and QC-P-Name (QC-T) = QC-F-Thru (QC-J)
                   move QC-T to QC-L
              end-if
     end-perform.
     if       QC-L < QC-K
              move QC-K to QC-L.
 bd833-Range-Exit.
     exit.
 bd833-Exit.
     exit.
*>
 bd834-Qc-Statement.                                              *> New -SQLCHECK
*> Statement QC-I against each rule.
     move     QC-S-Ref (QC-I) to QC-F-Ref-W.
     move     QC-S-Para (QC-I) to QC-F-Para-W.
     if       QC-S-Tested (QC-I) not = "X"
              perform bd835-Qc-Was-Tested thru bd835-Exit
              if   QC-Hit = "N"
                   move 1 to QC-R
                   move spaces to QC-Why
                   string FUNCTION TRIM (QC-S-Verb (QC-I)) delimited by size
                          " - SQLCODE / SQLSTATE never tested, no WHENEVER"
                                                      delimited by size
                          into QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
              end-if
     end-if.
     if       QC-S-Star (QC-I) = "Y"
              move 2 to QC-R
              move spaces to QC-Why
              if   QC-S-Cursor (QC-I) = "Y"
                   string "SELECT * in cursor "         delimited by size
                          FUNCTION TRIM (QC-S-Name (QC-I)) delimited by size
                          " - name the columns"         delimited by size
                          into QC-Why
              else
                   move "SELECT * - name the columns" to QC-Why
              end-if
              perform bd838-Qc-Finding thru bd838-Exit.
     if       QC-S-Verb (QC-I) = "SELECT"
          and QC-S-Into (QC-I) = "Y"
              perform bd836-Qc-Not-Found thru bd836-Exit
              if   QC-Hit = "N"
                   move 3 to QC-R
                   move "singleton SELECT INTO - no NOT FOUND (100 / 02000) handling"
                        to QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
              end-if
     end-if.
     if       QC-S-Verb (QC-I) = "OPEN"
              move "N" to QC-Hit
              perform varying QC-J from 1 by 1 until QC-J > QC-Stmt-Cnt
                      if   QC-S-Verb (QC-J) = "CLOSE"
                       and QC-S-Name (QC-J) = QC-S-Name (QC-I)
                           move "Y" to QC-Hit
                      end-if
              end-perform
              if   QC-Hit = "N"
                   move 4 to QC-R
                   move spaces to QC-Why
                   string "cursor "                        delimited by size
                          FUNCTION TRIM (QC-S-Name (QC-I)) delimited by size
                          " OPENed, never CLOSEd"          delimited by size
                          into QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
              end-if
     end-if.
     if       QC-S-Verb (QC-I) = "FETCH"
              perform bd834-Fetch thru bd834-Fetch-Exit.
     if       QC-S-Verb (QC-I) = "COMMIT"
              perform bd834-Commit thru bd834-Commit-Exit.
     if       QC-S-Host (QC-I) not = spaces
              perform bd840-Qc-Dynamic thru bd840-Exit.
     if       QC-S-Into (QC-I) = "Y"
          and RZ-Sch-Loaded = "Y"
              perform bd841-Qc-Nullind thru bd841-Exit.
     go       to bd834-Exit.
*>
 bd834-Fetch.
     move     "N" to QC-Hit.
     perform  varying QC-J from 1 by 1 until QC-J > QC-Stmt-Cnt
              if   QC-S-Verb (QC-J) = "OPEN"
               and QC-S-Name (QC-J) = QC-S-Name (QC-I)
                   move "Y" to QC-Hit
              end-if
     end-perform.
     move     4 to QC-R.
     move     spaces to QC-Why.
     if       QC-Hit = "N"
              string "cursor "                        delimited by size
                     FUNCTION TRIM (QC-S-Name (QC-I)) delimited by size
                     " FETCHed, never OPENed"         delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit
              go to bd834-Fetch-Exit.
     if       QC-S-Loop (QC-I) = "Y"
           or (QC-S-Para (QC-I) > zero
               and QC-P-Loop (QC-S-Para (QC-I)) = "Y")
              go to bd834-Fetch-Exit.
     string   "cursor "                        delimited by size
              FUNCTION TRIM (QC-S-Name (QC-I)) delimited by size
              " FETCHed outside any loop - one row only"
                                               delimited by size
              into QC-Why.
     perform  bd838-Qc-Finding thru bd838-Exit.
 bd834-Fetch-Exit.
     exit.
*>
 bd834-Commit.
     if       QC-S-Loop (QC-I) not = "Y"
          and (QC-S-Para (QC-I) = zero
               or QC-P-Loop (QC-S-Para (QC-I)) not = "Y")
              go to bd834-Commit-Exit.
     if       QC-S-Para (QC-I) > zero
          and QC-P-Restart (QC-S-Para (QC-I)) = "Y"
              go to bd834-Commit-Exit.
     move     5 to QC-R.
     move     "COMMIT inside A loop - no restart key saved in its paragraph"
              to QC-Why.
     perform  bd838-Qc-Finding thru bd838-Exit.
 bd834-Commit-Exit.
     exit.
 bd834-Exit.
     exit.
*>
 bd835-Qc-Was-Tested.                                             *> New -SQLCHECK
*>***********************
*> Statement QC-I's result tested?  QC-Hit "Y" when A test followed it
*>   in its window, A WHENEVER SQLERROR stood behind it, the first
*>   PERFORM after it is of A paragraph that tests, or it ended its
*>   paragraph and every PERFORM of that paragraph is followed by A
*>   test.  A CICS command's RESP goes by the same rules.  *> & -CICSCHECK
*>   A DL/I call's PCB status too.                         *> & -DLIXREF
*>   An MQ call's completion code (MQ-Want C) or reason    *> & -MQXREF
*>   code (R) too.
*>***********************
     move     "Y" to QC-Hit.
     if       QC-S-Tested (QC-I) = "Y"
           or QC-S-Whenever (QC-I) = "Y"
              go to bd835-Exit.
     if       QC-S-Kind (QC-I) = "M"                            *> -MQXREF
          and ((MQ-Want = "C" and QC-S-Cc (QC-I) = "Y")
            or (MQ-Want = "R" and QC-S-Rc (QC-I) = "Y"))
              go to bd835-Exit.
     if       QC-S-Perf (QC-I) not = spaces
              perform varying QC-T from 1 by 1 until QC-T > QC-Para-Cnt
                      if   QC-P-Name (QC-T) = QC-S-Perf (QC-I)
                       and ((QC-S-Kind (QC-I) = "S"
                             and QC-P-Tests (QC-T) = "Y")
                         or (QC-S-Kind (QC-I) = "C"
                             and QC-P-CTests (QC-T) = "Y")
                         or (QC-S-Kind (QC-I) = "D"
                             and QC-P-DTests (QC-T) = "Y")
                         or (QC-S-Kind (QC-I) = "M" and MQ-Want = "C"
                             and QC-P-MCc (QC-T) = "Y")
                         or (QC-S-Kind (QC-I) = "M" and MQ-Want = "R"
                             and QC-P-MRc (QC-T) = "Y"))
                           go to bd835-Exit
                      end-if
              end-perform.
     move     "N" to QC-Hit.
     if       QC-S-Tested (QC-I) not = "Z"
           or QC-S-Para (QC-I) = zero
              go to bd835-Exit.
     move     zero to QC-P.
     perform  varying QC-J from 1 by 1 until QC-J > QC-Perf-Cnt
              perform bd833-Range thru bd833-Range-Exit
              if   QC-K > zero
               and QC-S-Para (QC-I) not < QC-K
               and QC-S-Para (QC-I) not > QC-L
                   add  1 to QC-P
                   if   (QC-S-Kind (QC-I) = "S"
                         and QC-F-Tested (QC-J) not = "Y")
                     or (QC-S-Kind (QC-I) = "C"
                         and QC-F-CTested (QC-J) not = "Y")
                     or (QC-S-Kind (QC-I) = "D"
                         and QC-F-DTested (QC-J) not = "Y")
                     or (QC-S-Kind (QC-I) = "M" and MQ-Want = "C"
                         and QC-F-MCc (QC-J) not = "Y")
                     or (QC-S-Kind (QC-I) = "M" and MQ-Want = "R"
                         and QC-F-MRc (QC-J) not = "Y")
                        go to bd835-Exit
                   end-if
              end-if
     end-perform.
     if       QC-P > zero
              move "Y" to QC-Hit.
 bd835-Exit.
     exit.
*>
 bd836-Qc-Not-Found.                                              *> New -SQLCHECK
*> The same for the NOT FOUND value on singleton SELECT QC-I.
     move     "Y" to QC-Hit.
     if       QC-S-NF (QC-I) = "Y"
           or QC-S-When-NF (QC-I) = "Y"
              go to bd836-Exit.
     if       QC-S-Perf (QC-I) not = spaces
              perform varying QC-T from 1 by 1 until QC-T > QC-Para-Cnt
                      if   QC-P-Name (QC-T) = QC-S-Perf (QC-I)
                       and QC-P-NF (QC-T) = "Y"
                           go to bd836-Exit
                      end-if
              end-perform.
     move     "N" to QC-Hit.
     if       QC-S-Tested (QC-I) not = "Z"
           or QC-S-Para (QC-I) = zero
              go to bd836-Exit.
     move     zero to QC-P.
     perform  varying QC-J from 1 by 1 until QC-J > QC-Perf-Cnt
              perform bd833-Range thru bd833-Range-Exit
              if   QC-K > zero
               and QC-S-Para (QC-I) not < QC-K
               and QC-S-Para (QC-I) not > QC-L
                   add  1 to QC-P
                   if   QC-F-NF (QC-J) not = "Y"
                        go to bd836-Exit
                   end-if
              end-if
     end-perform.
     if       QC-P > zero
              move "Y" to QC-Hit.
 bd836-Exit.
     exit.
*>
 bd837-Qc-Config.                                                 *> New -SQLCHECK
*> The severities, and the site's own status field names, from the
*>   config files.
     move     "Y" to QC-Cfg-Loaded.
     move     3 to QC-Sev (1) QC-Sev (6).
     move     2 to QC-Sev (2) QC-Sev (3) QC-Sev (4) QC-Sev (5) QC-Sev (7).
     move     3 to QC-Sev (8) QC-Sev (10).                      *> -CICSCHECK
     move     2 to QC-Sev (9) QC-Sev (11) QC-Sev (12) QC-Sev (13).
     move     2 to QC-Sev (14).                                 *> -DLIXREF
     move     2 to QC-Sev (15).                                 *> -MQXREF
     perform  varying QC-R from 1 by 1 until QC-R > 15
              move QC-Rule-Key (QC-R) to CF-Want
              perform zz265-Find-Profile thru zz265-Exit
              if   CF-Found = "Y"
                   move FUNCTION TRIM (CF-Rest) to QC-Name
                   if   QC-Name (1:1) >= "0" and <= "3"
                    and QC-Name (2:1) = space
                        move QC-Name (1:1) to QC-Sev (QC-R)
                   else
                        display "Caution: site config "
                                FUNCTION TRIM (CF-Want)
                                " is not 0, 1, 2 or 3 - left as it was"
                   end-if
              end-if
     end-perform.
     move     "sqlcheck.status-names" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found = "Y"
              move spaces to QC-Status-Names
              string " "                          delimited by size
                     FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Rest))
                                                  delimited by size
                     " "                          delimited by size
                     into QC-Status-Names
              inspect QC-Status-Names replacing all "," by " ".
 bd837-Exit.
     exit.
*>
 bd838-Qc-Finding.                                                *> New -SQLCHECK
*> One findings row - rule QC-R, statement QC-I, QC-Why - unless the
*>   site has the rule off; also to -FINDINGS.
     if       QC-Sev (QC-R) = zero
              go to bd838-Exit.
     add      1 to QC-Flags QC-Rule-Cnt (QC-R).
     move     spaces to QC-Line.
     if       QC-F-Para-W > zero
              move QC-P-Name (QC-F-Para-W) to QC-Line (3:32)
     else
              move "(ENTRY)" to QC-Line (3:7).
     move     QC-F-Ref-W to QC-RefZ.
     move     QC-RefZ to QC-Line (34:6).
     move     QC-Rule (QC-R) to QC-Line (42:12).
     move     QC-Sev (QC-R) to QC-Line (56:1).
     move     QC-Why to QC-Line (60:64).
     perform  bd839-Qc-Write thru bd839-Exit.
     move     QC-Rule (QC-R) to FG-W-Rule.
     move     QC-Sev (QC-R) to FG-W-Sev.
     move     QC-F-Ref-W to FG-W-Ref.
     if       QC-F-Para-W > zero
              move QC-P-Name (QC-F-Para-W) to FG-W-Name
     else
              move "(ENTRY)" to FG-W-Name.
     move     QC-Why to FG-W-Detail.
     perform  zz250-Add-Finding thru zz250-Exit.
 bd838-Exit.
     exit.
*>
 bd839-Qc-Write.                                                  *> New -SQLCHECK
     move     QC-Line to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to QC-Line.
 bd839-Exit.
     exit.
*>
 bd840-Qc-Dynamic.                                                *> New -SQLCHECK
*>***********************
*> PREPARE / EXECUTE IMMEDIATE text QC-S-Host: each STRING into it (or
*>   into A field of its VARCHAR group) with A sending item that is
*>   input - A FILE, LINKAGE or SCREEN item, an ACCEPT or READ INTO
*>   target, or part of one.
*>***********************
     move     QC-S-Host (QC-I) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to QC-K.
     perform  varying QC-J from 1 by 1 until QC-J > QC-String-Cnt
              move "N" to QC-Hit
              if   QC-G-Target (QC-J) = QC-S-Host (QC-I)
                   move "Y" to QC-Hit
              end-if
              if   QC-Hit = "N"
               and QC-K > zero
                   perform varying QC-L from QC-K by 1
                             until QC-L >= Layout-Count
                                or QC-Hit = "Y"
                       if   LT-Level (QC-L + 1) not > LT-Level (QC-K)
                         or LT-Level (QC-L + 1) = 77 or = 88
                            exit perform
                       end-if
                       if   LT-Name (QC-L + 1) = QC-G-Target (QC-J)
                            move "Y" to QC-Hit
                       end-if
                   end-perform
              end-if
              if   QC-Hit = "Y"
                   perform bd840-Sources thru bd840-Sources-Exit
              end-if
     end-perform.
     go       to bd840-Exit.
*>
 bd840-Sources.
     move     1 to QC-P.
     perform  until QC-P > 160
              move spaces to QC-Name
              unstring QC-G-Sources (QC-J) delimited by all spaces
                       into QC-Name pointer QC-P
              if   QC-Name = spaces
                   exit perform
              end-if
              perform bd840-Is-Input thru bd840-Input-Exit
              if   QC-Hit = "Y"
                   move 6 to QC-R
                   move QC-G-Ref (QC-J) to QC-RefZ
                   move spaces to QC-Why
                   string ":"                           delimited by size
                          FUNCTION TRIM (QC-S-Host (QC-I)) delimited by size
                          " STRINGed at "               delimited by size
                          FUNCTION TRIM (QC-RefZ)       delimited by size
                          " from input "                delimited by size
                          FUNCTION TRIM (QC-Name)       delimited by size
                          into QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
                   exit perform
              end-if
     end-perform.
 bd840-Sources-Exit.
     exit.
*>
 bd840-Is-Input.
*> QC-Name, or A group holding it, is input?
     move     "Y" to QC-Hit.
     perform  varying QC-T from 1 by 1 until QC-T > QC-Input-Cnt
              if   QC-Input (QC-T) = QC-Name
                   go to bd840-Input-Exit
              end-if
     end-perform.
     move     QC-Name to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              move "N" to QC-Hit
              go to bd840-Input-Exit.
     if       LT-Section (LT-Lookup-Idx) = 1 or = 4 or = 7
              go to bd840-Input-Exit.
     move     LT-Level (LT-Lookup-Idx) to QC-L.
     perform  varying QC-T from LT-Lookup-Idx by -1
                until QC-T < 1 or QC-L = 1 or QC-L = 77
              if   LT-Level (QC-T) < QC-L
                   move LT-Level (QC-T) to QC-L
                   perform varying QC-R from 1 by 1 until QC-R > QC-Input-Cnt
                           if   QC-Input (QC-R) = LT-Name (QC-T)
                                go to bd840-Input-Exit
                           end-if
                   end-perform
              end-if
     end-perform.
     move     "N" to QC-Hit.
 bd840-Input-Exit.
     exit.
 bd840-Exit.
     exit.
*>
 bd841-Qc-Nullind.                                                *> New -SQLCHECK
*> Each INTO host of statement QC-I with no indicator, against its
*>   column - the statement's own select list, or A FETCH's cursor's -
*>   in the -SQLSCHEMA rows.
     move     QC-I to QC-P.
     if       QC-S-Verb (QC-I) = "FETCH"
              move zero to QC-P
              perform varying QC-J from 1 by 1 until QC-J > QC-Stmt-Cnt
                      if   QC-S-Cursor (QC-J) = "Y"
                       and QC-S-Name (QC-J) = QC-S-Name (QC-I)
                           move QC-J to QC-P
                      end-if
              end-perform
              if   QC-P = zero
                   go to bd841-Exit
              end-if
     end-if.
     perform  varying QC-J from 1 by 1 until QC-J > QC-Col-Cnt
              if   QC-C-Stmt (QC-J) = QC-I
               and QC-C-Kind (QC-J) = "H"
               and QC-C-Ind (QC-J) = "N"
                   perform bd841-Host thru bd841-Host-Exit
              end-if
     end-perform.
     go       to bd841-Exit.
 bd841-Host.
     move     spaces to QC-Col-Name.
     perform  varying QC-K from 1 by 1 until QC-K > QC-Col-Cnt
              if   QC-C-Stmt (QC-K) = QC-P
               and QC-C-Kind (QC-K) = "C"
               and QC-C-Pos (QC-K) = QC-C-Pos (QC-J)
                   move QC-C-Name (QC-K) to QC-Col-Name
              end-if
     end-perform.
     if       QC-Col-Name = spaces or = "*" or = "?"
              go to bd841-Host-Exit.
     inspect  QC-Col-Name converting "-" to "_".
     perform  varying QC-K from 1 by 1 until QC-K > SCH-Count
              move SCH-Col (QC-K) to QC-Name
              inspect QC-Name converting "-" to "_"
              if   QC-Name = QC-Col-Name
               and SCH-Null (QC-K) = "Y"
                   move 7 to QC-R
                   move spaces to QC-Why
                   string "INTO :"                     delimited by size
                          FUNCTION TRIM (QC-C-Name (QC-J)) delimited by size
                          " - nullable "               delimited by size
                          FUNCTION TRIM (QC-Col-Name)  delimited by size
                          ", no indicator variable"    delimited by size
                          into QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
                   exit perform
              end-if
     end-perform.
 bd841-Host-Exit.
     exit.
 bd841-Exit.
     exit.
*>
 bd842-Cc-Start.                                                  *> New -CICSCHECK
*> EXEC CICS: the statement before has had its chance to be tested;
*>   A row for this command, its options to follow from bd843.
     perform  bd828-Qc-Close thru bd828-Exit.
     move     "K" to QC-Mode.
     move     "V" to QC-Q.
     move     zero to QC-Cur.
     move     spaces to QC-Kw.
     move     "N" to QC-Kw-Open QC-Len-Of.
     if       QC-Stmt-Cnt not < 300
              move "Y" to QC-Full
              go to bd842-Exit.
     add      1 to QC-Stmt-Cnt QC-Cics-Cnt.
     move     QC-Stmt-Cnt to QC-Cur.
     move     spaces to QC-Stmt (QC-Cur).
     move     "C" to QC-S-Kind (QC-Cur).
     move     Gen-RefNo1 to QC-S-Ref (QC-Cur).
     move     QC-Cur-Para to QC-S-Para (QC-Cur).
     move     "N" to QC-S-Whenever (QC-Cur) QC-S-When-NF (QC-Cur)
                     QC-S-Star (QC-Cur) QC-S-Into (QC-Cur)
                     QC-S-Cursor (QC-Cur) QC-S-NF (QC-Cur)
                     QC-S-Loop (QC-Cur) QC-S-Nohandle (QC-Cur)
                     QC-S-Transid (QC-Cur).
     move     "X" to QC-S-Tested (QC-Cur) QC-S-Covered (QC-Cur).
     if       QC-Loop-Lvl > zero
              move zero to QC-T
              inspect QC-Loops (1:QC-Loop-Lvl) tallying QC-T for all "Y"
              if   QC-T > zero
                   move "Y" to QC-S-Loop (QC-Cur)
              end-if
     end-if.
 bd842-Exit.
     exit.
*>
 bd843-Cc-Token.                                                  *> New -CICSCHECK
*>***********************
*> One word of an EXEC CICS command.  QC-Q: V the command, 2 the
*>   word after HANDLE / IGNORE, H A CONDITION list, K the options,
*>   X nothing more wanted.  An option comes as "RESP(WS-RESP)" or as
*>   "RESP" then "(WS-RESP)" - bd843-Split gives its keyword and value.
*>***********************
     if       QC-Tok = "END-EXEC"
              perform bd845-Cc-End thru bd845-Exit
              move space to QC-Mode
              go to bd843-Exit.
     if       QC-Cur = zero
              go to bd843-Exit.
     evaluate QC-Q
         when "V"
              move QC-Tok to QC-S-Verb (QC-Cur)
              move "K" to QC-Q
              evaluate QC-Tok
                  when "HANDLE"
                  when "IGNORE"
                       move "2" to QC-Q
                  when "SEND"
                  when "RECEIVE"
                  when "CONVERSE"
                       move "Y" to QC-Terminal
              end-evaluate
         when "2"
              if   QC-Tok = "CONDITION"
                   move "H" to QC-Q
              else
                   move "X" to QC-Q
              end-if
         when "H"
              perform bd843-Split thru bd843-Split-Exit
              if   QC-Kw not = spaces
                   perform bd843-Cond thru bd843-Cond-Exit
              end-if
         when "K"
              perform bd843-Split thru bd843-Split-Exit
              if   QC-Kw not = spaces
                   perform bd843-Option thru bd843-Option-Exit
              end-if
     end-evaluate.
     go       to bd843-Exit.
*>
 bd843-Split.
*> QC-Kw and QC-Value from QC-Tok, QC-Kw spaces when there is
*>   nothing to take; LENGTH(LENGTH OF item) over three words.
     if       QC-Len-Of = "1"
              move spaces to QC-Kw
              if   QC-Tok = "OF"
                   move "2" to QC-Len-Of
              else
                   move "N" to QC-Len-Of
              end-if
              go to bd843-Split-Exit.
     if       QC-Len-Of = "2"
              move "N" to QC-Len-Of
              move spaces to QC-Kw QC-Value
              unstring QC-Tok delimited by ")" into QC-Value
              string "LENGTH OF "   delimited by size
                     QC-Value       delimited by space
                     into QC-S-Length (QC-Cur)
              go to bd843-Split-Exit.
     if       QC-Kw-Open = "Y"
          and QC-Tok (1:1) = "("
              move "N" to QC-Kw-Open
              move spaces to QC-Value
              move QC-Tok (2:32) to QC-Value
     else
              move "N" to QC-Kw-Open
              move spaces to QC-Kw QC-Value
              unstring QC-Tok delimited by "(" into QC-Kw QC-Value
              if   QC-Value = spaces
                   move "Y" to QC-Kw-Open
              end-if
     end-if.
     inspect  QC-Value replacing all ")" by space.
     if       QC-Kw = "LENGTH"
          and QC-Value = "LENGTH"
              move "1" to QC-Len-Of
              move spaces to QC-Kw.
 bd843-Split-Exit.
     exit.
*>
 bd843-Option.
     evaluate QC-Kw
         when "RESP"
              if   QC-Value not = spaces
                   move QC-Value to QC-S-Resp (QC-Cur)
              end-if
         when "NOHANDLE"
              move "Y" to QC-S-Nohandle (QC-Cur)
         when "COMMAREA"
              if   QC-Value not = spaces
                   move QC-Value to QC-S-Commarea (QC-Cur)
              end-if
         when "LENGTH"
              if   QC-Value not = spaces
                   move QC-Value to QC-S-Length (QC-Cur)
              end-if
         when "TRANSID"
              move "Y" to QC-S-Transid (QC-Cur)
         when "FILE"
         when "DATASET"
              if   QC-Value not = spaces
                   move QC-Value to QC-S-Name (QC-Cur)
              end-if
         when "ROLLBACK"
              move "ROLLBACK" to QC-S-Name (QC-Cur)
     end-evaluate.
 bd843-Option-Exit.
     exit.
*>
 bd843-Cond.
*> HANDLE CONDITION cond(label) and IGNORE CONDITION cond put it in
*>   force, HANDLE CONDITION cond with no label takes it out.
     perform  varying QC-T from 1 by 1 until QC-T > QC-Hnd-Cnt
              if   QC-Hnd (QC-T) = QC-Kw
                   exit perform
              end-if
     end-perform.
     if       QC-S-Verb (QC-Cur) = "IGNORE"
           or QC-Value not = spaces
              if   QC-T > QC-Hnd-Cnt
               and QC-Hnd-Cnt < 40
                   add  1 to QC-Hnd-Cnt
                   move QC-Kw to QC-Hnd (QC-Hnd-Cnt)
              end-if
     else
              if   QC-T not > QC-Hnd-Cnt
                   move spaces to QC-Hnd (QC-T)
              end-if
     end-if.
 bd843-Cond-Exit.
     exit.
 bd843-Exit.
     exit.
*>
 bd844-Cc-Commarea.                                               *> New -CICSCHECK
*> The PROCEDURE DIVISION header: where DFHCOMMAREA and its items sit
*>   in the layout, if this program has one.
     move     zero to QC-Ca-Idx QC-Ca-End.
     move     "DFHCOMMAREA" to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              go to bd844-Exit.
     move     LT-Lookup-Idx to QC-Ca-Idx QC-Ca-End.
     perform  varying QC-T from QC-Ca-Idx by 1 until QC-T >= Layout-Count
              if   LT-Level (QC-T + 1) not > LT-Level (QC-Ca-Idx)
                or LT-Level (QC-T + 1) = 77
                   exit perform
              end-if
              add  1 to QC-Ca-End
     end-perform.
     go       to bd844-Exit.
*>
 bd844-Cc-Uses.
*> A word outside EXEC CICS: the first EIBCALEN, and the first use of
*>   DFHCOMMAREA or an item in it - guarded if an EIBCALEN came first.
     move     spaces to QC-Word.
     unstring QC-Tok delimited by "(" into QC-Word.
     if       QC-Word = "EIBCALEN"
          and QC-Eib-Ref = zero
              move Gen-RefNo1 to QC-Eib-Ref.
     if       QC-Ca-Idx = zero
           or QC-Ca-Ref not = zero
              go to bd844-Uses-Exit.
     perform  varying QC-T from QC-Ca-Idx by 1 until QC-T > QC-Ca-End
              if   FUNCTION UPPER-CASE (LT-Name (QC-T)) = QC-Word
                   move Gen-RefNo1 to QC-Ca-Ref
                   move QC-Cur-Para to QC-Ca-Para
                   move QC-Word to QC-Ca-Name
                   if   QC-Eib-Ref > zero
                        move "Y" to QC-Ca-Guard
                   else
                        move "N" to QC-Ca-Guard
                   end-if
                   exit perform
              end-if
     end-perform.
 bd844-Uses-Exit.
     exit.
 bd844-Exit.
     exit.
*>
 bd845-Cc-End.                                                    *> New -CICSCHECK
*> END-EXEC: the command is covered by its RESP, by NOHANDLE, or by
*>   A HANDLE / IGNORE in force for ERROR or A condition it raises;
*>   A RESP field opens the test window and joins the names known.
     if       QC-Cur = zero
              go to bd845-Exit.
     if       QC-S-Nohandle (QC-Cur) = "Y"
          and QC-S-Resp (QC-Cur) = spaces
              move "EIBRESP" to QC-S-Resp (QC-Cur).
     perform  bd846-Cc-Conds thru bd846-Exit.
     if       QC-S-Resp (QC-Cur) not = spaces
              move "Y" to QC-S-Covered (QC-Cur)
              move "P" to QC-S-Tested (QC-Cur)
              move QC-Cur to QC-Pend
              perform bd845-Resp-Name thru bd845-Resp-Exit
              go to bd845-Exit.
     if       QC-S-Conds (QC-Cur) = spaces
              go to bd845-Exit.
     move     "N" to QC-S-Covered (QC-Cur).
     move     spaces to QC-Why.
     string   " " QC-S-Conds (QC-Cur) " " delimited by size into QC-Why.
     perform  varying QC-T from 1 by 1 until QC-T > QC-Hnd-Cnt
              if   QC-Hnd (QC-T) = "ERROR"
                   move "Y" to QC-S-Covered (QC-Cur)
              end-if
              if   QC-Hnd (QC-T) not = spaces
                   move spaces to QC-Col-Name
                   string " "           delimited by size
                          QC-Hnd (QC-T) delimited by space
                          " "           delimited by size
                          into QC-Col-Name
                   move zero to QC-P
                   inspect QC-Why tallying QC-P for all
                           QC-Col-Name (1:FUNCTION LENGTH
                                (FUNCTION TRIM (QC-Hnd (QC-T))) + 2)
                   if   QC-P > zero
                        move "Y" to QC-S-Covered (QC-Cur)
                   end-if
              end-if
     end-perform.
     go       to bd845-Exit.
 bd845-Resp-Name.
     if       QC-S-Resp (QC-Cur) = "EIBRESP"
              go to bd845-Resp-Exit.
     move     spaces to QC-Col-Name.
     string   " " QC-S-Resp (QC-Cur) delimited by space
              " "                    delimited by size
              into QC-Col-Name.
     move     zero to QC-T.
     inspect  QC-Resp-Names tallying QC-T for all
              QC-Col-Name (1:FUNCTION LENGTH
                              (FUNCTION TRIM (QC-S-Resp (QC-Cur))) + 2).
     if       QC-T > zero
              go to bd845-Resp-Exit.
     if       QC-Resp-Names = spaces
              move 2 to QC-P
     else
              compute QC-P = FUNCTION LENGTH
                             (FUNCTION TRIM (QC-Resp-Names TRAILING)) + 2.
     if       QC-P < 366
              string QC-S-Resp (QC-Cur) delimited by space
                     " "                delimited by size
                     into QC-Resp-Names with pointer QC-P.
 bd845-Resp-Exit.
     exit.
 bd845-Exit.
     exit.
*>
 bd846-Cc-Conds.                                                  *> New -CICSCHECK
*> The conditions A command commonly raises that abend the task when
*>   nothing handles them.
     evaluate QC-S-Verb (QC-Cur)
         when "READ"
              move "NOTFND LENGERR DUPKEY" to QC-S-Conds (QC-Cur)
         when "READNEXT"
         when "READPREV"
              move "ENDFILE NOTFND LENGERR" to QC-S-Conds (QC-Cur)
         when "STARTBR"
         when "RESETBR"
         when "DELETE"
              move "NOTFND" to QC-S-Conds (QC-Cur)
         when "WRITE"
              move "DUPREC NOSPACE LENGERR" to QC-S-Conds (QC-Cur)
         when "REWRITE"
              move "LENGERR INVREQ" to QC-S-Conds (QC-Cur)
         when "READQ"
              move "QIDERR ITEMERR LENGERR" to QC-S-Conds (QC-Cur)
         when "WRITEQ"
              move "QIDERR NOSPACE" to QC-S-Conds (QC-Cur)
         when "DELETEQ"
              move "QIDERR" to QC-S-Conds (QC-Cur)
         when "LINK"
         when "XCTL"
         when "LOAD"
              move "PGMIDERR" to QC-S-Conds (QC-Cur)
         when "RECEIVE"
              move "MAPFAIL LENGERR" to QC-S-Conds (QC-Cur)
         when "START"
              move "TRANSIDERR" to QC-S-Conds (QC-Cur)
         when "RETRIEVE"
              move "ENDDATA NOTFND LENGERR" to QC-S-Conds (QC-Cur)
     end-evaluate.
 bd846-Exit.
     exit.
*>
 bd847-Cicscheck.                                                 *> New -CICSCHECK
*>***********************
*> Prog-BaseName.cicscheck: each EXEC CICS command against the
*>   command rules, then the program's own DFHCOMMAREA use, one row
*>   per finding with its paragraph and RefNo, each row also to
*>   -FINDINGS at the site's severity, then A count per rule.
*>***********************
     if       QC-Cfg-Loaded = "N"
              perform bd837-Qc-Config thru bd837-Exit.
     if       QC-Pend > zero
          and QC-S-Tested (QC-Pend) = "P"
              move "Z" to QC-S-Tested (QC-Pend).
     move     zero to QC-Pend QC-Perf-Pend.
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     zero to QC-Flags.
     perform  varying QC-R from 8 by 1 until QC-R > 13
              move zero to QC-Rule-Cnt (QC-R)
     end-perform.
*> A LINKed program: A DFHCOMMAREA, no RETURN TRANSID, no terminal.
     move     "N" to QC-Linked QC-Sync.
     if       QC-Ca-Idx > zero
          and QC-Terminal = "N"
              move "Y" to QC-Linked.
     perform  varying QC-I from 1 by 1 until QC-I > QC-Stmt-Cnt
              if   QC-S-Kind (QC-I) = "C"
                   if   QC-S-Verb (QC-I) = "RETURN"
                    and QC-S-Transid (QC-I) = "Y"
                        move "N" to QC-Linked
                   end-if
                   if   QC-S-Verb (QC-I) = "SYNCPOINT"
                    and QC-S-Name (QC-I) not = "ROLLBACK"
                        move "Y" to QC-Sync
                   end-if
              end-if
     end-perform.
     move     Cicscheck-FileName to Copyuse-Report-FileName.
     if       QC-Last-CFile = Cicscheck-FileName         *> nested program
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move Cicscheck-FileName to QC-Last-CFile.
     move     spaces to QC-Line.
     string   "CICS coding-quality audit for " delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     "  Paragraph" to QC-Line.
     move     "Line  Rule         Sev  Finding" to QC-Line (36:31).
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  varying QC-I from 1 by 1 until QC-I > QC-Stmt-Cnt
              if   QC-S-Kind (QC-I) = "C"
                   perform bd848-Cc-Statement thru bd848-Exit
              end-if
     end-perform.
     if       QC-Ca-Ref > zero
          and QC-Ca-Guard = "N"
              move 10 to QC-R
              move QC-Ca-Ref to QC-F-Ref-W
              move QC-Ca-Para to QC-F-Para-W
              move spaces to QC-Why
              string FUNCTION TRIM (QC-Ca-Name)   delimited by size
                     " used with no EIBCALEN test before it"
                                                  delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit.
     if       QC-Cics-Cnt = zero
              move "  (no EXEC CICS commands)" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit
     else
      if      QC-Flags = zero
              move "  (none)" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit
      end-if
     end-if.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     QC-Cics-Cnt to QC-NumZ.
     move     QC-Flags to QC-NumZ2.
     string   "  "                            delimited by size
              FUNCTION TRIM (QC-NumZ)         delimited by size
              " EXEC CICS command(s), "       delimited by size
              FUNCTION TRIM (QC-NumZ2)        delimited by size
              " finding(s):"                  delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  varying QC-R from 8 by 1 until QC-R > 13
              move QC-Rule (QC-R) to QC-Line (5:12)
              move QC-Rule-Cnt (QC-R) to QC-NumZ
              move QC-NumZ to QC-Line (17:5)
              if   QC-Sev (QC-R) = zero
                   move "(off)" to QC-Line (24:5)
              else
                   move "sev" to QC-Line (24:3)
                   move QC-Sev (QC-R) to QC-Line (28:1)
              end-if
              perform bd839-Qc-Write thru bd839-Exit
     end-perform.
     if       QC-Ca-Idx = zero
              move "  No DFHCOMMAREA in the LINKAGE SECTION" to QC-Line
     else
      if      QC-Linked = "Y"
              move "  Taken as A LINKed program - DFHCOMMAREA, no RETURN TRANSID, no terminal I/O"
                   to QC-Line
      end-if
     end-if.
     if       QC-Line not = spaces
              perform bd839-Qc-Write thru bd839-Exit.
     if       QC-Full = "Y"
              move "  Caution: tables full - the later commands are not all here"
                   to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     close    Copyuse-Report-Out.
     move     QC-Flags to QC-NumZ.
     display  "CICS check (" FUNCTION TRIM (QC-NumZ)
              " finding(s)) written to "
              FUNCTION TRIM (Cicscheck-FileName).
 bd847-Exit.
     exit.
*>
 bd848-Cc-Statement.                                              *> New -CICSCHECK
*> Command QC-I against each command rule.
     move     QC-S-Ref (QC-I) to QC-F-Ref-W.
     move     QC-S-Para (QC-I) to QC-F-Para-W.
     if       QC-S-Covered (QC-I) = "N"
              move 8 to QC-R
              move spaces to QC-Why
              string FUNCTION TRIM (QC-S-Verb (QC-I)) delimited by size
                     " - no RESP, nothing HANDLEs "     delimited by size
                     FUNCTION TRIM (QC-S-Conds (QC-I))  delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit.
     if       QC-S-Resp (QC-I) not = spaces
              perform bd835-Qc-Was-Tested thru bd835-Exit
              if   QC-Hit = "N"
                   move 9 to QC-R
                   move spaces to QC-Why
                   string FUNCTION TRIM (QC-S-Verb (QC-I)) delimited by size
                          " - RESP "                         delimited by size
                          FUNCTION TRIM (QC-S-Resp (QC-I))  delimited by size
                          " set, never tested"               delimited by size
                          into QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
              end-if
     end-if.
     if       QC-S-Commarea (QC-I) not = spaces
              perform bd848-Calen thru bd848-Calen-Exit.
     if       QC-S-Verb (QC-I) = "RETURN"
          and QC-S-Transid (QC-I) = "Y"
          and QC-S-Commarea (QC-I) = spaces
          and (QC-Ca-Ref > zero or QC-Eib-Ref > zero)
              move 12 to QC-R
              move "RETURN TRANSID with no COMMAREA - the next task gets none"
                   to QC-Why
              perform bd838-Qc-Finding thru bd838-Exit.
     if       QC-Linked = "Y"
          and QC-Sync = "N"
          and (QC-S-Verb (QC-I) = "WRITE" or = "REWRITE" or = "DELETE")
          and QC-S-Name (QC-I) not = spaces
              move 13 to QC-R
              move spaces to QC-Why
              string FUNCTION TRIM (QC-S-Verb (QC-I)) delimited by size
                     " FILE "                           delimited by size
                     FUNCTION TRIM (QC-S-Name (QC-I))  delimited by size
                     " - no SYNCPOINT in this LINKed program"
                                                        delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit.
     go       to bd848-Exit.
*>
 bd848-Calen.
*> The COMMAREA item's computed length against the LENGTH given (A
*>   literal or LENGTH OF item - A data name is not followed), and A
*>   RETURN TRANSID's against this program's own DFHCOMMAREA.
     move     zero to QC-Item-Len QC-Given-Len.
     move     spaces to LT-Lookup-Name.
     unstring QC-S-Commarea (QC-I) delimited by "(" into LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx > zero
              move LT-Length (LT-Lookup-Idx) to QC-Item-Len.
     move     spaces to QC-Word.
     evaluate true
         when QC-S-Length (QC-I) = spaces
              move QC-Item-Len to QC-Given-Len
         when QC-S-Length (QC-I) (1:10) = "LENGTH OF "
              move spaces to LT-Lookup-Name
              unstring QC-S-Length (QC-I) (11:22) delimited by "("
                       into LT-Lookup-Name
              perform zz047-Find-Layout thru zz047-Exit
              if   LT-Lookup-Idx > zero
                   move LT-Length (LT-Lookup-Idx) to QC-Given-Len
              end-if
         when other
              move QC-S-Length (QC-I) to QC-Word
              compute QC-T = FUNCTION LENGTH (FUNCTION TRIM (QC-Word))
              if   QC-T < 9
               and QC-Word (1:QC-T) numeric
                   move QC-Word (1:QC-T) to QC-Given-Len
              end-if
     end-evaluate.
     if       QC-Given-Len = zero
              go to bd848-Calen-Exit.
     move     QC-Given-Len to QC-LenZ2.
     move     spaces to QC-Why.
     if       QC-Item-Len > zero
          and QC-Given-Len not = QC-Item-Len
              move 11 to QC-R
              move QC-Item-Len to QC-LenZ
              string "COMMAREA "                            delimited by size
                     FUNCTION TRIM (QC-S-Commarea (QC-I))   delimited by size
                     " is "                                 delimited by size
                     FUNCTION TRIM (QC-LenZ)                delimited by size
                     " bytes, LENGTH says "                 delimited by size
                     FUNCTION TRIM (QC-LenZ2)               delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit
              go to bd848-Calen-Exit.
     if       QC-S-Verb (QC-I) = "RETURN"
          and QC-S-Transid (QC-I) = "Y"
          and QC-Ca-Idx > zero
          and LT-Length (QC-Ca-Idx) > zero
          and QC-Given-Len not = LT-Length (QC-Ca-Idx)
              move 11 to QC-R
              move LT-Length (QC-Ca-Idx) to QC-LenZ
              string "RETURN TRANSID passes "               delimited by size
                     FUNCTION TRIM (QC-LenZ2)               delimited by size
                     " bytes, DFHCOMMAREA here is "         delimited by size
                     FUNCTION TRIM (QC-LenZ)                delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit.
 bd848-Calen-Exit.
     exit.
 bd848-Exit.
     exit.
*>
 bd849-Dl-Token.                                                  *> New -DLIXREF
*>***********************
*> One word of A CALL (QC-Mode D) or A USING list (U).  D state 1:
*>   the program called - A literal, or an item whose VALUE names
*>   it - CBLTDLI, AIBTDLI or CEETDLI opens A DL/I row; 2 waits for
*>   USING; 3 takes the arguments.  U state 0 waits for USING, 1
*>   takes the names, each one's status field kept as A test name.
*>***********************
     if       QC-Mode = "U"
              evaluate true
                  when QC-P-State = "0"
                       if   QC-Tok = "USING"
                            move "1" to QC-P-State
                       end-if
                  when QC-P-State not = "1"
                       continue
                  when QC-Tok = "BY" or = "REFERENCE" or = "VALUE"
                    or QC-Tok = "ADDRESS" or = "OF" or = ","
                       continue
                  when QC-Tok = "RETURNING"
                       move "X" to QC-P-State
                  when IM-Using-Cnt < 20
                       add  1 to IM-Using-Cnt
                       move spaces to IM-Using (IM-Using-Cnt)
                       unstring QC-Tok delimited by "("
                                into IM-Using (IM-Using-Cnt)
                       move IM-Using (IM-Using-Cnt) to IM-Name
                       perform bd853-Dl-Status thru bd853-Exit
              end-evaluate
              go to bd849-Exit.
     evaluate QC-P-State
         when "1"
              move spaces to IM-Word
              if   QC-Tok (1:1) = quote or = "'"
                   unstring QC-Tok (2:63) delimited by quote or "'"
                            into IM-Word
              else
                   move spaces to IM-Name
                   unstring QC-Tok delimited by "(" into IM-Name
                   perform bd855-Dl-Value thru bd855-Exit
                   if   IM-Value (1:1) = quote or = "'"
                        unstring IM-Value (2:59) delimited by quote or "'"
                                 into IM-Word
                   end-if
              end-if
              move "X" to QC-P-State
              if   (IM-Word = "CBLTDLI" or = "AIBTDLI" or = "CEETDLI")
               and Dlixref-Output
                   perform bd849-Start thru bd849-Start-Exit
              end-if
              if   (IM-Word = "MQOPEN" or = "MQPUT" or = "MQGET"
                 or IM-Word = "MQPUT1")
               and Mqxref-Output                                 *> -MQXREF
                   perform bd862-Mq-Start thru bd862-Exit
              end-if
              if   Testmap-Output                                *> -TESTMAP
               and QC-P-State = "X"
                   perform bd875-Tm-Start thru bd875-Exit
              end-if
         when "2"
              if   QC-Tok = "USING"
                   move "3" to QC-P-State
              end-if
         when "3"
              evaluate true
                  when QC-Tok = "BY" or = "REFERENCE" or = "CONTENT"
                    or QC-Tok = "VALUE" or = "ADDRESS" or = "OF"
                    or QC-Tok = ","
                       continue
                  when QC-Tok = "END-CALL" or = "ON" or = "EXCEPTION"
                    or QC-Tok = "OVERFLOW" or = "RETURNING"
                       move "E" to QC-P-State
                  when TM-Cur > zero                            *> -TESTMAP
                       string QC-Tok   delimited by space
                              into TM-C-Args (TM-Cur) pointer TM-Ptr
                       end-string
                       move zero to TM-N
                       if   QC-Tok (1:1) = quote or = "'"
                            inspect QC-Tok tallying TM-N
                                    for all QC-Tok (1:1)
                       end-if
                       if   TM-N = 1          *> only its first word
                            string "..."        delimited by size
                                   QC-Tok (1:1) delimited by size
                                   into TM-C-Args (TM-Cur) pointer TM-Ptr
                            end-string
                       end-if
                       string " " delimited by size
                              into TM-C-Args (TM-Cur) pointer TM-Ptr
                       end-string
                  when MQ-Cur > zero                            *> -MQXREF
                       if   MQ-C-Arg-Cnt (MQ-Cur) < 10
                            add  1 to MQ-C-Arg-Cnt (MQ-Cur)
                            move MQ-C-Arg-Cnt (MQ-Cur) to MQ-K
                            move spaces to MQ-C-Arg (MQ-Cur MQ-K)
                            move "N" to MQ-C-Lit (MQ-Cur MQ-K)
                            if   QC-Tok (1:1) = quote or = "'"
                                 move "Y" to MQ-C-Lit (MQ-Cur MQ-K)
                                 unstring QC-Tok (2:63) delimited by quote
                                          or "'" into MQ-C-Arg (MQ-Cur MQ-K)
                            else
                                 unstring QC-Tok delimited by "("
                                          into MQ-C-Arg (MQ-Cur MQ-K)
                            end-if
                       end-if
                  when IM-C-Arg-Cnt (IM-Cur) < 10
                       add  1 to IM-C-Arg-Cnt (IM-Cur)
                       move IM-C-Arg-Cnt (IM-Cur) to IM-K
                       move spaces to IM-C-Arg (IM-Cur IM-K)
                       move "N" to IM-C-Lit (IM-Cur IM-K)
                       if   QC-Tok (1:1) = quote or = "'"
                            move "Y" to IM-C-Lit (IM-Cur IM-K)
                            unstring QC-Tok (2:63) delimited by quote or "'"
                                     into IM-C-Arg (IM-Cur IM-K)
                       else
                            unstring QC-Tok delimited by "("
                                     into IM-C-Arg (IM-Cur IM-K)
                       end-if
              end-evaluate
     end-evaluate.
     go       to bd849-Exit.
*>
 bd849-Start.
*> A DL/I call: the statement before has had its chance to be
*>   tested.
     if       IM-Call-Cnt not < 200
           or QC-Stmt-Cnt not < 300
              move "Y" to IM-Full QC-Full
              go to bd849-Start-Exit.
     perform  bd828-Qc-Close thru bd828-Exit.
     add      1 to QC-Stmt-Cnt IM-Call-Cnt.
     move     IM-Call-Cnt to IM-Cur.
     move     spaces to QC-Stmt (QC-Stmt-Cnt).
     move     "D" to QC-S-Kind (QC-Stmt-Cnt).
     move     "CALL" to QC-S-Verb (QC-Stmt-Cnt).
     move     Gen-RefNo1 to QC-S-Ref (QC-Stmt-Cnt).
     move     QC-Cur-Para to QC-S-Para (QC-Stmt-Cnt).
     move     "N" to QC-S-Whenever (QC-Stmt-Cnt) QC-S-When-NF (QC-Stmt-Cnt)
                     QC-S-Loop (QC-Stmt-Cnt).
     move     "X" to QC-S-Tested (QC-Stmt-Cnt).
     move     spaces to IM-Call (IM-Cur).
     move     QC-Stmt-Cnt to IM-C-Stmt (IM-Cur).
     move     IM-Word to IM-C-Target (IM-Cur).
     move     zero to IM-C-Arg-Cnt (IM-Cur) IM-C-Pcb-Pos (IM-Cur).
     move     1 to IM-C-Base (IM-Cur).
     move     "2" to QC-P-State.
 bd849-Start-Exit.
     exit.
 bd849-Exit.
     exit.
*>
 bd850-Dl-Call-End.                                               *> New -DLIXREF
*>***********************
*> The CALL is over: its function code (the first argument, or the
*>   second when the first is A parameter count), PCB, I/O area and
*>   the PCB's status field - which opens the call's test window.
*>***********************
     if       IM-Cur = zero
              go to bd850-Exit.
     move     1 to IM-K.
     perform  bd854-Dl-Func thru bd854-Exit.
     if       IM-N = zero
          and IM-C-Arg-Cnt (IM-Cur) > 1
              move IM-Word to IM-Text
              move 2 to IM-K
              perform bd854-Dl-Func thru bd854-Exit
              if   IM-N > zero
                   move 2 to IM-C-Base (IM-Cur)
              else
                   move IM-Text to IM-Word
              end-if
     end-if.
     move     IM-Word to IM-C-Func (IM-Cur).
     compute  IM-K = IM-C-Base (IM-Cur) + 1.
     if       IM-K not > IM-C-Arg-Cnt (IM-Cur)
              move IM-C-Arg (IM-Cur IM-K) to IM-C-Pcb (IM-Cur).
     add      1 to IM-K.
     if       IM-K not > IM-C-Arg-Cnt (IM-Cur)
              move IM-C-Arg (IM-Cur IM-K) to IM-C-Io (IM-Cur).
     perform  varying IM-J from 1 by 1 until IM-J > IM-Using-Cnt
              if   IM-Using (IM-J) = IM-C-Pcb (IM-Cur)
                   move IM-J to IM-C-Pcb-Pos (IM-Cur)
                   exit perform
              end-if
     end-perform.
     move     IM-C-Stmt (IM-Cur) to IM-I.
     if       IM-C-Func (IM-Cur) not = spaces
              move IM-C-Func (IM-Cur) to QC-S-Verb (IM-I).
     move     IM-C-Pcb (IM-Cur) to QC-S-Name (IM-I).
     if       IM-C-Target (IM-Cur) not = "AIBTDLI"
          and IM-C-Pcb (IM-Cur) not = spaces
              move IM-C-Pcb (IM-Cur) to IM-Name
              perform bd853-Dl-Status thru bd853-Exit
              if   IM-Status not = spaces
                   move IM-Status to QC-S-Resp (IM-I)
                   move "P" to QC-S-Tested (IM-I)
                   move IM-I to QC-Pend
              end-if
     end-if.
     move     zero to IM-Cur.
 bd850-Exit.
     exit.
*>
 bd851-Dl-Marks.                                                  *> New -DLIXREF
*> A PCB status field, or an 88 on one, marks the DL/I call and the
*>   PERFORM whose windows are open, and the paragraph.
     if       IM-Status-Names = spaces
              go to bd851-Exit.
     move     spaces to QC-Word IM-Word.
     unstring QC-Tok delimited by "(" into QC-Word.
     if       QC-Word = spaces
              go to bd851-Exit.
     string   " "     delimited by size
              QC-Word delimited by space
              " "     delimited by size
              into IM-Word.
     move     zero to IM-N.
     inspect  IM-Status-Names tallying IM-N
              for all IM-Word (1:FUNCTION LENGTH (FUNCTION TRIM (QC-Word)) + 2).
     if       IM-N = zero
              go to bd851-Exit.
     if       QC-Pend > zero
          and QC-S-Tested (QC-Pend) = "P"
          and QC-S-Kind (QC-Pend) = "D"
              move "Y" to QC-S-Tested (QC-Pend).
     if       QC-Perf-Pend > zero
              move "Y" to QC-F-DTested (QC-Perf-Pend).
     if       QC-Cur-Para > zero
              move "Y" to QC-P-DTests (QC-Cur-Para).
 bd851-Exit.
     exit.
*>
 bd853-Dl-Status.                                                 *> New -DLIXREF
*>***********************
*> PCB mask IM-Name's status code field into IM-Status - the
*>   elementary item under it named ...STATUS..., else its third
*>   (DBD name / LTERM, level or reserved, status) - that name and
*>   the 88s on it kept as the status test names.
*>***********************
     move     spaces to IM-Status IM-Value.
     move     IM-Name to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to IM-Idx.
     if       IM-Idx = zero
           or LT-Pic (IM-Idx) not = spaces
              go to bd853-Exit.
     move     zero to IM-N.
     perform  varying IM-J from IM-Idx by 1 until IM-J = Layout-Count
              if   LT-Level (IM-J + 1) not > LT-Level (IM-Idx)
                or LT-Prog (IM-J + 1) not = LT-Prog (IM-Idx)
                   exit perform
              end-if
              if   LT-Pic (IM-J + 1) not = spaces
                   add  1 to IM-N
                   if   IM-N = 3
                        move LT-Name (IM-J + 1) to IM-Value
                   end-if
                   move zero to IM-P
                   inspect LT-Name (IM-J + 1) tallying IM-P for all "STATUS"
                   if   IM-P > zero
                    and IM-Status = spaces
                        move LT-Name (IM-J + 1) to IM-Status
                   end-if
              end-if
     end-perform.
     if       IM-Status = spaces
              move IM-Value to IM-Status.
     if       IM-Status = spaces
              go to bd853-Exit.
     move     IM-Status to IM-Value.
     perform  bd853-Add-Name thru bd853-Add-Exit.
     perform  varying IM-J from 1 by 1 until IM-J > Con-Tab-Count
              if   FUNCTION UPPER-CASE (Variables (IM-J)) = IM-Status
                   move FUNCTION UPPER-CASE (Conditions (IM-J)) to IM-Value
                   perform bd853-Add-Name thru bd853-Add-Exit
              end-if
     end-perform.
     go       to bd853-Exit.
*>
 bd853-Add-Name.
     move     spaces to IM-Word.
     string   " "      delimited by size
              IM-Value delimited by space
              " "      delimited by size
              into IM-Word.
     move     zero to IM-P.
     inspect  IM-Status-Names tallying IM-P
              for all IM-Word (1:FUNCTION LENGTH (FUNCTION TRIM (IM-Value)) + 2).
     if       IM-P > zero
              go to bd853-Add-Exit.
     move     1 to IM-Ptr.
     if       IM-Status-Names not = spaces
              compute IM-Ptr = FUNCTION LENGTH
                        (FUNCTION TRIM (IM-Status-Names TRAILING)) + 1.
     if       IM-Ptr < 360
              string IM-Word delimited by size
                     into IM-Status-Names with pointer IM-Ptr.
 bd853-Add-Exit.
     exit.
 bd853-Exit.
     exit.
*>
 bd854-Dl-Func.                                                   *> New -DLIXREF
*> Argument IM-K of call IM-Cur as A function code into IM-Word -
*>   the literal, or the VALUE of the item - IM-N non-zero when it
*>   is one DL/I knows.
     move     spaces to IM-Word.
     move     zero to IM-N.
     if       IM-C-Lit (IM-Cur IM-K) = "Y"
              move IM-C-Arg (IM-Cur IM-K) to IM-Word
     else
              move IM-C-Arg (IM-Cur IM-K) to IM-Name
              perform bd855-Dl-Value thru bd855-Exit
              if   IM-Value (1:1) = quote or = "'"
                   unstring IM-Value (2:59) delimited by quote or "'"
                            into IM-Word
              end-if
     end-if.
     move     FUNCTION TRIM (IM-Word) to IM-Word.
     if       IM-Word = spaces
           or IM-Word (9:1) not = space
              go to bd854-Exit.
     move     spaces to IM-Value.
     string   " "     delimited by size
              IM-Word delimited by space
              " "     delimited by size
              into IM-Value.
     inspect  IM-Funcs tallying IM-N
              for all IM-Value (1:FUNCTION LENGTH (FUNCTION TRIM (IM-Word)) + 2).
 bd854-Exit.
     exit.
*>
 bd855-Dl-Value.                                                  *> New -DLIXREF
*> Item IM-Name's VALUE as coded into IM-Value, its layout row in
*>   IM-Idx and its VALUE row in PT-K (zero = none).
     move     spaces to IM-Value.
     move     zero to PT-K.
     move     IM-Name to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to IM-Idx.
     if       IM-Idx = zero
              go to bd855-Exit.
     move     IM-Idx to PT-J.
     perform  bd855-Lv thru bd855-Lv-Exit.
     if       PT-K > zero
              move LV-Value (PT-K) to IM-Value.
     go       to bd855-Exit.
 bd855-Lv.
*> the VALUE row of layout row PT-J into PT-K.
     move     zero to PT-K.
     perform  varying PT-I from 1 by 1 until PT-I > LV-Count
              if   LV-RefNo (PT-I) = LT-RefNo (PT-J)
               and LV-Name (PT-I) = LT-Name (PT-J)
               and LV-Prog (PT-I) = LT-Prog (PT-J)
                   move PT-I to PT-K
                   exit perform
              end-if
     end-perform.
 bd855-Lv-Exit.
     exit.
 bd855-Exit.
     exit.
*>
 bd856-Dl-Ssa.                                                    *> New -DLIXREF
*>***********************
*> SSA IM-Name (IM-Lit "Y" for A literal) decoded: the layout's
*>   VALUEs laid end to end into IM-Text, "?" where an item has none
*>   (its name kept in IM-Var), then read as segment name (1-8),
*>   command codes after "*", and "(" field (8) operator (2) value
*>   ")" - into IM-Seg-Name, IM-Cmd and IM-Qual.
*>***********************
     move     spaces to IM-Text IM-Seg-Name IM-Cmd IM-Qual.
     move     zero to IM-Var-Cnt.
     if       IM-Lit = "Y"
              move IM-Name to IM-Text
              go to bd856-Parse.
     perform  bd855-Dl-Value thru bd855-Exit.
     if       IM-Idx = zero
              move "?" to IM-Seg-Name
              go to bd856-Exit.
     if       LT-Pic (IM-Idx) not = spaces
              move 1 to IM-P
              move IM-Idx to PT-J
              perform bd856-Item thru bd856-Item-Exit
              go to bd856-Parse.
     move     1 to IM-P.
     perform  varying IM-J from IM-Idx by 1 until IM-J = Layout-Count
                                               or IM-P > 132
              if   LT-Level (IM-J + 1) not > LT-Level (IM-Idx)
                or LT-Prog (IM-J + 1) not = LT-Prog (IM-Idx)
                   exit perform
              end-if
              if   LT-Pic (IM-J + 1) not = spaces
               and LT-Redefines (IM-J + 1) = spaces
                   compute PT-J = IM-J + 1
                   perform bd855-Lv thru bd855-Lv-Exit
                   perform bd856-Item thru bd856-Item-Exit
              end-if
     end-perform.
 bd856-Parse.
     if       IM-Text = spaces
              move "?" to IM-Seg-Name
              go to bd856-Exit.
     move     IM-Text (1:8) to IM-Seg-Name.
     if       IM-Text (1:1) = "?"
              move 1 to IM-Q
              perform bd856-Var thru bd856-Var-Exit
              move IM-Word to IM-Seg-Name.
     move     9 to IM-P.
     if       IM-Text (9:1) = "*"
              move 10 to IM-P
              perform varying IM-P from 10 by 1 until IM-P > 17
                      if   IM-Text (IM-P:1) = "(" or = space
                           exit perform
                      end-if
              end-perform
              move IM-Text (10:IM-P - 10) to IM-Cmd.
     if       IM-Text (IM-P:1) not = "("
           or IM-P > 110
              go to bd856-Exit.
*> the qualification: field, operator, and A value up to the ")".
     move     IM-Text (IM-P + 1:8) to IM-Fld.
     move     IM-Text (IM-P + 9:2) to IM-Op.
     compute  IM-Q = IM-P + 11.
     move     zero to IM-K.
     inspect  IM-Text (IM-Q:) tallying IM-K for characters before initial ")".
     move     spaces to IM-Value.
     if       IM-K > zero
              if   IM-K > 60
                   move 60 to IM-K
              end-if
              move IM-Text (IM-Q:IM-K) to IM-Value
     end-if.
     move     zero to IM-N.
     inspect  IM-Value tallying IM-N for all "?".
     if       IM-N > zero
              perform bd856-Var thru bd856-Var-Exit
              move IM-Word to IM-Value.
     move     1 to IM-Ptr.
     string   "("                         delimited by size
              IM-Fld                      delimited by space
              " "                         delimited by size
              FUNCTION TRIM (IM-Op)       delimited by size
              " "                         delimited by size
              FUNCTION TRIM (IM-Value)    delimited by size
              ")"                         delimited by size
              into IM-Qual with pointer IM-Ptr.
     go       to bd856-Exit.
*>
 bd856-Item.
*> Elementary item PT-J (its VALUE row in PT-K) onto IM-Text at IM-P.
     move     LT-Length (PT-J) to PT-Len.
     if       PT-Len = zero
              go to bd856-Item-Exit.
     if       IM-P + PT-Len > 133
              compute PT-Len = 133 - IM-P.
     if       PT-K > zero
              move spaces to PT-Text
              perform bd504-Pc-Value thru bd504-Exit
              move PT-Text (1:PT-Len) to IM-Text (IM-P:PT-Len)
     else
              move all "?" to IM-Text (IM-P:PT-Len)
              if   IM-Var-Cnt < 20
                   add  1 to IM-Var-Cnt
                   move IM-P to IM-V-Pos (IM-Var-Cnt)
                   move LT-Name (PT-J) to IM-V-Name (IM-Var-Cnt)
              end-if
     end-if.
     add      PT-Len to IM-P.
 bd856-Item-Exit.
     exit.
*>
 bd856-Var.
*> The item with no VALUE at or after IM-Q, as <NAME>, into IM-Word.
     move     "<?>" to IM-Word.
     perform  varying IM-K from 1 by 1 until IM-K > IM-Var-Cnt
              if   IM-V-Pos (IM-K) not < IM-Q
                   move spaces to IM-Word
                   string "<"                            delimited by size
                          FUNCTION TRIM (IM-V-Name (IM-K)) delimited by size
                          ">"                            delimited by size
                          into IM-Word
                   exit perform
              end-if
     end-perform.
 bd856-Var-Exit.
     exit.
 bd856-Exit.
     exit.
*>
 bd852-Dlixref.                                                   *> New -DLIXREF
*>***********************
*> Prog-BaseName.dlixref: the PCB masks in USING order, then each
*>   DL/I call - function, PCB, I/O area and its SSAs decoded - with
*>   A DLINOSTATUS row (also to -FINDINGS) when the status code goes
*>   untested, then the segments with the functions reading and
*>   updating each.
*>***********************
     if       QC-Cfg-Loaded = "N"
              perform bd837-Qc-Config thru bd837-Exit.
     if       QC-Pend > zero
          and QC-S-Tested (QC-Pend) = "P"
              move "Z" to QC-S-Tested (QC-Pend).
     move     zero to QC-Pend QC-Perf-Pend.
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     zero to QC-Flags QC-Rule-Cnt (14) IM-Seg-Cnt.
     move     Dlixref-FileName to Copyuse-Report-FileName.
     if       IM-Last-File = Dlixref-FileName          *> nested program
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move Dlixref-FileName to IM-Last-File.
     move     spaces to QC-Line.
     string   "DL/I call cross-reference for " delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  bd839-Qc-Write thru bd839-Exit.
     if       IM-Using-Cnt = zero
              move "  No USING list - no PCB masks passed in" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit
     else
              string "  PCB masks, in "            delimited by size
                     FUNCTION TRIM (IM-Using-Src) delimited by size
                     " order:"                    delimited by size
                     into QC-Line
              perform bd839-Qc-Write thru bd839-Exit
     end-if.
     perform  varying IM-I from 1 by 1 until IM-I > IM-Using-Cnt
              move IM-Using (IM-I) to IM-Name
              perform bd853-Dl-Status thru bd853-Exit
              move IM-I to IM-PosZ
              string "    #"                    delimited by size
                     FUNCTION TRIM (IM-PosZ)    delimited by size
                     into QC-Line
              move IM-Using (IM-I) to QC-Line (10:32)
              if   IM-Status not = spaces
                   string "status "                    delimited by size
                          FUNCTION TRIM (IM-Status)   delimited by size
                          into QC-Line (43:40)
              end-if
              perform bd839-Qc-Write thru bd839-Exit
     end-perform.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     "  Paragraph" to QC-Line.
     move     "Line  Function  PCB" to QC-Line (36:19).
     move     "I/O area" to QC-Line (82:8).
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  varying IM-Cur from 1 by 1 until IM-Cur > IM-Call-Cnt
              perform bd852-Call thru bd852-Call-Exit
     end-perform.
     move     zero to IM-Cur.
     if       IM-Call-Cnt = zero
              move "  (no CALL CBLTDLI / AIBTDLI / CEETDLI)" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     if       IM-Seg-Cnt > zero
              perform bd839-Qc-Write thru bd839-Exit
              move "  Segment" to QC-Line
              move "Read by" to QC-Line (20:7)
              move "Updated by" to QC-Line (62:10)
              perform bd839-Qc-Write thru bd839-Exit
              perform varying IM-I from 1 by 1 until IM-I > IM-Seg-Cnt
                      move IM-G-Seg (IM-I) to QC-Line (3:14)
                      move IM-G-Reads (IM-I) to QC-Line (19:40)
                      move IM-G-Upds (IM-I) to QC-Line (61:40)
                      perform bd839-Qc-Write thru bd839-Exit
              end-perform
     end-if.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     IM-Call-Cnt to IM-NumZ.
     move     IM-Using-Cnt to IM-NumZ2.
     move     QC-Flags to IM-NumZ3.
     string   "  "                            delimited by size
              FUNCTION TRIM (IM-NumZ)         delimited by size
              " DL/I call(s), "               delimited by size
              FUNCTION TRIM (IM-NumZ2)        delimited by size
              " PCB mask(s), "                delimited by size
              FUNCTION TRIM (IM-NumZ3)        delimited by size
              " finding(s):"                  delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     QC-Rule (14) to QC-Line (5:12).
     move     QC-Rule-Cnt (14) to QC-NumZ.
     move     QC-NumZ to QC-Line (17:5).
     if       QC-Sev (14) = zero
              move "(off)" to QC-Line (24:5)
     else
              move "sev" to QC-Line (24:3)
              move QC-Sev (14) to QC-Line (28:1).
     perform  bd839-Qc-Write thru bd839-Exit.
     if       IM-Full = "Y"
              move "  Caution: tables full - the later calls are not all here"
                   to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     close    Copyuse-Report-Out.
     move     IM-Call-Cnt to IM-NumZ.
     display  "DL/I cross-reference (" FUNCTION TRIM (IM-NumZ)
              " call(s)) written to "
              FUNCTION TRIM (Dlixref-FileName).
     go       to bd852-Exit.
*>
 bd852-Call.
*> Call IM-Cur: its row, its SSAs (or other areas), the segment it
*>   is for, and the status finding.
     move     IM-C-Stmt (IM-Cur) to QC-I.
     move     QC-S-Ref (QC-I) to QC-F-Ref-W.
     move     QC-S-Para (QC-I) to QC-F-Para-W.
     if       QC-F-Para-W > zero
              move QC-P-Name (QC-F-Para-W) to QC-Line (3:32)
     else
              move "(ENTRY)" to QC-Line (3:7).
     move     QC-F-Ref-W to QC-RefZ.
     move     QC-RefZ to QC-Line (34:6).
     if       IM-C-Func (IM-Cur) = spaces
              move "?" to QC-Line (42:1)
     else
              move IM-C-Func (IM-Cur) to QC-Line (42:8).
     move     1 to IM-Ptr.
     if       IM-C-Target (IM-Cur) = "AIBTDLI"
              string "AIB "                          delimited by size
                     into QC-Line (52:30) with pointer IM-Ptr.
     string   IM-C-Pcb (IM-Cur)              delimited by space
              into QC-Line (52:30) with pointer IM-Ptr.
     if       IM-C-Pcb-Pos (IM-Cur) > zero
              move IM-C-Pcb-Pos (IM-Cur) to IM-PosZ
              string " (#"                   delimited by size
                     FUNCTION TRIM (IM-PosZ) delimited by size
                     ")"                     delimited by size
                     into QC-Line (52:30) with pointer IM-Ptr.
     move     IM-C-Io (IM-Cur) to QC-Line (82:32).
     perform  bd839-Qc-Write thru bd839-Exit.
     if       IM-C-Func (IM-Cur) = spaces
              move IM-C-Base (IM-Cur) to IM-K
              string "      function from "                delimited by size
                     FUNCTION TRIM (IM-C-Arg (IM-Cur IM-K)) delimited by size
                     " - no VALUE to read it from"          delimited by size
                     into QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     move     spaces to IM-C-Seg (IM-Cur) IM-C-Kind (IM-Cur).
     evaluate IM-C-Func (IM-Cur)
         when "GU"
         when "GHU"
         when "GN"
         when "GHN"
         when "GNP"
         when "GHNP"
              move "R" to IM-C-Kind (IM-Cur)
         when "ISRT"
         when "REPL"
         when "DLET"
              move "U" to IM-C-Kind (IM-Cur)
     end-evaluate.
     compute  IM-K = IM-C-Base (IM-Cur) + 3.
     perform  varying IM-K from IM-K by 1 until IM-K > IM-C-Arg-Cnt (IM-Cur)
              move IM-C-Arg (IM-Cur IM-K) to IM-Name
              move IM-C-Lit (IM-Cur IM-K) to IM-Lit
              if   IM-C-Kind (IM-Cur) = space
                   string "      area "                   delimited by size
                          FUNCTION TRIM (IM-Name)        delimited by size
                          into QC-Line
              else
                   move IM-K to IM-Arg
                   perform bd856-Dl-Ssa thru bd856-Exit
                   move IM-Arg to IM-K
                   move "      SSA" to QC-Line
                   if   IM-Lit = "Y"
                        move "(literal)" to QC-Line (11:9)
                   else
                        move IM-Name to QC-Line (11:32)
                   end-if
                   move 1 to IM-Ptr
                   string IM-Seg-Name             delimited by space
                          into QC-Line (44:80) with pointer IM-Ptr
                   if   IM-Cmd not = spaces
                        string " *"            delimited by size
                               IM-Cmd          delimited by space
                               into QC-Line (44:80) with pointer IM-Ptr
                   end-if
                   if   IM-Qual not = spaces
                        string " "             delimited by size
                               IM-Qual         delimited by "  "
                               into QC-Line (44:80) with pointer IM-Ptr
                   end-if
                   move IM-Seg-Name to IM-C-Seg (IM-Cur)
              end-if
              perform bd839-Qc-Write thru bd839-Exit
     end-perform.
     if       IM-C-Kind (IM-Cur) not = space
          and IM-C-Seg (IM-Cur) = spaces
              perform bd852-No-Ssa thru bd852-No-Ssa-Exit.
     if       IM-C-Kind (IM-Cur) not = space
              perform bd857-Dl-Seg-Add thru bd857-Exit.
     if       QC-S-Resp (QC-I) not = spaces
              perform bd835-Qc-Was-Tested thru bd835-Exit
              if   QC-Hit = "N"
                   move 14 to QC-R
                   move spaces to QC-Why
                   string FUNCTION TRIM (QC-S-Verb (QC-I)) delimited by size
                          " on "                            delimited by size
                          FUNCTION TRIM (IM-C-Pcb (IM-Cur)) delimited by size
                          " - status "                      delimited by size
                          FUNCTION TRIM (QC-S-Resp (QC-I))  delimited by size
                          " not tested"                     delimited by size
                          into QC-Why
                   perform bd838-Qc-Finding thru bd838-Exit
              end-if
     end-if.
     go       to bd852-Call-Exit.
*>
 bd852-No-Ssa.
*> No SSA: REPL / DLET work on the segment the last get hold on the
*>   same PCB returned; an unqualified get or insert takes the next.
     move     "(unqualified)" to IM-C-Seg (IM-Cur).
     if       IM-C-Func (IM-Cur) not = "REPL" and not = "DLET"
              go to bd852-No-Ssa-Exit.
     move     "(held)" to IM-C-Seg (IM-Cur).
     perform  varying IM-J from IM-Cur by -1 until IM-J < 2
              if   IM-C-Pcb (IM-J - 1) = IM-C-Pcb (IM-Cur)
               and IM-C-Func (IM-J - 1) (1:2) = "GH"
                   if   IM-C-Seg (IM-J - 1) (1:1) not = "("
                        move IM-C-Seg (IM-J - 1) to IM-C-Seg (IM-Cur)
                   end-if
                   exit perform
              end-if
     end-perform.
 bd852-No-Ssa-Exit.
     exit.
 bd852-Call-Exit.
     exit.
 bd852-Exit.
     exit.
*>
 bd857-Dl-Seg-Add.                                                *> New -DLIXREF
*> Call IM-Cur's function under its segment in the summary, once.
     perform  varying IM-J from 1 by 1 until IM-J > IM-Seg-Cnt
              if   IM-G-Seg (IM-J) = IM-C-Seg (IM-Cur)
                   exit perform
              end-if
     end-perform.
     if       IM-J > IM-Seg-Cnt
              if   IM-Seg-Cnt not < 100
                   move "Y" to IM-Full
                   go to bd857-Exit
              end-if
              add  1 to IM-Seg-Cnt
              move IM-Seg-Cnt to IM-J
              move IM-C-Seg (IM-Cur) to IM-G-Seg (IM-J)
              move spaces to IM-G-Reads (IM-J) IM-G-Upds (IM-J).
     move     spaces to IM-Word.
     string   " "                  delimited by size
              IM-C-Func (IM-Cur)   delimited by space
              " "                  delimited by size
              into IM-Word.
     compute  IM-N = FUNCTION LENGTH (FUNCTION TRIM (IM-C-Func (IM-Cur))) + 2.
     move     zero to IM-P.
     if       IM-C-Kind (IM-Cur) = "R"
              move IM-G-Reads (IM-J) to IM-Value
     else
              move IM-G-Upds (IM-J) to IM-Value.
     inspect  IM-Value tallying IM-P for all IM-Word (1:IM-N).
     if       IM-P > zero
              go to bd857-Exit.
     move     1 to IM-Ptr.
     if       IM-Value not = spaces
              compute IM-Ptr = FUNCTION LENGTH
                        (FUNCTION TRIM (IM-Value TRAILING)) + 1.
     if       IM-Ptr < 36
              string IM-Word (1:IM-N - 1) delimited by size
                     into IM-Value with pointer IM-Ptr.
     if       IM-C-Kind (IM-Cur) = "R"
              move IM-Value to IM-G-Reads (IM-J)
     else
              move IM-Value to IM-G-Upds (IM-J).
 bd857-Exit.
     exit.
*>
 bd858-Dlixref-Library.                                           *> New -DLIXREF
*>***********************
*> dir/dlixref.report from the members' .xdb "I" rows - each segment
*>   with the programs that read it and those that update it, and
*>   the functions each uses.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxdlitmp"          delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     high-values to IM-Lib-Table.
     move     zero to IM-Lib-Cnt IM-Lib-Dropped IM-Dbs IM-Progs
                      SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd859-Dlixref-Xdb thru bd859-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       IM-Dbs = zero
              display "Caution: -DLIXREF found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -DLIXREF first"
              go to bd858-Exit.
     if       IM-Lib-Cnt > 1
              sort IM-Lib ascending IM-L-Seg IM-L-Prog IM-L-Kind IM-L-Func.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "dlixref.report"    delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "DL/I segment usage for "        delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     IM-Lib-Cnt to IM-NumZ.
     move     IM-Progs to IM-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     string   FUNCTION TRIM (IM-NumZ)          delimited by size
              " DL/I call(s) from "            delimited by size
              FUNCTION TRIM (IM-NumZ2)         delimited by size
              " program(s)"                    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to IM-Read-Segs IM-Upd-Segs.
     move     "N" to IM-Seg-Upd.
     move     spaces to IM-Prev-Prog IM-Reads IM-Upds.
     perform  varying IM-K from 1 by 1 until IM-K > IM-Lib-Cnt
              if   IM-K > 1
               and (IM-L-Seg (IM-K) not = IM-L-Seg (IM-K - 1)
                 or IM-L-Prog (IM-K) not = IM-L-Prog (IM-K - 1))
                   perform bd858-Prog-End thru bd858-Prog-Exit
              end-if
              if   IM-K = 1
                or IM-L-Seg (IM-K) not = IM-L-Seg (IM-K - 1)
                   if   IM-K > 1
                        perform bd858-Seg-End thru bd858-Seg-Exit
                   end-if
                   move spaces to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move IM-L-Seg (IM-K) to Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
              move IM-L-Prog (IM-K) to IM-Prev-Prog
              move IM-L-Func (IM-K) to IM-Value
              if   IM-L-Kind (IM-K) = "U"
                   move "Y" to IM-Seg-Upd
                   move IM-Upds to IM-Text
              else
                   move IM-Reads to IM-Text
              end-if
              move spaces to IM-Word
              string " "        delimited by size
                     IM-Value   delimited by space
                     " "        delimited by size
                     into IM-Word
              compute IM-N = FUNCTION LENGTH (FUNCTION TRIM (IM-Value)) + 2
              move zero to IM-P
              inspect IM-Text tallying IM-P for all IM-Word (1:IM-N)
              if   IM-P = zero
                   move 1 to IM-Ptr
                   if   IM-Text not = spaces
                        compute IM-Ptr = FUNCTION LENGTH
                                  (FUNCTION TRIM (IM-Text TRAILING)) + 1
                   end-if
                   if   IM-Ptr < 52
                        string IM-Word (1:IM-N - 1) delimited by size
                               into IM-Text with pointer IM-Ptr
                   end-if
                   if   IM-L-Kind (IM-K) = "U"
                        move IM-Text to IM-Upds
                   else
                        move IM-Text to IM-Reads
                   end-if
              end-if
     end-perform.
     if       IM-Lib-Cnt > zero
              perform bd858-Prog-End thru bd858-Prog-Exit
              perform bd858-Seg-End thru bd858-Seg-Exit.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     IM-Read-Segs to IM-NumZ.
     move     IM-Upd-Segs to IM-NumZ2.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (IM-NumZ2)         delimited by size
              " segment(s) updated, "          delimited by size
              FUNCTION TRIM (IM-NumZ)          delimited by size
              " only read"                     delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       IM-Lib-Dropped > zero
              move IM-Lib-Dropped to IM-NumZ
              display "Caution: -DLIXREF segment usage is capped at 5000 calls - "
                      FUNCTION TRIM (IM-NumZ) " left out".
     move     IM-Lib-Cnt to IM-NumZ.
     display  "DL/I segment usage (" FUNCTION TRIM (IM-NumZ)
              " call(s)) written to " FUNCTION TRIM (Copyuse-Report-FileName).
     go       to bd858-Exit.
*>
 bd858-Prog-End.
*> One program's line under the segment - what it reads, updates.
     move     spaces to Copyuse-Report-Rec.
     move     IM-Prev-Prog to Copyuse-Report-Rec (5:32).
     if       IM-Reads not = spaces
              string "reads:"                 delimited by size
                     IM-Reads                 delimited by "  "
                     into Copyuse-Report-Rec (38:40).
     if       IM-Upds not = spaces
              string "updates:"               delimited by size
                     IM-Upds                  delimited by "  "
                     into Copyuse-Report-Rec (80:40).
     write    Copyuse-Report-Rec.
     move     spaces to IM-Reads IM-Upds.
 bd858-Prog-Exit.
     exit.
 bd858-Seg-End.
     if       IM-Seg-Upd = "Y"
              add  1 to IM-Upd-Segs
     else
              add  1 to IM-Read-Segs.
     move     "N" to IM-Seg-Upd.
 bd858-Seg-Exit.
     exit.
 bd858-Exit.
     exit.
*>
 bd859-Dlixref-Xdb.                                               *> New -DLIXREF
*> One member's .xdb - the "I" rows under each program header.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd859-Exit.
     add      1 to IM-Dbs.
     move     spaces to IM-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   move Xdb-In-Rec (15:32) to IM-Cur-Prog
                   add  1 to IM-Progs
              end-if
              if   Xdb-In-Rec (1:1) = "I"
                   if   IM-Lib-Cnt not < 5000
                        add  1 to IM-Lib-Dropped
                   else
                        add  1 to IM-Lib-Cnt
                        move Xdb-In-Rec (2:93) to IM-Xdb-Row
                        move IM-X-Seg     to IM-L-Seg  (IM-Lib-Cnt)
                        move IM-Cur-Prog  to IM-L-Prog (IM-Lib-Cnt)
                        move IM-X-Kind    to IM-L-Kind (IM-Lib-Cnt)
                        move IM-X-Func    to IM-L-Func (IM-Lib-Cnt)
                   end-if
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd859-Exit.
     exit.
*>
 bd860-Dl-Rows.                                                   *> New -DLIXREF
*> The .xdb "I" rows - one per call that reads or updates A segment.
     perform  varying IM-I from 1 by 1 until IM-I > IM-Call-Cnt
              if   IM-C-Kind (IM-I) not = space
                   move IM-C-Stmt (IM-I) to IM-J
                   move IM-C-Seg (IM-I) to IM-X-Seg
                   move IM-C-Func (IM-I) to IM-X-Func
                   move IM-C-Kind (IM-I) to IM-X-Kind
                   move QC-S-Ref (IM-J) to IM-X-Ref
                   move spaces to IM-X-Para
                   if   QC-S-Para (IM-J) > zero
                        move QC-P-Name (QC-S-Para (IM-J)) to IM-X-Para
                   end-if
                   move IM-C-Pcb (IM-I) to IM-X-Pcb
                   move spaces to Xdb-Out-Rec
                   move "I" to Xdb-Out-Rec (1:1)
                   move IM-Xdb-Row to Xdb-Out-Rec (2:93)
                   write Xdb-Out-Rec
                   add  1 to XD-Rows
              end-if
     end-perform.
 bd860-Exit.
     exit.
*>
 bd861-Mq-Token.                                                  *> New -MQXREF
*>***********************
*> One word of A MOVE (QC-Mode O), COMPUTE (C) or ADD (N), for the
*>   values later MQ calls resolve through.  MOVE state 1 takes the
*>   source, T waits for TO, 2 takes each target (held in MQ-Field
*>   until A following OF / IN - state 3 - has given its group).
*>   COMPUTE 1 takes the target, 2 the MQ constants after the "=";
*>   ADD 1 the constants, 2 the target after TO.
*>***********************
     if       QC-Tok = ","
              go to bd861-Exit.
     if       QC-Mode = "O"
              evaluate QC-P-State
                  when "1"
                       if   QC-Tok = "CORRESPONDING" or = "CORR"
                            move "X" to QC-P-State
                       else
                        if  QC-Tok not = "ALL"
                            perform bd864-Mq-Source thru bd864-Exit
                            move "T" to QC-P-State
                        end-if
                       end-if
                  when "T"
                       if   QC-Tok = "TO"
                            move "2" to QC-P-State
                       end-if
                  when "2"
                       if   QC-Tok = "OF" or = "IN"
                            move "3" to QC-P-State
                       else
                            perform bd861-Flush thru bd861-Flush-Exit
                            unstring QC-Tok delimited by "(" into MQ-Field
                       end-if
                  when "3"
                       move spaces to MQ-Qual
                       unstring QC-Tok delimited by "(" into MQ-Qual
                       move MQ-Field to MQ-Name
                       perform bd865-Mq-Set-Put thru bd865-Exit
                       move spaces to MQ-Field MQ-Qual
                       move "2" to QC-P-State
              end-evaluate
              go to bd861-Exit.
     if       QC-Mode = "C"
              evaluate true
                  when QC-Tok = "=" or = "EQUAL"
                       move "2" to QC-P-State
                  when QC-P-State = "1"
                       if   QC-Tok = "OF" or = "IN"
                            move "3" to QC-P-State
                       else
                        if  QC-Tok not = "ROUNDED"
                         and MQ-Field = spaces
                            unstring QC-Tok delimited by "(" into MQ-Field
                        end-if
                       end-if
                  when QC-P-State = "3"
                       unstring QC-Tok delimited by "(" into MQ-Qual
                       move "1" to QC-P-State
                  when QC-P-State = "2"
                       perform bd861-Add-Const thru bd861-Add-Exit
              end-evaluate
              go to bd861-Exit.
     evaluate true
         when QC-P-State = "1" and QC-Tok = "TO"
              move "2" to QC-P-State
         when QC-P-State = "1"
              perform bd861-Add-Const thru bd861-Add-Exit
         when QC-P-State = "2"
              if   QC-Tok = "GIVING"
                   move spaces to MQ-Src
                   move "X" to QC-P-State
              else
                   unstring QC-Tok delimited by "(" into MQ-Field
                   move "X" to QC-P-State
              end-if
     end-evaluate.
     go       to bd861-Exit.
*>
 bd861-Add-Const.
*> An MQ constant (MQOO-OUTPUT and the like) added onto MQ-Src.
     if       QC-Tok (1:2) not = "MQ"
              go to bd861-Add-Exit.
     move     zero to MQ-N.
     inspect  QC-Tok tallying MQ-N for all "-".
     if       MQ-N = zero
              go to bd861-Add-Exit.
     move     1 to MQ-Ptr.
     if       MQ-Src not = spaces
              compute MQ-Ptr = FUNCTION LENGTH
                        (FUNCTION TRIM (MQ-Src TRAILING)) + 1
              if   MQ-Ptr < 60
                   string " + "         delimited by size
                          into MQ-Src with pointer MQ-Ptr
              end-if
     end-if.
     if       MQ-Ptr < 60
              string QC-Tok delimited by space
                     into MQ-Src with pointer MQ-Ptr.
     move     "L" to MQ-Src-Ok.
 bd861-Add-Exit.
     exit.
*>
 bd861-Flush.
*> The MOVE target held in MQ-Field, with no group named after it.
     if       MQ-Field not = spaces
              move MQ-Field to MQ-Name
              move spaces to MQ-Qual
              perform bd865-Mq-Set-Put thru bd865-Exit.
     move     spaces to MQ-Field MQ-Qual.
 bd861-Flush-Exit.
     exit.
*>
 bd861-Mq-End.
*> The MOVE / COMPUTE / ADD is over: its last target is set.  An ADD
*>   puts its constants on top of what the target held.
     evaluate QC-Mode
         when "O"
              perform bd861-Flush thru bd861-Flush-Exit
         when "C"
              if   MQ-Field not = spaces
               and MQ-Src not = spaces
                   move MQ-Field to MQ-Name
                   perform bd865-Mq-Set-Put thru bd865-Exit
              end-if
         when "N"
              if   MQ-Field not = spaces
               and MQ-Src not = spaces
                   move MQ-Field to MQ-Name
                   move spaces to MQ-Qual
                   perform bd866-Mq-Lookup thru bd866-Exit
                   if   MQ-Hit = "Y"
                    and MQ-Value not = spaces and not = "0"
                        move MQ-Src to MQ-Text
                        move spaces to MQ-Src
                        string FUNCTION TRIM (MQ-Value) delimited by size
                               " + "                    delimited by size
                               FUNCTION TRIM (MQ-Text)  delimited by size
                               into MQ-Src
                   end-if
                   perform bd865-Mq-Set-Put thru bd865-Exit
              end-if
     end-evaluate.
     move     spaces to MQ-Field MQ-Qual MQ-Src.
     move     "N" to MQ-Src-Ok.
 bd861-Mq-End-Exit.
     exit.
 bd861-Exit.
     exit.
*>
 bd862-Mq-Start.                                                  *> New -MQXREF
*> An MQ call: the statement before has had its chance to be tested.
     if       MQ-Call-Cnt not < 200
           or QC-Stmt-Cnt not < 300
              move "Y" to MQ-Full QC-Full
              go to bd862-Exit.
     perform  bd828-Qc-Close thru bd828-Exit.
     add      1 to QC-Stmt-Cnt MQ-Call-Cnt.
     move     MQ-Call-Cnt to MQ-Cur.
     move     spaces to QC-Stmt (QC-Stmt-Cnt).
     move     "M" to QC-S-Kind (QC-Stmt-Cnt).
     move     IM-Word to QC-S-Verb (QC-Stmt-Cnt).
     move     Gen-RefNo1 to QC-S-Ref (QC-Stmt-Cnt).
     move     QC-Cur-Para to QC-S-Para (QC-Stmt-Cnt).
     move     "N" to QC-S-Whenever (QC-Stmt-Cnt) QC-S-When-NF (QC-Stmt-Cnt)
                     QC-S-Loop (QC-Stmt-Cnt) QC-S-Cc (QC-Stmt-Cnt)
                     QC-S-Rc (QC-Stmt-Cnt).
     move     "X" to QC-S-Tested (QC-Stmt-Cnt).
     move     spaces to MQ-Call (MQ-Cur).
     move     QC-Stmt-Cnt to MQ-C-Stmt (MQ-Cur).
     move     IM-Word to MQ-C-Verb (MQ-Cur).
     move     zero to MQ-C-Arg-Cnt (MQ-Cur).
     move     "2" to QC-P-State.
 bd862-Exit.
     exit.
*>
 bd863-Mq-Call-End.                                               *> New -MQXREF
*>***********************
*> The MQ call is over.  MQOPEN (hconn, od, options, hobj, cc, rc),
*>   MQPUT / MQGET (hconn, hobj, md, pmo / gmo, length, buffer ...),
*>   MQPUT1 (hconn, od, md, pmo, length, buffer ...): its queue from
*>   the object descriptor or the MQOPEN that set its handle, its
*>   options, and the completion and reason codes - the last two
*>   arguments - which open the call's test window.
*>***********************
     if       MQ-Cur = zero
              go to bd863-Exit.
     move     MQ-C-Arg-Cnt (MQ-Cur) to MQ-N.
     move     zero to MQ-I MQ-J MQ-K MQ-P.
     evaluate MQ-C-Verb (MQ-Cur)
         when "MQOPEN"
              move 2 to MQ-I
              move 3 to MQ-K
              move 4 to MQ-J
         when "MQPUT1"
              move 2 to MQ-I
              move 4 to MQ-K
              move 6 to MQ-P
         when other
              move 2 to MQ-J
              move 4 to MQ-K
              move 6 to MQ-P
     end-evaluate.
     if       MQ-I not > MQ-N
          and MQ-C-Lit (MQ-Cur MQ-I) not = "Y"
              move MQ-C-Arg (MQ-Cur MQ-I) to MQ-C-Od (MQ-Cur).
     if       MQ-J > zero and not > MQ-N
              move MQ-C-Arg (MQ-Cur MQ-J) to MQ-C-Hobj (MQ-Cur).
     if       MQ-K not > MQ-N
              move MQ-C-Arg (MQ-Cur MQ-K) to MQ-C-Opts-Arg (MQ-Cur).
     if       MQ-P > zero and not > MQ-N
              move MQ-C-Arg (MQ-Cur MQ-P) to MQ-C-Buffer (MQ-Cur).
     if       MQ-C-Od (MQ-Cur) not = spaces
              move MQ-C-Od (MQ-Cur) to MQ-Name
              move "OBJECTNAME" to MQ-Key
              perform bd867-Mq-Field thru bd867-Exit
              move MQ-Value to MQ-C-Queue (MQ-Cur).
     if       MQ-C-Verb (MQ-Cur) not = "MQOPEN"
          and MQ-C-Hobj (MQ-Cur) not = spaces
              perform varying MQ-I from MQ-Cur by -1 until MQ-I < 2
                      if   MQ-C-Verb (MQ-I - 1) = "MQOPEN"
                       and MQ-C-Hobj (MQ-I - 1) = MQ-C-Hobj (MQ-Cur)
                           move MQ-C-Queue (MQ-I - 1) to MQ-C-Queue (MQ-Cur)
                           move MQ-C-Od (MQ-I - 1) to MQ-C-Od (MQ-Cur)
                           exit perform
                      end-if
              end-perform.
     if       MQ-C-Opts-Arg (MQ-Cur) not = spaces
              move MQ-C-Opts-Arg (MQ-Cur) to MQ-Name
              move "OPTIONS" to MQ-Key
              perform bd867-Mq-Field thru bd867-Exit
              move MQ-Value to MQ-C-Opts (MQ-Cur).
     evaluate MQ-C-Verb (MQ-Cur)
         when "MQPUT"
         when "MQPUT1"
              move "P" to MQ-C-Role (MQ-Cur)
         when "MQGET"
              move "G" to MQ-C-Role (MQ-Cur)
         when other
              move zero to MQ-I MQ-J
              inspect MQ-C-Opts (MQ-Cur) tallying MQ-I for all "OUTPUT"
                                                 MQ-J for all "INPUT"
                                                 MQ-J for all "BROWSE"
              if   MQ-I > zero
                   move "P" to MQ-C-Role (MQ-Cur)
              else
               if  MQ-J > zero
                   move "G" to MQ-C-Role (MQ-Cur)
               end-if
              end-if
     end-evaluate.
     move     MQ-C-Stmt (MQ-Cur) to MQ-I.
     if       MQ-C-Queue (MQ-Cur) not = spaces
              move MQ-C-Queue (MQ-Cur) to QC-S-Name (MQ-I).
     move     MQ-C-Arg-Cnt (MQ-Cur) to MQ-P.
     if       MQ-P > 2
              move MQ-C-Arg (MQ-Cur MQ-P - 1) to QC-S-Resp (MQ-I) MQ-Field
              move "C" to MQ-Want
              perform bd868-Mq-Codes thru bd868-Exit
              move MQ-C-Arg (MQ-Cur MQ-P) to MQ-Field
              move "R" to MQ-Want
              perform bd868-Mq-Codes thru bd868-Exit
              move "P" to QC-S-Tested (MQ-I)
              move MQ-I to QC-Pend.
     move     spaces to MQ-Field.
     move     zero to MQ-Cur.
 bd863-Exit.
     exit.
*>
 bd864-Mq-Source.                                                 *> New -MQXREF
*> A MOVE's sending word as A value into MQ-Src: A literal or number
*>   as written, A figurative as spaces or zero, an item by the last
*>   value set into it, an MQ constant by its name, another item by
*>   its VALUE - MQ-Src-Ok "L" - else "<NAME>" (MQ-Src-Ok "F").
     move     spaces to MQ-Src.
     move     "L" to MQ-Src-Ok.
     if       QC-Tok (1:1) = quote or = "'"
              unstring QC-Tok (2:63) delimited by quote or "'"
                       into MQ-Src
              go to bd864-Exit.
     if       (QC-Tok (1:1) >= "0" and <= "9")
           or QC-Tok (1:1) = "+" or = "-"
              move QC-Tok to MQ-Src
              go to bd864-Exit.
     evaluate QC-Tok
         when "SPACE"
         when "SPACES"
         when "LOW-VALUE"
         when "LOW-VALUES"
         when "HIGH-VALUE"
         when "HIGH-VALUES"
              go to bd864-Exit
         when "ZERO"
         when "ZEROS"
         when "ZEROES"
              move "0" to MQ-Src
              go to bd864-Exit
     end-evaluate.
     move     spaces to MQ-Name MQ-Qual.
     unstring QC-Tok delimited by "(" into MQ-Name.
     perform  bd866-Mq-Lookup thru bd866-Exit.
     if       MQ-Hit = "Y"
              move MQ-Value to MQ-Src
              go to bd864-Exit.
     move     zero to MQ-N.
     inspect  MQ-Name tallying MQ-N for all "-".
     if       MQ-Name (1:2) = "MQ"
          and MQ-N > zero
              move MQ-Name to MQ-Src
              go to bd864-Exit.
     move     MQ-Name to IM-Name.
     perform  bd855-Dl-Value thru bd855-Exit.
     move     IM-Value to MQ-Value.
     perform  bd867-Strip thru bd867-Strip-Exit.
     if       MQ-Value not = spaces
              move MQ-Value to MQ-Src
              go to bd864-Exit.
     move     "F" to MQ-Src-Ok.
     string   "<"                        delimited by size
              FUNCTION TRIM (MQ-Name)    delimited by size
              ">"                        delimited by size
              into MQ-Src.
 bd864-Exit.
     exit.
*>
 bd865-Mq-Set-Put.                                                *> New -MQXREF
*> MQ-Src as the value of MQ-Name (OF MQ-Qual) from here on - kept
*>   for A queue-name or options item whatever the source, for any
*>   other only when the source was A literal, number or constant.
     move     zero to MQ-N.
     inspect  MQ-Name tallying MQ-N for all "OBJECTNAME" all "OPTIONS"
                                   all "QNAME" all "Q-NAME" all "QUEUE".
     if       MQ-N = zero
          and MQ-Src-Ok not = "L"
              go to bd865-Exit.
     perform  varying MQ-Set-Idx from MQ-Set-Cnt by -1
              until MQ-Set-Idx < 1
              if   MQ-S-Target (MQ-Set-Idx) = MQ-Name
               and MQ-S-Qual (MQ-Set-Idx) = MQ-Qual
                   move MQ-Src to MQ-S-Value (MQ-Set-Idx)
                   go to bd865-Exit
              end-if
     end-perform.
     if       MQ-Set-Cnt not < 300
              move "Y" to MQ-Full
              go to bd865-Exit.
     add      1 to MQ-Set-Cnt.
     move     MQ-Name to MQ-S-Target (MQ-Set-Cnt).
     move     MQ-Qual to MQ-S-Qual (MQ-Set-Cnt).
     move     MQ-Src to MQ-S-Value (MQ-Set-Cnt).
 bd865-Exit.
     exit.
*>
 bd866-Mq-Lookup.                                                 *> New -MQXREF
*> The last value set into MQ-Name (OF MQ-Qual, or unqualified on
*>   either side) into MQ-Value - MQ-Hit "Y" when there is one.
     move     "N" to MQ-Hit.
     move     spaces to MQ-Value.
     perform  varying MQ-Set-Idx from MQ-Set-Cnt by -1
              until MQ-Set-Idx < 1
              if   MQ-S-Target (MQ-Set-Idx) = MQ-Name
               and (MQ-S-Qual (MQ-Set-Idx) = MQ-Qual
                 or MQ-S-Qual (MQ-Set-Idx) = spaces
                 or MQ-Qual = spaces)
                   move MQ-S-Value (MQ-Set-Idx) to MQ-Value
                   move "Y" to MQ-Hit
                   exit perform
              end-if
     end-perform.
 bd866-Exit.
     exit.
*>
 bd867-Mq-Field.                                                  *> New -MQXREF
*>***********************
*> The value of the MQ-Key field of structure MQ-Name (OBJECTNAME of
*>   an object descriptor, OPTIONS of A put / get message options)
*>   into MQ-Value: the last value set into it, else its VALUE.  An
*>   elementary MQ-Name (an options word of its own) is read itself.
*>***********************
     move     spaces to MQ-Value MQ-Qual.
     move     MQ-Name to MQ-Field.
     move     MQ-Name to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to MQ-Idx.
     move     MQ-Idx to PT-J.
     if       MQ-Idx > zero
          and LT-Pic (MQ-Idx) = spaces
              move zero to PT-J
              compute MQ-K = FUNCTION LENGTH (FUNCTION TRIM (MQ-Key))
              perform varying MQ-J from MQ-Idx by 1 until MQ-J = Layout-Count
                      if   LT-Level (MQ-J + 1) not > LT-Level (MQ-Idx)
                        or LT-Prog (MQ-J + 1) not = LT-Prog (MQ-Idx)
                           exit perform
                      end-if
                      move zero to MQ-N
                      inspect LT-Name (MQ-J + 1) tallying MQ-N
                              for all MQ-Key (1:MQ-K)
                      if   MQ-N > zero
                       and LT-Pic (MQ-J + 1) not = spaces
                           compute PT-J = MQ-J + 1
                           move LT-Name (PT-J) to MQ-Field
                           move MQ-Name to MQ-Qual
                           exit perform
                      end-if
              end-perform
     end-if.
     move     MQ-Name to MQ-Word.
     move     MQ-Field to MQ-Name.
     perform  bd866-Mq-Lookup thru bd866-Exit.
     move     MQ-Word to MQ-Name.
     if       MQ-Hit = "Y"
              go to bd867-Exit.
     if       PT-J > zero
              perform bd855-Lv thru bd855-Lv-Exit
              if   PT-K > zero
                   move LV-Value (PT-K) to MQ-Value
                   perform bd867-Strip thru bd867-Strip-Exit
              end-if
     end-if.
     go       to bd867-Exit.
*>
 bd867-Strip.
*> A VALUE as coded, its quotes off and A figurative as spaces.
     if       MQ-Value (1:1) = quote or = "'"
              move MQ-Value to MQ-Text
              move spaces to MQ-Value
              unstring MQ-Text (2:99) delimited by quote or "'"
                       into MQ-Value
              go to bd867-Strip-Exit.
     move     FUNCTION UPPER-CASE (MQ-Value) to MQ-Value.
     if       MQ-Value = "SPACE" or = "SPACES" or = "LOW-VALUE"
           or MQ-Value = "LOW-VALUES" or = "HIGH-VALUE"
           or MQ-Value = "HIGH-VALUES"
              move spaces to MQ-Value.
 bd867-Strip-Exit.
     exit.
 bd867-Exit.
     exit.
*>
 bd868-Mq-Codes.                                                  *> New -MQXREF
*> Completion (MQ-Want C) or reason (R) code item MQ-Field, and the
*>   88s on it, kept as names that test it.
     if       MQ-Field = spaces
              go to bd868-Exit.
     move     MQ-Field to MQ-Value.
     perform  bd868-Add-Name thru bd868-Add-Exit.
     perform  varying MQ-J from 1 by 1 until MQ-J > Con-Tab-Count
              if   FUNCTION UPPER-CASE (Variables (MQ-J)) = MQ-Field
                   move FUNCTION UPPER-CASE (Conditions (MQ-J)) to MQ-Value
                   perform bd868-Add-Name thru bd868-Add-Exit
              end-if
     end-perform.
     go       to bd868-Exit.
*>
 bd868-Add-Name.
     if       MQ-Want = "C"
              move MQ-Cc-Names to MQ-Text
     else
              move MQ-Rc-Names to MQ-Text.
     move     spaces to MQ-Word.
     string   " "      delimited by size
              MQ-Value delimited by space
              " "      delimited by size
              into MQ-Word.
     move     zero to MQ-N.
     inspect  MQ-Text tallying MQ-N
              for all MQ-Word (1:FUNCTION LENGTH (FUNCTION TRIM (MQ-Value)) + 2).
     if       MQ-N > zero
              go to bd868-Add-Exit.
     move     1 to MQ-Ptr.
     if       MQ-Text not = spaces
              compute MQ-Ptr = FUNCTION LENGTH
                        (FUNCTION TRIM (MQ-Text TRAILING)) + 1.
     if       MQ-Ptr < 165
              string MQ-Word delimited by size
                     into MQ-Text (1:200) with pointer MQ-Ptr.
     if       MQ-Want = "C"
              move MQ-Text to MQ-Cc-Names
     else
              move MQ-Text to MQ-Rc-Names.
 bd868-Add-Exit.
     exit.
 bd868-Exit.
     exit.
*>
 bd869-Mq-Marks.                                                  *> New -MQXREF
*> A completion code or reason code test - the items A call named,
*>   88s on them, or an MQCC- / MQRC- constant - marks the MQ call
*>   and the PERFORM whose windows are open, and the paragraph.  A
*>   CALL's own arguments are not A test.
     if       QC-Mode = "D"
              go to bd869-Exit.
     move     spaces to QC-Word.
     unstring QC-Tok delimited by "(" into QC-Word.
     if       QC-Word = spaces
              go to bd869-Exit.
     move     "N" to MQ-Cc-Hit MQ-Rc-Hit.
     if       QC-Word (1:5) = "MQCC-"
              move "Y" to MQ-Cc-Hit.
     if       QC-Word (1:5) = "MQRC-"
              move "Y" to MQ-Rc-Hit.
     move     spaces to MQ-Word.
     string   " "     delimited by size
              QC-Word delimited by space
              " "     delimited by size
              into MQ-Word.
     compute  MQ-K = FUNCTION LENGTH (FUNCTION TRIM (QC-Word)) + 2.
     if       MQ-Cc-Names not = spaces
              move zero to MQ-N
              inspect MQ-Cc-Names tallying MQ-N for all MQ-Word (1:MQ-K)
              if   MQ-N > zero
                   move "Y" to MQ-Cc-Hit
              end-if
     end-if.
     if       MQ-Rc-Names not = spaces
              move zero to MQ-N
              inspect MQ-Rc-Names tallying MQ-N for all MQ-Word (1:MQ-K)
              if   MQ-N > zero
                   move "Y" to MQ-Rc-Hit
              end-if
     end-if.
     if       MQ-Cc-Hit = "Y"
              if   QC-Pend > zero
               and QC-S-Tested (QC-Pend) = "P"
               and QC-S-Kind (QC-Pend) = "M"
                   move "Y" to QC-S-Cc (QC-Pend)
              end-if
              if   QC-Perf-Pend > zero
                   move "Y" to QC-F-MCc (QC-Perf-Pend)
              end-if
              if   QC-Cur-Para > zero
                   move "Y" to QC-P-MCc (QC-Cur-Para)
              end-if
     end-if.
     if       MQ-Rc-Hit = "Y"
              if   QC-Pend > zero
               and QC-S-Tested (QC-Pend) = "P"
               and QC-S-Kind (QC-Pend) = "M"
                   move "Y" to QC-S-Rc (QC-Pend)
              end-if
              if   QC-Perf-Pend > zero
                   move "Y" to QC-F-MRc (QC-Perf-Pend)
              end-if
              if   QC-Cur-Para > zero
                   move "Y" to QC-P-MRc (QC-Cur-Para)
              end-if
     end-if.
 bd869-Exit.
     exit.
*>
 bd870-Mqxref.                                                    *> New -MQXREF
*>***********************
*> Prog-BaseName.mqxref: each MQ call - verb, queue, whether its
*>   completion and reason codes are tested - with its object
*>   descriptor, options, handle and buffer, and an MQNOCHECK row
*>   (also to -FINDINGS) when neither code is; then the message
*>   buffers' layouts and the queues put to and got from.
*>***********************
     if       QC-Cfg-Loaded = "N"
              perform bd837-Qc-Config thru bd837-Exit.
     if       QC-Pend > zero
          and QC-S-Tested (QC-Pend) = "P"
              move "Z" to QC-S-Tested (QC-Pend).
     move     zero to QC-Pend QC-Perf-Pend.
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     zero to QC-Flags QC-Rule-Cnt (15) MQ-Buf-Cnt MQ-Q-Cnt.
     move     Mqxref-FileName to Copyuse-Report-FileName.
     if       MQ-Last-File = Mqxref-FileName           *> nested program
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move Mqxref-FileName to MQ-Last-File.
     move     spaces to QC-Line.
     string   "MQ interface cross-reference for " delimited by size
              FUNCTION TRIM (HoldID-Module)      delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     "  Paragraph" to QC-Line.
     move     "Line  Call     Queue" to QC-Line (36:20).
     move     "CC  RC" to QC-Line (102:6).
     perform  bd839-Qc-Write thru bd839-Exit.
     perform  varying MQ-Cur from 1 by 1 until MQ-Cur > MQ-Call-Cnt
              perform bd870-Call thru bd870-Call-Exit
     end-perform.
     move     zero to MQ-Cur.
     if       MQ-Call-Cnt = zero
              move "  (no CALL MQOPEN / MQPUT / MQGET / MQPUT1)" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     if       MQ-Buf-Cnt > zero
              perform bd839-Qc-Write thru bd839-Exit
              move "  Message buffers:" to QC-Line
              perform bd839-Qc-Write thru bd839-Exit
              perform varying MQ-K from 1 by 1 until MQ-K > MQ-Buf-Cnt
                      perform bd870-Buffer thru bd870-Buffer-Exit
              end-perform
     end-if.
     if       MQ-Q-Cnt > zero
              perform bd839-Qc-Write thru bd839-Exit
              move "  Queue" to QC-Line
              move "Put  Got" to QC-Line (52:8)
              perform bd839-Qc-Write thru bd839-Exit
              perform varying MQ-K from 1 by 1 until MQ-K > MQ-Q-Cnt
                      move MQ-Q-Name (MQ-K) to QC-Line (3:48)
                      move MQ-Q-Put (MQ-K) to QC-Line (53:1)
                      move MQ-Q-Get (MQ-K) to QC-Line (58:1)
                      perform bd839-Qc-Write thru bd839-Exit
              end-perform
     end-if.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     MQ-Call-Cnt to MQ-NumZ.
     move     MQ-Q-Cnt to MQ-NumZ2.
     move     QC-Flags to MQ-NumZ3.
     string   "  "                            delimited by size
              FUNCTION TRIM (MQ-NumZ)         delimited by size
              " MQ call(s), "                 delimited by size
              FUNCTION TRIM (MQ-NumZ2)        delimited by size
              " queue(s), "                   delimited by size
              FUNCTION TRIM (MQ-NumZ3)        delimited by size
              " finding(s):"                  delimited by size
              into QC-Line.
     perform  bd839-Qc-Write thru bd839-Exit.
     move     QC-Rule (15) to QC-Line (5:12).
     move     QC-Rule-Cnt (15) to QC-NumZ.
     move     QC-NumZ to QC-Line (17:5).
     if       QC-Sev (15) = zero
              move "(off)" to QC-Line (24:5)
     else
              move "sev" to QC-Line (24:3)
              move QC-Sev (15) to QC-Line (28:1).
     perform  bd839-Qc-Write thru bd839-Exit.
     if       MQ-Full = "Y"
              move "  Caution: tables full - the later calls are not all here"
                   to QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     close    Copyuse-Report-Out.
     move     MQ-Call-Cnt to MQ-NumZ.
     display  "MQ cross-reference (" FUNCTION TRIM (MQ-NumZ)
              " call(s)) written to "
              FUNCTION TRIM (Mqxref-FileName).
     go       to bd870-Exit.
*>
 bd870-Call.
*> Call MQ-Cur: its row, its details, the codes finding, and its
*>   queue and buffer noted for the sections after.
     move     MQ-C-Stmt (MQ-Cur) to QC-I.
     move     QC-S-Ref (QC-I) to QC-F-Ref-W.
     move     QC-S-Para (QC-I) to QC-F-Para-W.
     if       QC-F-Para-W > zero
              move QC-P-Name (QC-F-Para-W) to QC-Line (3:32)
     else
              move "(ENTRY)" to QC-Line (3:7).
     move     QC-F-Ref-W to QC-RefZ.
     move     QC-RefZ to QC-Line (34:6).
     move     MQ-C-Verb (MQ-Cur) to QC-Line (42:8).
     if       MQ-C-Queue (MQ-Cur) = spaces
              move "?" to QC-Line (51:1)
     else
              move MQ-C-Queue (MQ-Cur) to QC-Line (51:48).
     move     "N" to MQ-Cc-Hit MQ-Rc-Hit.
     if       QC-S-Resp (QC-I) not = spaces
              move "C" to MQ-Want
              perform bd835-Qc-Was-Tested thru bd835-Exit
              move QC-Hit to MQ-Cc-Hit
              move "R" to MQ-Want
              perform bd835-Qc-Was-Tested thru bd835-Exit
              move QC-Hit to MQ-Rc-Hit
              move space to MQ-Want
              if   MQ-Cc-Hit = "Y"
                   move "yes" to QC-Line (102:3)
              else
                   move "no" to QC-Line (102:2)
              end-if
              if   MQ-Rc-Hit = "Y"
                   move "yes" to QC-Line (106:3)
              else
                   move "no" to QC-Line (106:2)
              end-if
     end-if.
     perform  bd839-Qc-Write thru bd839-Exit.
     if       MQ-C-Od (MQ-Cur) not = spaces
              move 1 to MQ-Ptr
              string "      object descriptor "          delimited by size
                     FUNCTION TRIM (MQ-C-Od (MQ-Cur))    delimited by size
                     into QC-Line with pointer MQ-Ptr
              if   MQ-C-Queue (MQ-Cur) = spaces
                   string " - no queue name MOVEd or VALUEd into it"
                                                         delimited by size
                          into QC-Line with pointer MQ-Ptr
              end-if
              perform bd839-Qc-Write thru bd839-Exit.
     if       MQ-C-Opts-Arg (MQ-Cur) not = spaces
              move 1 to MQ-Ptr
              string "      options "                    delimited by size
                     FUNCTION TRIM (MQ-C-Opts-Arg (MQ-Cur))
                                                         delimited by size
                     into QC-Line with pointer MQ-Ptr
              if   MQ-C-Opts (MQ-Cur) not = spaces
                   string " = "                          delimited by size
                          FUNCTION TRIM (MQ-C-Opts (MQ-Cur))
                                                         delimited by size
                          into QC-Line with pointer MQ-Ptr
              end-if
              perform bd839-Qc-Write thru bd839-Exit.
     if       MQ-C-Hobj (MQ-Cur) not = spaces
              string "      handle "                     delimited by size
                     FUNCTION TRIM (MQ-C-Hobj (MQ-Cur))  delimited by size
                     into QC-Line
              perform bd839-Qc-Write thru bd839-Exit.
     if       MQ-C-Buffer (MQ-Cur) not = spaces
              string "      buffer "                     delimited by size
                     FUNCTION TRIM (MQ-C-Buffer (MQ-Cur)) delimited by size
                     into QC-Line
              perform bd839-Qc-Write thru bd839-Exit
              perform varying MQ-J from 1 by 1 until MQ-J > MQ-Buf-Cnt
                      if   MQ-Buf (MQ-J) = MQ-C-Buffer (MQ-Cur)
                           exit perform
                      end-if
              end-perform
              if   MQ-J > MQ-Buf-Cnt
               and MQ-Buf-Cnt < 50
                   add  1 to MQ-Buf-Cnt
                   move MQ-C-Buffer (MQ-Cur) to MQ-Buf (MQ-Buf-Cnt)
              end-if
     end-if.
     if       QC-S-Resp (QC-I) not = spaces
          and MQ-Cc-Hit = "N"
          and MQ-Rc-Hit = "N"
              move 15 to QC-R
              move spaces to QC-Why
              string FUNCTION TRIM (MQ-C-Verb (MQ-Cur))  delimited by size
                     " - completion code "               delimited by size
                     FUNCTION TRIM (QC-S-Resp (QC-I))    delimited by size
                     " and reason code not tested"       delimited by size
                     into QC-Why
              perform bd838-Qc-Finding thru bd838-Exit.
     if       MQ-C-Queue (MQ-Cur) = spaces
           or MQ-C-Role (MQ-Cur) = space
              go to bd870-Call-Exit.
     perform  varying MQ-J from 1 by 1 until MQ-J > MQ-Q-Cnt
              if   MQ-Q-Name (MQ-J) = MQ-C-Queue (MQ-Cur)
                   exit perform
              end-if
     end-perform.
     if       MQ-J > MQ-Q-Cnt
              if   MQ-Q-Cnt not < 500
                   go to bd870-Call-Exit
              end-if
              add  1 to MQ-Q-Cnt
              move MQ-Q-Cnt to MQ-J
              move MQ-C-Queue (MQ-Cur) to MQ-Q-Name (MQ-J)
              move space to MQ-Q-Put (MQ-J) MQ-Q-Get (MQ-J).
     if       MQ-C-Role (MQ-Cur) = "P"
              move "Y" to MQ-Q-Put (MQ-J)
     else
              move "Y" to MQ-Q-Get (MQ-J).
 bd870-Call-Exit.
     exit.
*>
 bd870-Buffer.
*> Buffer MQ-K's layout: each item under it with its PIC, position
*>   and length.
     move     MQ-Buf (MQ-K) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to MQ-Idx.
     move     MQ-Buf (MQ-K) to QC-Line (5:32).
     if       MQ-Idx = zero
              move "(no layout found)" to QC-Line (38:17)
              perform bd839-Qc-Write thru bd839-Exit
              go to bd870-Buffer-Exit.
     move     LT-Length (MQ-Idx) to MQ-LenZ.
     string   "length "                  delimited by size
              FUNCTION TRIM (MQ-LenZ)    delimited by size
              into QC-Line (38:20).
     perform  bd839-Qc-Write thru bd839-Exit.
     if       LT-Pic (MQ-Idx) not = spaces
              go to bd870-Buffer-Exit.
     perform  varying MQ-J from MQ-Idx by 1 until MQ-J = Layout-Count
              if   LT-Level (MQ-J + 1) not > LT-Level (MQ-Idx)
                or LT-Prog (MQ-J + 1) not = LT-Prog (MQ-Idx)
                   exit perform
              end-if
              compute MQ-I = MQ-J + 1
              move LT-Level (MQ-I) to MQ-NumZ
              move MQ-NumZ (4:2) to QC-Line (7:2)
              move LT-Name (MQ-I) to QC-Line (10:32)
              move LT-Pic (MQ-I) to QC-Line (43:20)
              compute MQ-PosZ = LT-Offset (MQ-I) - LT-Offset (MQ-Idx) + 1
              move LT-Length (MQ-I) to MQ-LenZ
              string "pos "                  delimited by size
                     FUNCTION TRIM (MQ-PosZ) delimited by size
                     " len "                 delimited by size
                     FUNCTION TRIM (MQ-LenZ) delimited by size
                     into QC-Line (64:30)
              if   LT-Redefines (MQ-I) not = spaces
                   string "redefines "       delimited by size
                          FUNCTION TRIM (LT-Redefines (MQ-I))
                                             delimited by size
                          into QC-Line (86:44)
              end-if
              perform bd839-Qc-Write thru bd839-Exit
     end-perform.
 bd870-Buffer-Exit.
     exit.
 bd870-Exit.
     exit.
*>
 bd871-Mqxref-Library.                                            *> New -MQXREF
*>***********************
*> dir/mqxref.report from the members' .xdb "Q" rows - each queue
*>   with the programs that put to it and get from it, the chains
*>   through programs that get one queue and put another followed
*>   end to end, -LINEAGE style, and the queues only one side uses.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxmqtmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     high-values to MQ-Lib-Table.
     move     zero to MQ-Lib-Cnt MQ-Lib-Dropped MQ-Dbs MQ-Progs
                      MQ-Q-Cnt MQ-Edge-Cnt MQ-Chain-Cnt MQ-Orphan-Cnt
                      SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd872-Mqxref-Xdb thru bd872-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       MQ-Dbs = zero
              display "Caution: -MQXREF found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -MQXREF first"
              go to bd871-Exit.
     if       MQ-Lib-Cnt > 1
              sort MQ-Lib ascending MQ-L-Queue MQ-L-Role MQ-L-Prog MQ-L-Verb.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "mqxref.report"     delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "MQ queue usage for "            delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     MQ-Lib-Cnt to MQ-NumZ.
     move     MQ-Progs to MQ-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     string   FUNCTION TRIM (MQ-NumZ)          delimited by size
              " MQ put / get call(s) from "    delimited by size
              FUNCTION TRIM (MQ-NumZ2)         delimited by size
              " program(s)"                    delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Queue lineage - putters and getters per queue:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying MQ-K from 1 by 1 until MQ-K > MQ-Lib-Cnt
              perform bd871-Row thru bd871-Row-Exit
     end-perform.
*> the chains: every queue got by A program that also puts A queue
*>   leads on to that queue.
     perform  varying MQ-K from 1 by 1 until MQ-K > MQ-Lib-Cnt
              if   MQ-L-Role (MQ-K) = "G"
                   perform varying MQ-J from 1 by 1 until MQ-J > MQ-Lib-Cnt
                           if   MQ-L-Role (MQ-J) = "P"
                            and MQ-L-Prog (MQ-J) = MQ-L-Prog (MQ-K)
                            and MQ-L-Queue (MQ-J) not = MQ-L-Queue (MQ-K)
                                perform bd871-Add-Edge thru bd871-Edge-Exit
                           end-if
                   end-perform
              end-if
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Queue chains, followed end to end:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying MQ-R from 1 by 1 until MQ-R > MQ-Q-Cnt
              move "Y" to MQ-Q-Root (MQ-R)
              perform varying MQ-J from 1 by 1 until MQ-J > MQ-Edge-Cnt
                      if   MQ-E-To (MQ-J) = MQ-Q-Name (MQ-R)
                           move "N" to MQ-Q-Root (MQ-R)
                           exit perform
                      end-if
              end-perform
              if   MQ-Q-Root (MQ-R) = "Y"
               and MQ-Q-Put (MQ-R) = "Y"
                   move MQ-Q-Name (MQ-R) to MQ-Cur-Q
                   perform bd873-Mq-Walk thru bd873-Walk-Exit
              end-if
     end-perform.
     if       MQ-Chain-Cnt = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Queues put to and never got from:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "P" to MQ-Want.
     perform  bd871-One-Side thru bd871-Side-Exit.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Queues got from and never put to:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "G" to MQ-Want.
     perform  bd871-One-Side thru bd871-Side-Exit.
     move     space to MQ-Want.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     MQ-Q-Cnt to MQ-NumZ.
     move     MQ-Chain-Cnt to MQ-NumZ2.
     move     MQ-Orphan-Cnt to MQ-NumZ3.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (MQ-NumZ)          delimited by size
              " queue(s), "                    delimited by size
              FUNCTION TRIM (MQ-NumZ2)         delimited by size
              " chain(s), "                    delimited by size
              FUNCTION TRIM (MQ-NumZ3)         delimited by size
              " used on one side only"         delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     if       MQ-Lib-Dropped > zero
              move MQ-Lib-Dropped to MQ-NumZ
              display "Caution: -MQXREF queue usage is capped at 5000 calls - "
                      FUNCTION TRIM (MQ-NumZ) " left out".
     if       MQ-Full = "Y"
              display "Caution: -MQXREF queue tables full - "
                      "some queues or chains are not all here".
     move     MQ-Q-Cnt to MQ-NumZ.
     display  "MQ queue usage (" FUNCTION TRIM (MQ-NumZ)
              " queue(s)) written to " FUNCTION TRIM (Copyuse-Report-FileName).
     go       to bd871-Exit.
*>
 bd871-Row.
*> Library row MQ-K: A new queue heading, then its program once per
*>   side.
     if       MQ-K = 1
           or MQ-L-Queue (MQ-K) not = MQ-L-Queue (MQ-K - 1)
              move spaces to Copyuse-Report-Rec
              string "  "                              delimited by size
                     FUNCTION TRIM (MQ-L-Queue (MQ-K)) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   MQ-Q-Cnt < 500
                   add  1 to MQ-Q-Cnt
                   move MQ-L-Queue (MQ-K) to MQ-Q-Name (MQ-Q-Cnt)
                   move "N" to MQ-Q-Put (MQ-Q-Cnt) MQ-Q-Get (MQ-Q-Cnt)
              else
                   move "Y" to MQ-Full
              end-if
     else
      if      MQ-L-Role (MQ-K) = MQ-L-Role (MQ-K - 1)
          and MQ-L-Prog (MQ-K) = MQ-L-Prog (MQ-K - 1)
              go to bd871-Row-Exit
      end-if
     end-if.
     move     spaces to Copyuse-Report-Rec.
     if       MQ-L-Role (MQ-K) = "P"
              move "Y" to MQ-Q-Put (MQ-Q-Cnt)
              string "      put by "                 delimited by size
                     FUNCTION TRIM (MQ-L-Prog (MQ-K)) delimited by size
                     into Copyuse-Report-Rec
     else
              move "Y" to MQ-Q-Get (MQ-Q-Cnt)
              string "      got by "                 delimited by size
                     FUNCTION TRIM (MQ-L-Prog (MQ-K)) delimited by size
                     into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 bd871-Row-Exit.
     exit.
*>
 bd871-Add-Edge.
*> Queue MQ-K's getter puts queue MQ-J: an edge, once.
     perform  varying MQ-I from 1 by 1 until MQ-I > MQ-Edge-Cnt
              if   MQ-E-From (MQ-I) = MQ-L-Queue (MQ-K)
               and MQ-E-Prog (MQ-I) = MQ-L-Prog (MQ-K)
               and MQ-E-To (MQ-I) = MQ-L-Queue (MQ-J)
                   go to bd871-Edge-Exit
              end-if
     end-perform.
     if       MQ-Edge-Cnt not < 400
              move "Y" to MQ-Full
              go to bd871-Edge-Exit.
     add      1 to MQ-Edge-Cnt.
     move     MQ-L-Queue (MQ-K) to MQ-E-From (MQ-Edge-Cnt).
     move     MQ-L-Prog (MQ-K) to MQ-E-Prog (MQ-Edge-Cnt).
     move     MQ-L-Queue (MQ-J) to MQ-E-To (MQ-Edge-Cnt).
 bd871-Edge-Exit.
     exit.
*>
 bd871-One-Side.
*> The queues only put to (MQ-Want P) or only got from (G).
     move     zero to MQ-N.
     perform  varying MQ-K from 1 by 1 until MQ-K > MQ-Q-Cnt
              if   (MQ-Want = "P"
                    and MQ-Q-Put (MQ-K) = "Y" and MQ-Q-Get (MQ-K) = "N")
                or (MQ-Want = "G"
                    and MQ-Q-Get (MQ-K) = "Y" and MQ-Q-Put (MQ-K) = "N")
                   add  1 to MQ-N MQ-Orphan-Cnt
                   move spaces to Copyuse-Report-Rec
                   string "  "                              delimited by size
                          FUNCTION TRIM (MQ-Q-Name (MQ-K))  delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       MQ-N = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 bd871-Side-Exit.
     exit.
 bd871-Exit.
     exit.
*>
 bd872-Mqxref-Xdb.                                                *> New -MQXREF
*> One member's .xdb - the "Q" rows under each program header.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd872-Exit.
     add      1 to MQ-Dbs.
     move     spaces to MQ-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                   move Xdb-In-Rec (15:32) to MQ-Cur-Prog
                   add  1 to MQ-Progs
              end-if
              if   Xdb-In-Rec (1:1) = "Q"
                   if   MQ-Lib-Cnt not < 5000
                        add  1 to MQ-Lib-Dropped
                   else
                        add  1 to MQ-Lib-Cnt
                        move Xdb-In-Rec (2:95) to MQ-Xdb-Row
                        move MQ-X-Queue   to MQ-L-Queue (MQ-Lib-Cnt)
                        move MQ-X-Role    to MQ-L-Role  (MQ-Lib-Cnt)
                        move MQ-Cur-Prog  to MQ-L-Prog  (MQ-Lib-Cnt)
                        move MQ-X-Verb    to MQ-L-Verb  (MQ-Lib-Cnt)
                   end-if
              end-if
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd872-Exit.
     exit.
*>
 bd873-Mq-Walk.                                                   *> New -MQXREF
*> Depth-first from A root queue (MQ-Cur-Q), zz234 style: each
*>   root-to-end path is one report line, with the programs getting
*>   the final queue appended.
     move     1 to MQ-Depth.
     move     zero to MQ-Stk-Edge (1).
 bd873-Step.
     if       MQ-Depth = zero
              go to bd873-Walk-Exit.
     if       MQ-Depth = 1
              move MQ-Cur-Q to MQ-Word
     else
              move MQ-E-To (MQ-Stk-Edge (MQ-Depth - 1)) to MQ-Word.
     compute  MQ-K = MQ-Stk-Edge (MQ-Depth) + 1.
     move     zero to MQ-J.
     perform  varying MQ-Idx from MQ-K by 1
              until MQ-Idx > MQ-Edge-Cnt
              if   MQ-E-From (MQ-Idx) = MQ-Word
                   move "N" to MQ-Hit
                   perform varying MQ-P from 1 by 1
                           until MQ-P not < MQ-Depth
                       if   MQ-E-To (MQ-Stk-Edge (MQ-P))
                          = MQ-E-To (MQ-Idx)
                            move "Y" to MQ-Hit    *> already on this path
                            exit perform
                       end-if
                   end-perform
                   if   MQ-Hit = "N"
                    and MQ-E-To (MQ-Idx) not = MQ-Cur-Q
                        move MQ-Idx to MQ-J
                        exit perform
                   end-if
              end-if
     end-perform.
     if       MQ-J = zero
              if   MQ-Stk-Edge (MQ-Depth) = zero    *> an end - emit path
                   perform bd873-Emit thru bd873-Emit-Exit
              end-if
              subtract 1 from MQ-Depth
              go to bd873-Step.
     move     MQ-J to MQ-Stk-Edge (MQ-Depth).
     if       MQ-Depth < 16
              add  1 to MQ-Depth
              move zero to MQ-Stk-Edge (MQ-Depth).
     go       to bd873-Step.
 bd873-Walk-Exit.
     exit.
*>
 bd873-Emit.
     move     spaces to Copyuse-Report-Rec.
     move     1 to MQ-Ptr.
     string   "  "       delimited by size
              FUNCTION TRIM (MQ-Cur-Q) delimited by size
              into Copyuse-Report-Rec with pointer MQ-Ptr.
     perform  varying MQ-P from 1 by 1
              until MQ-P not < MQ-Depth
                 or MQ-Ptr > 110
              string " -> " delimited by size
                     FUNCTION TRIM (MQ-E-Prog (MQ-Stk-Edge (MQ-P)))
                            delimited by size
                     " -> " delimited by size
                     FUNCTION TRIM (MQ-E-To (MQ-Stk-Edge (MQ-P)))
                            delimited by size
                     into Copyuse-Report-Rec with pointer MQ-Ptr
     end-perform.
*> the programs getting the final queue that put nothing on, one
*>   line each, else the bare path.
     if       MQ-Depth = 1
              move MQ-Cur-Q to MQ-Word
     else
              move MQ-E-To (MQ-Stk-Edge (MQ-Depth - 1)) to MQ-Word.
     move     "N" to MQ-Hit.
     perform  varying MQ-K from 1 by 1 until MQ-K > MQ-Lib-Cnt
              if   MQ-L-Queue (MQ-K) = MQ-Word
               and MQ-L-Role (MQ-K) = "G"
               and (MQ-K = 1
                 or MQ-L-Queue (MQ-K - 1) not = MQ-Word
                 or MQ-L-Role (MQ-K - 1) not = "G"
                 or MQ-L-Prog (MQ-K - 1) not = MQ-L-Prog (MQ-K))
                   perform varying MQ-I from 1 by 1 until MQ-I > MQ-Edge-Cnt
                           if   MQ-E-From (MQ-I) = MQ-Word
                            and MQ-E-Prog (MQ-I) = MQ-L-Prog (MQ-K)
                                exit perform
                           end-if
                   end-perform
                   if   MQ-I > MQ-Edge-Cnt
                        move "Y" to MQ-Hit
                        add  1 to MQ-Chain-Cnt
                        move Copyuse-Report-Rec to Copyuse-Raw-Rec
                        string " -> " delimited by size
                               FUNCTION TRIM (MQ-L-Prog (MQ-K))
                                      delimited by size
                               into Copyuse-Report-Rec
                               with pointer MQ-Ptr
                        write Copyuse-Report-Rec
                        move Copyuse-Raw-Rec to Copyuse-Report-Rec
                        compute MQ-Ptr = MQ-Ptr
                              - FUNCTION LENGTH
                                 (FUNCTION TRIM (MQ-L-Prog (MQ-K))) - 4
                   end-if
              end-if
     end-perform.
     if       MQ-Hit = "N"
          and MQ-Depth > 1
              add  1 to MQ-Chain-Cnt
              write Copyuse-Report-Rec.
 bd873-Emit-Exit.
     exit.
*>
 bd874-Mq-Rows.                                                   *> New -MQXREF
*> The .xdb "Q" rows - one per call with A queue and A side.
     perform  varying MQ-I from 1 by 1 until MQ-I > MQ-Call-Cnt
              if   MQ-C-Queue (MQ-I) not = spaces
               and MQ-C-Role (MQ-I) not = space
                   move MQ-C-Stmt (MQ-I) to MQ-J
                   move MQ-C-Queue (MQ-I) to MQ-X-Queue
                   move MQ-C-Role (MQ-I) to MQ-X-Role
                   move MQ-C-Verb (MQ-I) to MQ-X-Verb
                   move QC-S-Ref (MQ-J) to MQ-X-Ref
                   move spaces to MQ-X-Para
                   if   QC-S-Para (MQ-J) > zero
                        move QC-P-Name (QC-S-Para (MQ-J)) to MQ-X-Para
                   end-if
                   move spaces to Xdb-Out-Rec
                   move "Q" to Xdb-Out-Rec (1:1)
                   move MQ-Xdb-Row to Xdb-Out-Rec (2:95)
                   write Xdb-Out-Rec
                   add  1 to XD-Rows
              end-if
     end-perform.
 bd874-Exit.
     exit.
*>
 bd875-Tm-Start.                                                  *> New -TESTMAP
*> A CALL that is no DL/I or MQ interface call: its target - the
*>   literal, the VALUE of the item named, else <item> for A call
*>   decided at run time - and where it is, the USING words to
*>   follow in state 3.
     if       IM-Word = "CBLTDLI" or = "AIBTDLI" or = "CEETDLI"
           or IM-Word = "MQOPEN" or = "MQPUT" or = "MQGET"
           or IM-Word = "MQPUT1" or = "MQCLOSE" or = "MQCONN"
           or IM-Word = "MQDISC"
              go to bd875-Exit.
     if       TM-Call-Cnt not < 300
              move "Y" to TM-Full
              go to bd875-Exit.
     add      1 to TM-Call-Cnt.
     move     TM-Call-Cnt to TM-Cur.
     move     spaces to TM-Call (TM-Cur).
     if       IM-Word = spaces
              string "<"                         delimited by size
                     FUNCTION TRIM (IM-Name)     delimited by size
                     ">"                         delimited by size
                     into TM-C-Target (TM-Cur)
     else
              move IM-Word to TM-C-Target (TM-Cur).
     move     FUNCTION UPPER-CASE (TM-C-Target (TM-Cur))
                to TM-C-Target (TM-Cur).
     move     Gen-RefNo1 to TM-C-Ref (TM-Cur).
     if       QC-Cur-Para > zero
              move QC-P-Name (QC-Cur-Para) to TM-C-Para (TM-Cur).
     move     1 to TM-Ptr.
     move     "2" to QC-P-State.
 bd875-Exit.
     exit.
*>
 bd876-Tm-Rows.                                                   *> New -TESTMAP
*> The .xdb "J" rows - the program's ENTRY points, then its CALLs.
     perform  varying TM-I from 1 by 1 until TM-I > Entry-Point-Count
              move spaces to TM-Xdb-Row
              move "E" to TM-X-Kind
              move FUNCTION UPPER-CASE (EN-Name (TM-I)) to TM-X-Target
              move EN-Ref (TM-I) to TM-X-Ref
              move spaces to Xdb-Out-Rec
              move "J" to Xdb-Out-Rec (1:1)
              move TM-Xdb-Row to Xdb-Out-Rec (2:191)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying TM-I from 1 by 1 until TM-I > TM-Call-Cnt
              move "C" to TM-X-Kind
              move TM-C-Target (TM-I) to TM-X-Target
              move TM-C-Ref (TM-I) to TM-X-Ref
              move TM-C-Para (TM-I) to TM-X-Para
              move TM-C-Args (TM-I) to TM-X-Args
              move spaces to Xdb-Out-Rec
              move "J" to Xdb-Out-Rec (1:1)
              move TM-Xdb-Row to Xdb-Out-Rec (2:191)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     if       TM-Full = "Y"
              display "Caution: -TESTMAP keeps 300 CALLs - the rest are "
                      "not in the .xdb".
 bd876-Exit.
     exit.
*>
 bd877-Testmap-Library.                                           *> New -TESTMAP
*>***********************
*> dir/testmap.report from the members' .xdb "J" and "P" rows: the
*>   assertion entry points (testmap.asserts, else GUnit's four)
*>   sort the members into test drivers, the assertion library and
*>   production programs; each driver's other CALLs are resolved to
*>   A member or ENTRY point, A system routine, A run-time target or
*>   nothing in the library, and the drivers reaching each
*>   production program make up its row of the matrix.  Trace files
*>   add the paragraphs each program executed.
*>***********************
     sort     All-Systems ascending P-System.     *> no member run did
     accept   WS-Config-Home from Environment "HOME".
     move     "testmap.asserts" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     move     spaces to TM-Asserts.
     if       CF-Found = "Y"
          and CF-Rest not = spaces
              move FUNCTION UPPER-CASE (FUNCTION TRIM (CF-Rest, LEADING))
                     to TM-Asserts
              inspect TM-Asserts replacing all "," by space
     else
              string "ASSERTEQUALS-NUMERIC "     delimited by size
                     "ASSERTNOTEQUALS-NUMERIC "  delimited by size
                     "ASSERTEQUALS-STRING "      delimited by size
                     "ASSERTNOTEQUALS-STRING"    delimited by size
                     into TM-Asserts.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxtmtmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to TM-Prog-Cnt TM-Lib-Cnt TM-Para-Cnt TM-Dbs
                      TM-Dropped TM-Traces TM-Drivers TM-Prods
                      TM-Untested TM-Missing SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd878-Testmap-Xdb thru bd878-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       TM-Dbs = zero
              display "Caution: -TESTMAP found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -TESTMAP first"
              go to bd877-Exit.
*> The assertion library: the members holding an assertion ENTRY.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Lib-Cnt
              if   TM-L-Kind (TM-K) = "E"
                   move TM-L-Target (TM-K) to TM-Name
                   perform bd880-Tm-Is-Assert thru bd880-Exit
                   if   TM-Hit = "Y"
                        move "A" to TM-P-Kind (TM-L-Prog (TM-K))
                   end-if
              end-if
     end-perform.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Lib-Cnt
              if   TM-L-Kind (TM-K) = "C"
                   perform bd879-Tm-Resolve thru bd879-Exit
              end-if
     end-perform.
*> Each driver counts once against every production program it
*>   reaches, however many times it calls it.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Lib-Cnt
              if   TM-L-Res (TM-K) = "Y"
               and TM-P-Kind (TM-L-Prog (TM-K)) = "T"
                   move "N" to TM-Hit
                   perform varying TM-J from 1 by 1 until TM-J not < TM-K
                           if   TM-L-Res (TM-J) = "Y"
                            and TM-L-Prog (TM-J) = TM-L-Prog (TM-K)
                            and TM-L-Owner (TM-J) = TM-L-Owner (TM-K)
                                move "Y" to TM-Hit
                                exit perform
                           end-if
                   end-perform
                   if   TM-Hit = "N"
                        add 1 to TM-P-Tests (TM-L-Owner (TM-K))
                   end-if
              end-if
     end-perform.
     perform  bd881-Tm-Traces thru bd881-Exit.
     perform  bd882-Tm-Report thru bd882-Exit.
     if       TM-Dropped > zero
              move TM-Dropped to TM-NumZ
              display "Caution: -TESTMAP tables full - "
                      FUNCTION TRIM (TM-NumZ)
                      " member(s), call(s) or paragraph(s) left out".
     move     TM-Drivers to TM-NumZ.
     move     TM-Prods to TM-NumZ2.
     display  "Unit-test map (" FUNCTION TRIM (TM-NumZ) " test driver(s), "
              FUNCTION TRIM (TM-NumZ2) " production program(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd877-Exit.
     exit.
*>
 bd878-Testmap-Xdb.                                               *> New -TESTMAP
*> One member's .xdb - each program header, its "P" paragraph rows
*>   and its "J" CALL / ENTRY rows.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd878-Exit.
     add      1 to TM-Dbs.
     move     zero to TM-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate true
                  when Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                       if   TM-Prog-Cnt not < 1000
                            add  1 to TM-Dropped
                            move zero to TM-Cur-Prog
                       else
                            add  1 to TM-Prog-Cnt
                            move TM-Prog-Cnt to TM-Cur-Prog
                            move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                                   to TM-P-Name (TM-Cur-Prog)
                            move "P" to TM-P-Kind (TM-Cur-Prog)
                            move zero to TM-P-Asserts (TM-Cur-Prog)
                                         TM-P-Calls (TM-Cur-Prog)
                                         TM-P-Tests (TM-Cur-Prog)
                                         TM-P-Paras (TM-Cur-Prog)
                                         TM-P-Exec (TM-Cur-Prog)
                       end-if
                  when TM-Cur-Prog = zero
                       continue
                  when Xdb-In-Rec (1:1) = "P"
                       if   TM-Para-Cnt not < 10000
                            add  1 to TM-Dropped
                       else
                            add  1 to TM-Para-Cnt TM-P-Paras (TM-Cur-Prog)
                            move TM-Cur-Prog to TM-A-Prog (TM-Para-Cnt)
                            move FUNCTION UPPER-CASE (Xdb-In-Rec (2:32))
                                   to TM-A-Name (TM-Para-Cnt)
                            move "N" to TM-A-Hit (TM-Para-Cnt)
                       end-if
                  when Xdb-In-Rec (1:1) = "J"
                       if   TM-Lib-Cnt not < 5000
                            add  1 to TM-Dropped
                       else
                            add  1 to TM-Lib-Cnt
                            move Xdb-In-Rec (2:191) to TM-Xdb-Row
                            move TM-Cur-Prog to TM-L-Prog (TM-Lib-Cnt)
                            move TM-X-Kind   to TM-L-Kind (TM-Lib-Cnt)
                            move TM-X-Target to TM-L-Target (TM-Lib-Cnt)
                            move TM-X-Ref    to TM-L-Ref (TM-Lib-Cnt)
                            move TM-X-Args   to TM-L-Args (TM-Lib-Cnt)
                            move space       to TM-L-Res (TM-Lib-Cnt)
                            move zero        to TM-L-Owner (TM-Lib-Cnt)
                       end-if
              end-evaluate
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd878-Exit.
     exit.
*>
 bd879-Tm-Resolve.                                                *> New -TESTMAP
*> CALL row TM-K: an assertion (A), A member's PROGRAM-ID or ENTRY
*>   (Y, with its owner), A run-time target (D), A system routine
*>   (S), or missing from the library (M).
     move     TM-L-Prog (TM-K) to TM-I.
     move     TM-L-Target (TM-K) to TM-Name.
     perform  bd880-Tm-Is-Assert thru bd880-Exit.
     if       TM-Hit = "Y"
              move "A" to TM-L-Res (TM-K)
              add  1 to TM-P-Asserts (TM-I)
              if   TM-P-Kind (TM-I) = "P"
                   move "T" to TM-P-Kind (TM-I)
              end-if
              go to bd879-Exit.
     add      1 to TM-P-Calls (TM-I).
     if       TM-Name (1:1) = "<"
              move "D" to TM-L-Res (TM-K)
              go to bd879-Exit.
     perform  varying TM-J from 1 by 1 until TM-J > TM-Prog-Cnt
              if   TM-P-Name (TM-J) = TM-Name
                   move "Y" to TM-L-Res (TM-K)
                   move TM-J to TM-L-Owner (TM-K)
                   go to bd879-Exit
              end-if
     end-perform.
     perform  varying TM-J from 1 by 1 until TM-J > TM-Lib-Cnt
              if   TM-L-Kind (TM-J) = "E"
               and TM-L-Target (TM-J) = TM-Name
                   move "Y" to TM-L-Res (TM-K)
                   move TM-L-Prog (TM-J) to TM-L-Owner (TM-K)
                   go to bd879-Exit
              end-if
     end-perform.
     move     "M" to TM-L-Res (TM-K).
     move     TM-Name (1:30) to CR-Search-Word.
     search   all All-Systems
              at end continue
              when P-System (All-System-Idx) = CR-Search-Word
                   move "S" to TM-L-Res (TM-K)
     end-search.
 bd879-Exit.
     exit.
*>
 bd880-Tm-Is-Assert.                                              *> New -TESTMAP
*> Is TM-Name one of the assertion entry points?  TM-Hit Y/N.
     move     "N" to TM-Hit.
     move     1 to TM-Ptr.
     perform  until TM-Ptr > 400
              move spaces to TM-Word
              unstring TM-Asserts delimited by all spaces
                       into TM-Word pointer TM-Ptr
              if   TM-Word = spaces
                   exit perform
              end-if
              if   TM-Word (1:32) = TM-Name
                   move "Y" to TM-Hit
                   exit perform
              end-if
     end-perform.
 bd880-Exit.
     exit.
*>
 bd881-Tm-Traces.                                                 *> New -TESTMAP
*> The trace files - -COVERAGE=trace[,trace], else dir/*.trace -
*>   mark each program's paragraphs executed.
     if       WS-Coverage-Arg not = spaces
              move 1 to CO-P
              perform until CO-P > 117
                      move spaces to CO-File
                      unstring WS-Coverage-Arg delimited by ","
                               into CO-File pointer CO-P
                      if   CO-File = spaces
                           exit perform
                      end-if
                      perform bd881-Scan thru bd881-Scan-Exit
              end-perform
     else
              move spaces to Copyuse-Command
              string "ls "              delimited by size
                     WS-Library-Dir     delimited by space
                     OS-Delimiter       delimited by size
                     "*.trace 2>/dev/null > "
                                        delimited by size
                     Copyuse-Raw-FileName delimited by space
                                        into Copyuse-Command
              call "SYSTEM" using Copyuse-Command
              move zero to SW-Copyuse-Raw-Eof
              open input Copyuse-Raw-In
              perform until Copyuse-Raw-Eof
                      read Copyuse-Raw-In at end
                               move 1 to SW-Copyuse-Raw-Eof
                               exit perform
                      end-read
                      if   Copyuse-Raw-Rec not = spaces
                           move Copyuse-Raw-Rec to CO-File
                           perform bd881-Scan thru bd881-Scan-Exit
                      end-if
              end-perform
              close Copyuse-Raw-In
              if   not We-Are-Testing
                   call "CBL_DELETE_FILE" using Copyuse-Raw-FileName
              end-if
     end-if.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Para-Cnt
              if   TM-A-Hit (TM-K) = "Y"
                   add 1 to TM-P-Exec (TM-A-Prog (TM-K))
              end-if
     end-perform.
     go       to bd881-Exit.
*>
 bd881-Scan.
*> One trace file, bd263 style - A run of lines in the same
*>   paragraph is looked up once.
     move     CO-File to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Caution: cannot open trace "
                       FUNCTION TRIM (CO-File)
              move zero to FS-Reply
              go to bd881-Scan-Exit.
     add      1 to TM-Traces.
     move     spaces to TM-Last-Prog TM-Last-Word.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              perform bd264-Trace-Parse thru bd264-Exit
              if   CO-Word not = spaces
               and CO-Prog not = spaces
               and (CO-Prog not = TM-Last-Prog
                 or CO-Word not = TM-Last-Word)
                   move CO-Prog to TM-Last-Prog
                   move CO-Word to TM-Last-Word
                   perform bd881-Mark thru bd881-Mark-Exit
              end-if
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
 bd881-Scan-Exit.
     exit.
*>
 bd881-Mark.
     move     FUNCTION UPPER-CASE (CO-Prog (1:32)) to TM-Name.
     move     FUNCTION UPPER-CASE (CO-Word) to CO-Word.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Para-Cnt
              if   TM-A-Name (TM-K) = CO-Word (1:32)
               and TM-P-Name (TM-A-Prog (TM-K)) = TM-Name
                   move "Y" to TM-A-Hit (TM-K)
                   exit perform
              end-if
     end-perform.
 bd881-Mark-Exit.
     exit.
 bd881-Exit.
     exit.
*>
 bd882-Tm-Report.                                                 *> New -TESTMAP
*> dir/testmap.report - the drivers and their calls, the matrix,
*>   the untested programs and the calls to nothing.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "testmap.report"    delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Unit-test map for "             delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to TM-N.
     perform  varying TM-I from 1 by 1 until TM-I > TM-Prog-Cnt
              evaluate TM-P-Kind (TM-I)
                  when "T"  add 1 to TM-Drivers
                  when "P"  add 1 to TM-Prods
                  when other add 1 to TM-N
              end-evaluate
     end-perform.
     move     TM-Prog-Cnt to TM-NumZ.
     move     TM-Drivers to TM-NumZ2.
     move     TM-Prods to TM-NumZ3.
     move     spaces to Copyuse-Report-Rec.
     move     1 to TM-Ptr.
     string   FUNCTION TRIM (TM-NumZ)          delimited by size
              " program(s): "                  delimited by size
              FUNCTION TRIM (TM-NumZ2)         delimited by size
              " test driver(s), "              delimited by size
              FUNCTION TRIM (TM-NumZ3)         delimited by size
              " production, "                  delimited by size
              into Copyuse-Report-Rec pointer TM-Ptr.
     move     TM-N to TM-NumZ.
     move     TM-Traces to TM-NumZ2.
     string   FUNCTION TRIM (TM-NumZ)          delimited by size
              " assertion program(s); "        delimited by size
              FUNCTION TRIM (TM-NumZ2)         delimited by size
              " trace file(s)"                 delimited by size
              into Copyuse-Report-Rec pointer TM-Ptr.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "Assertion entry points: "       delimited by size
              FUNCTION TRIM (TM-Asserts)       delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Test drivers - assertions made and programs called:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying TM-I from 1 by 1 until TM-I > TM-Prog-Cnt
              if   TM-P-Kind (TM-I) = "T"
                   perform bd882-Driver thru bd882-Driver-Exit
              end-if
     end-perform.
     if       TM-Drivers = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Production programs and the tests covering them:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying TM-I from 1 by 1 until TM-I > TM-Prog-Cnt
              if   TM-P-Kind (TM-I) = "P"
                   perform bd882-Prod thru bd882-Prod-Exit
              end-if
     end-perform.
     if       TM-Prods = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Production programs no test calls:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying TM-I from 1 by 1 until TM-I > TM-Prog-Cnt
              if   TM-P-Kind (TM-I) = "P"
               and TM-P-Tests (TM-I) = zero
                   add  1 to TM-Untested
                   move spaces to Copyuse-Report-Rec
                   move TM-P-Name (TM-I) to Copyuse-Report-Rec (3:32)
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       TM-Untested = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Test driver calls to programs not in the library:"
              to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Lib-Cnt
              if   TM-L-Res (TM-K) = "M"
               and TM-P-Kind (TM-L-Prog (TM-K)) = "T"
                   add  1 to TM-Missing
                   move TM-L-Ref (TM-K) to TM-NumZ
                   move spaces to Copyuse-Report-Rec
                   string "  "                              delimited by size
                          FUNCTION TRIM (TM-P-Name (TM-L-Prog (TM-K)))
                                                            delimited by size
                          " line "                          delimited by size
                          FUNCTION TRIM (TM-NumZ)           delimited by size
                          " calls "                         delimited by size
                          FUNCTION TRIM (TM-L-Target (TM-K))
                                                            delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       TM-Missing = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     TM-Drivers to TM-NumZ.
     move     TM-Untested to TM-NumZ2.
     move     TM-Missing to TM-NumZ3.
     string   "Summary: "                      delimited by size
              FUNCTION TRIM (TM-NumZ)          delimited by size
              " test driver(s), "              delimited by size
              FUNCTION TRIM (TM-NumZ2)         delimited by size
              " production program(s) untested, " delimited by size
              FUNCTION TRIM (TM-NumZ3)         delimited by size
              " call(s) to missing programs"   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     go       to bd882-Exit.
*>
 bd882-Driver.
*> Driver TM-I: its counts, then each call that is no assertion.
     move     TM-P-Asserts (TM-I) to TM-NumZ.
     move     TM-P-Calls (TM-I) to TM-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     move     TM-P-Name (TM-I) to Copyuse-Report-Rec (3:32).
     string   FUNCTION TRIM (TM-NumZ)          delimited by size
              " assertion(s), "                delimited by size
              FUNCTION TRIM (TM-NumZ2)         delimited by size
              " other call(s)"                 delimited by size
              into Copyuse-Report-Rec (36:60).
     write    Copyuse-Report-Rec.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Lib-Cnt
              if   TM-L-Prog (TM-K) = TM-I
               and TM-L-Kind (TM-K) = "C"
               and TM-L-Res (TM-K) not = "A"
                   move TM-L-Ref (TM-K) to TM-NumZ
                   move spaces to Copyuse-Report-Rec
                   move 7 to TM-Ptr
                   string "calls "                          delimited by size
                          FUNCTION TRIM (TM-L-Target (TM-K))
                                                            delimited by size
                          " line "                          delimited by size
                          FUNCTION TRIM (TM-NumZ)           delimited by size
                          into Copyuse-Report-Rec pointer TM-Ptr
                   evaluate TM-L-Res (TM-K)
                       when "S"
                            string " (system routine)"  delimited by size
                                   into Copyuse-Report-Rec pointer TM-Ptr
                       when "D"
                            string " (target set at run time)"
                                                        delimited by size
                                   into Copyuse-Report-Rec pointer TM-Ptr
                       when "M"
                            string " (not in the library)"
                                                        delimited by size
                                   into Copyuse-Report-Rec pointer TM-Ptr
                       when "Y"
                            if   TM-P-Name (TM-L-Owner (TM-K))
                                 not = TM-L-Target (TM-K)
                                 string " (ENTRY in "   delimited by size
                                        FUNCTION TRIM
                                         (TM-P-Name (TM-L-Owner (TM-K)))
                                                        delimited by size
                                        ")"             delimited by size
                                        into Copyuse-Report-Rec
                                        pointer TM-Ptr
                            end-if
                   end-evaluate
                   if   TM-L-Args (TM-K) not = spaces
                        string " using "                delimited by size
                               FUNCTION TRIM (TM-L-Args (TM-K))
                                                        delimited by size
                               into Copyuse-Report-Rec pointer TM-Ptr
                   end-if
                   write Copyuse-Report-Rec
              end-if
     end-perform.
 bd882-Driver-Exit.
     exit.
*>
 bd882-Prod.
*> Production program TM-I: its tests and, with traces, how much of
*>   it ran; then the drivers by name.
     move     TM-P-Tests (TM-I) to TM-NumZ.
     move     spaces to Copyuse-Report-Rec.
     move     TM-P-Name (TM-I) to Copyuse-Report-Rec (3:32).
     move     36 to TM-Ptr.
     string   FUNCTION TRIM (TM-NumZ)          delimited by size
              " test(s)"                       delimited by size
              into Copyuse-Report-Rec pointer TM-Ptr.
     if       TM-Traces > zero
              move TM-P-Exec (TM-I) to TM-NumZ2
              move TM-P-Paras (TM-I) to TM-NumZ3
              string ", "                      delimited by size
                     FUNCTION TRIM (TM-NumZ2)  delimited by size
                     " of "                    delimited by size
                     FUNCTION TRIM (TM-NumZ3)  delimited by size
                     " paragraph(s) executed"  delimited by size
                     into Copyuse-Report-Rec pointer TM-Ptr.
     write    Copyuse-Report-Rec.
     perform  varying TM-K from 1 by 1 until TM-K > TM-Lib-Cnt
              if   TM-L-Res (TM-K) = "Y"
               and TM-L-Owner (TM-K) = TM-I
               and TM-P-Kind (TM-L-Prog (TM-K)) = "T"
                   move "N" to TM-Hit
                   perform varying TM-J from 1 by 1 until TM-J not < TM-K
                           if   TM-L-Res (TM-J) = "Y"
                            and TM-L-Owner (TM-J) = TM-I
                            and TM-L-Prog (TM-J) = TM-L-Prog (TM-K)
                                move "Y" to TM-Hit
                                exit perform
                           end-if
                   end-perform
                   if   TM-Hit = "N"
                        move spaces to Copyuse-Report-Rec
                        string "      tested by "       delimited by size
                               FUNCTION TRIM (TM-P-Name (TM-L-Prog (TM-K)))
                                                        delimited by size
                               into Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                   end-if
              end-if
     end-perform.
 bd882-Prod-Exit.
     exit.
 bd882-Exit.
     exit.
*>
 bd883-Ba-Data-Item.                                              *> New -BALANCE
*> One File / Working-Storage item: its owning 01 (01s and 77s own
*>   themselves), its file when it sits under an FD, and whether its
*>   name makes it A header or A trailer.
     if       Build-Number = 1 or = 77
              move FUNCTION UPPER-CASE (Saved-Variable (1:32)) to BA-Cur-01
     else
      if      Build-Number = 66 or = 78
              go to bd883-Exit.
     if       BA-Fld-Cnt not < 5000
              move "Y" to BA-Full
              go to bd883-Exit.
     add      1 to BA-Fld-Cnt.
     move     FUNCTION UPPER-CASE (Saved-Variable (1:32))
                to BA-F-Name (BA-Fld-Cnt).
     move     BA-Cur-01 to BA-F-Owner (BA-Fld-Cnt).
     move     spaces to BA-F-File (BA-Fld-Cnt).
     if       HoldWSorPD = 1
              move FUNCTION UPPER-CASE (FIO-Cur-FD) to BA-F-File (BA-Fld-Cnt).
     move     space to BA-F-Kind (BA-Fld-Cnt).
     move     spaces to BA-Up.
     move     BA-F-Name (BA-Fld-Cnt) to BA-Up (2:32).
     move     zero to BA-K.
     inspect  BA-Up tallying BA-K for all "TRAILER" all "TRLR"
                                      all "-TRL-" all "-TRL " all " TRL-".
     if       BA-K > zero
              move "T" to BA-F-Kind (BA-Fld-Cnt)
              go to bd883-Exit.
     inspect  BA-Up tallying BA-K for all "HEADER" all "HDR".
     if       BA-K > zero
              move "H" to BA-F-Kind (BA-Fld-Cnt).
 bd883-Exit.
     exit.
*>
 bd884-Ba-Proc-Ref.                                               *> New -BALANCE
*>***********************
*> A Procedure Division name: A paragraph or section opening, A
*>   counter bumped by ADD (or COMPUTE x = x ...), A name compared
*>   or DISPLAYed, or the INTO area of A READ.  -FLOW has already
*>   seen the name, so FL-Last-Read tells ADD 1 TO from ADD amt TO.
*>***********************
     move     FUNCTION UPPER-CASE (SkaDataName (1:32)) to BA-Name.
     if       HoldWSorPD2 = zero or = 1
              if   BA-Para-Cnt < 2000
                   add  1 to BA-Para-Cnt
                   move BA-Name to BA-P-Name (BA-Para-Cnt)
                   move SkaRefNo to BA-P-Ref (BA-Para-Cnt)
              else
                   move "Y" to BA-Full
              end-if
              go to bd884-Exit.
     if       HoldWSorPD2 not = 2
              go to bd884-Exit.
     if       SkaRefType = "M"
              evaluate PD-Verb
                  when "ADD"
                       if   FL-Last-Read = spaces
                            move "C" to BA-Kind
                       else
                            move "T" to BA-Kind
                       end-if
                       perform bd884-Add-Inc thru bd884-Add-Inc-Exit
                  when "COMPUTE"
                       move BA-Name to BA-Comp-Name
                  when "READ"
                       perform bd884-Into thru bd884-Into-Exit
                  when other
                       continue
              end-evaluate
              go to bd884-Exit.
     evaluate PD-Verb
         when "COMPUTE"
              if   BA-Name = BA-Comp-Name
                   move "C" to BA-Kind
                   perform bd884-Add-Inc thru bd884-Add-Inc-Exit
                   move spaces to BA-Comp-Name
              end-if
         when "IF"
         when "EVALUATE"
         when "WHEN"
         when "UNTIL"
              move "C" to BA-Kind
              perform bd884-Add-Use thru bd884-Add-Use-Exit
         when "DISPLAY"
              move "D" to BA-Kind
              perform bd884-Add-Use thru bd884-Add-Use-Exit
         when other
              continue
     end-evaluate.
     go       to bd884-Exit.
*>
 bd884-Add-Inc.
*> BA-Name was bumped - REJECT / ERROR / SKIP... names are rejects.
     if       BA-Inc-Cnt not < 500
              move "Y" to BA-Full
              go to bd884-Add-Inc-Exit.
     add      1 to BA-Inc-Cnt.
     move     BA-Name to BA-I-Name (BA-Inc-Cnt).
     move     SkaRefNo to BA-I-Ref (BA-Inc-Cnt).
     move     BA-Kind to BA-I-Kind (BA-Inc-Cnt).
     move     zero to BA-I-File (BA-Inc-Cnt).
     move     "N" to BA-I-Rej (BA-Inc-Cnt).
     move     spaces to BA-Up.
     move     BA-Name to BA-Up (2:32).
     move     zero to BA-K.
     inspect  BA-Up tallying BA-K for all "REJ" all "ERR" all "SKIP"
                                      all "BYPASS" all "DROP" all "EXCEPT"
                                      all "INVALID" all "SUSP".
     if       BA-K > zero
              move "Y" to BA-I-Rej (BA-Inc-Cnt).
 bd884-Add-Inc-Exit.
     exit.
*>
 bd884-Add-Use.
     if       BA-Use-Cnt not < 4000
              move "Y" to BA-Full
              go to bd884-Add-Use-Exit.
     add      1 to BA-Use-Cnt.
     move     BA-Name to BA-U-Name (BA-Use-Cnt).
     move     BA-Kind to BA-U-Kind (BA-Use-Cnt).
     move     SkaRefNo to BA-U-Ref (BA-Use-Cnt).
 bd884-Add-Use-Exit.
     exit.
*>
 bd884-Into.
*> READ file INTO area - the file was the last -FILEIO event.
     if       FIO-Event-Count = zero
           or BA-Into-Cnt not < 50
              go to bd884-Into-Exit.
     if       FIO-Ev-Verb (FIO-Event-Count) not = "READ"
              go to bd884-Into-Exit.
     add      1 to BA-Into-Cnt.
     move     FUNCTION UPPER-CASE (FIO-Ev-File (FIO-Event-Count))
                to BA-N-File (BA-Into-Cnt).
     move     BA-Name to BA-N-Area (BA-Into-Cnt).
 bd884-Into-Exit.
     exit.
 bd884-Exit.
     exit.
*>
 bd885-Balance.                                                   *> New -BALANCE
*>***********************
*> Prog-BaseName.balance: each file read or written - its counters,
*>   what becomes of them, its header and trailer checks - then the
*>   counters next to no file and the program's result: BALANCED
*>   (every file counted and reconciled, A count compared), REPORTED
*>   (all shown or written, none compared), UNBALANCED, REPORTS
*>   ONLY or NO FILE I/O.  Print files - written AFTER / BEFORE
*>   ADVANCING - are listed apart as report files and are not
*>   balanced.
*>***********************
     add      1 to BA-Pair-Base giving BA-First-Pair.
     move     zero to BA-File-Cnt BA-Uncounted BA-Unrecon BA-Unchecked.
     move     "N" to BA-Any-Cmp.
     perform  varying BA-Y from 1 by 1 until BA-Y > FIO-Event-Count
              move FUNCTION UPPER-CASE (FIO-Ev-File (BA-Y)) to BA-Fname
              perform bd885-Find-File thru bd885-Find-File-Exit
              if   BA-K = zero
               and BA-File-Cnt < 100
                   add  1 to BA-File-Cnt
                   move BA-File-Cnt to BA-K
                   move BA-Fname to BA-L-Name (BA-K)
                   move spaces to BA-L-Mode (BA-K) BA-L-Status (BA-K)
                                  BA-L-Counter (BA-K)
                   move zero to BA-L-Reads (BA-K) BA-L-Writes (BA-K)
                   move "N" to BA-L-Counted (BA-K) BA-L-Recon (BA-K)
                               BA-L-Print (BA-K)
                   move space to BA-L-Hdr (BA-K) BA-L-Trl (BA-K)
              end-if
              if   BA-K > zero
                   evaluate true
                       when FIO-Ev-Verb (BA-Y) = "READ"
                            add 1 to BA-L-Reads (BA-K)
                       when FIO-Ev-Verb (BA-Y) = "WRITE" or = "REWRITE"
                            add 1 to BA-L-Writes (BA-K)
                       when FIO-Ev-Verb (BA-Y) (1:5) = "OPEN-"
                        and BA-L-Mode (BA-K) = spaces
                            move FIO-Ev-Verb (BA-Y) (6:6) to BA-L-Mode (BA-K)
                       when other
                            continue
                   end-evaluate
              end-if
              move FIO-Ev-Ref (BA-Y) to BA-Ref
              perform bd886-Ba-Para-Of thru bd886-Exit
              move BA-Para-Idx to BA-E-Para (BA-Y)
     end-perform.
*> the print files, as -FPCOUNT finds them.
     perform  varying BA-Y from 1 by 1 until BA-Y > FPT-Prt-Cnt
              move FPT-P-File (BA-Y) to BA-Fname
              perform bd885-Find-File thru bd885-Find-File-Exit
              if   BA-K > zero
                   move "Y" to BA-L-Print (BA-K)
                   move "REPORT FILE" to BA-L-Status (BA-K)
              end-if
     end-perform.
*> READ INTO areas stand for their whole 01.
     perform  varying BA-Q from 1 by 1 until BA-Q > BA-Into-Cnt
              move BA-N-Area (BA-Q) to BA-Rec
              perform bd887-Owner thru bd887-Owner-Exit
              move BA-Owner to BA-N-Area (BA-Q)
     end-perform.
     perform  varying BA-X from 1 by 1 until BA-X > BA-Inc-Cnt
              perform bd885-Attach thru bd885-Attach-Exit
     end-perform.
*>
     move     Balance-FileName to Copyuse-Report-FileName.
     if       BA-Last-File = Balance-FileName            *> nested program
              open extend Copyuse-Report-Out
     else
              open output Copyuse-Report-Out
              move Balance-FileName to BA-Last-File.
     move     spaces to Copyuse-Report-Rec.
     string   "Record-count balancing audit for " delimited by size
              FUNCTION TRIM (HoldID-Module)      delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to BA-Io-Files BA-Prt-Files.
     perform  varying BA-I from 1 by 1 until BA-I > BA-File-Cnt
              if   BA-L-Print (BA-I) = "Y"
                   add 1 to BA-Prt-Files
              else
               if  BA-L-Reads (BA-I) > zero
                or BA-L-Writes (BA-I) > zero
                   add 1 to BA-Io-Files
                   perform bd885-File thru bd885-File-Exit
               end-if
              end-if
     end-perform.
     if       BA-Io-Files = zero
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              if   BA-Prt-Files = zero
                   move "  (no file READ or WRITE)" to Copyuse-Report-Rec
              else
                   move "  (no file to balance - report files only)"
                        to Copyuse-Report-Rec
              end-if
              write Copyuse-Report-Rec.
     if       BA-Prt-Files > zero
              perform bd885-Reports thru bd885-Reports-Exit.
*> the counters next to no file.
     move     "N" to BA-Hit.
     perform  varying BA-X from 1 by 1 until BA-X > BA-Inc-Cnt
              if   BA-I-File (BA-X) = zero
                   if   BA-Hit = "N"
                        move spaces to Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                        move "  Counters next to no file:"
                             to Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                        move "Y" to BA-Hit
                   end-if
                   perform bd885-Counter thru bd885-Counter-Exit
              end-if
     end-perform.
*>
     evaluate true
         when BA-Io-Files = zero
          and BA-Prt-Files > zero
              move "REPORTS ONLY" to BA-Status
         when BA-Io-Files = zero
              move "NO FILE I/O" to BA-Status
         when BA-Uncounted > zero
           or BA-Unrecon > zero
           or BA-Unchecked > zero
              move "UNBALANCED" to BA-Status
         when BA-Any-Cmp = "N"
              move "REPORTED" to BA-Status
         when other
              move "BALANCED" to BA-Status
     end-evaluate.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     BA-Io-Files to BA-NumZ.
     move     BA-Uncounted to BA-NumZ2.
     move     BA-Unrecon to BA-NumZ3.
     move     1 to BA-Ptr.
     string   "  "                            delimited by size
              FUNCTION TRIM (BA-NumZ)         delimited by size
              " file(s) read or written: "    delimited by size
              FUNCTION TRIM (BA-NumZ2)        delimited by size
              " never counted, "              delimited by size
              FUNCTION TRIM (BA-NumZ3)        delimited by size
              " counted but never reconciled, "
                                              delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     move     BA-Unchecked to BA-NumZ.
     string   FUNCTION TRIM (BA-NumZ)         delimited by size
              " trailer(s) never checked"     delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     if       BA-Prt-Files > zero
              move BA-Prt-Files to BA-NumZ
              string "; "                     delimited by size
                     FUNCTION TRIM (BA-NumZ)  delimited by size
                     " report file(s) not balanced"
                                              delimited by size
                     into Copyuse-Report-Rec pointer BA-Ptr.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     string   "  Result: "                    delimited by size
              FUNCTION TRIM (BA-Status)       delimited by size
              into Copyuse-Report-Rec.
     if       BA-Status = "REPORTED"
              move "- counts shown or written, never compared"
                to Copyuse-Report-Rec (20:41).
     write    Copyuse-Report-Rec.
     if       BA-Full = "Y"
              move "  Caution: tables full - the later items are not all here"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Balancing audit (" FUNCTION TRIM (BA-Status)
              ") written to " FUNCTION TRIM (Balance-FileName).
     go       to bd885-Exit.
*>
 bd885-Find-File.
*> BA-Fname's row in the file table, BA-K zero when none.
     perform  varying BA-K from 1 by 1 until BA-K > BA-File-Cnt
              if   BA-L-Name (BA-K) = BA-Fname
                   exit perform
              end-if
     end-perform.
     if       BA-K > BA-File-Cnt
              move zero to BA-K.
 bd885-Find-File-Exit.
     exit.
*>
 bd885-Reports.
*> The print files: report output, not A volume to balance.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  Report files (not balanced):" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying BA-I from 1 by 1 until BA-I > BA-File-Cnt
              if   BA-L-Print (BA-I) = "Y"
                   move BA-L-Writes (BA-I) to BA-NumZ2
                   move spaces to Copyuse-Report-Rec
                   move 1 to BA-Ptr
                   string "    "                       delimited by size
                          FUNCTION TRIM (BA-L-Name (BA-I)) delimited by size
                          " ("                         delimited by size
                          into Copyuse-Report-Rec pointer BA-Ptr
                   if   BA-L-Mode (BA-I) = spaces
                        string "not opened" delimited by size
                               into Copyuse-Report-Rec pointer BA-Ptr
                   else
                        string BA-L-Mode (BA-I) delimited by space
                               into Copyuse-Report-Rec pointer BA-Ptr
                   end-if
                   string ") - "                       delimited by size
                          FUNCTION TRIM (BA-NumZ2)     delimited by size
                          " WRITE(s) AFTER / BEFORE ADVANCING"
                                                       delimited by size
                          into Copyuse-Report-Rec pointer BA-Ptr
                   write Copyuse-Report-Rec
                   perform varying BA-X from 1 by 1 until BA-X > BA-Inc-Cnt
                           if   BA-I-File (BA-X) = BA-I
                                perform bd885-Counter thru bd885-Counter-Exit
                           end-if
                   end-perform
              end-if
     end-perform.
 bd885-Reports-Exit.
     exit.
*>
 bd885-Attach.
*> Counter BA-X belongs to the nearest READ / WRITE in its own
*>   paragraph, else one within 10 lines, else - by its name - the
*>   one file read (READ, IN, INPUT) or written (WRIT, OUT, OUTPUT).
*>   Nearest favours the I/O the ADD follows, and the direction its
*>   name gives.
     move     BA-I-Ref (BA-X) to BA-Ref.
     perform  bd886-Ba-Para-Of thru bd886-Exit.
     move     BA-Para-Idx to BA-Inc-Para.
     move     spaces to BA-Up.
     move     BA-I-Name (BA-X) to BA-Up (2:32).
     move     zero to BA-K BA-M.
     inspect  BA-Up tallying BA-K for all "READ" all "INPUT"
                                      all "-IN-" all " IN-" all "-IN ".
     inspect  BA-Up tallying BA-M for all "WRIT" all "OUTPUT"
                                      all "-OUT-" all " OUT-" all "-OUT ".
     move     zero to BA-Best.
     move     999999 to BA-Dist.
     perform  varying BA-Y from 1 by 1 until BA-Y > FIO-Event-Count
              if   (FIO-Ev-Verb (BA-Y) = "READ" or = "WRITE" or = "REWRITE")
               and BA-E-Para (BA-Y) = BA-Inc-Para
                   compute BA-Gap = FIO-Ev-Ref (BA-Y) - BA-I-Ref (BA-X)
                   if   BA-Gap < zero
                        compute BA-Gap = zero - BA-Gap
                   else
                        add 5 to BA-Gap
                   end-if
                   if   (BA-K > zero and FIO-Ev-Verb (BA-Y) not = "READ")
                     or (BA-M > zero and FIO-Ev-Verb (BA-Y) = "READ")
                        add 50 to BA-Gap
                   end-if
                   if   BA-Gap < BA-Dist
                        move BA-Gap to BA-Dist
                        move BA-Y to BA-Best
                   end-if
              end-if
     end-perform.
     if       BA-Best = zero
              move 10 to BA-Dist
              perform varying BA-Y from 1 by 1 until BA-Y > FIO-Event-Count
                  if   FIO-Ev-Verb (BA-Y) = "READ" or = "WRITE" or = "REWRITE"
                       compute BA-Gap = FIO-Ev-Ref (BA-Y) - BA-I-Ref (BA-X)
                       if   BA-Gap < zero
                            compute BA-Gap = zero - BA-Gap
                       end-if
                       if   BA-Gap not > BA-Dist
                            move BA-Gap to BA-Dist
                            move BA-Y to BA-Best
                       end-if
                  end-if
              end-perform
     end-if.
     if       BA-Best > zero
              move FUNCTION UPPER-CASE (FIO-Ev-File (BA-Best)) to BA-Fname
              perform bd885-Find-File thru bd885-Find-File-Exit
              move BA-K to BA-I-File (BA-X)
              go to bd885-Attach-Exit.
     if       BA-K > zero
              move zero to BA-Gap BA-Best
              perform varying BA-Y from 1 by 1 until BA-Y > BA-File-Cnt
                  if   BA-L-Reads (BA-Y) > zero
                       add  1 to BA-Gap
                       move BA-Y to BA-Best
                  end-if
              end-perform
              if   BA-Gap = 1
                   move BA-Best to BA-I-File (BA-X)
              end-if
              go to bd885-Attach-Exit.
     if       BA-M > zero
              move zero to BA-Gap BA-Best
              perform varying BA-Y from 1 by 1 until BA-Y > BA-File-Cnt
                  if   BA-L-Writes (BA-Y) > zero
                       add  1 to BA-Gap
                       move BA-Y to BA-Best
                  end-if
              end-perform
              if   BA-Gap = 1
                   move BA-Best to BA-I-File (BA-X)
              end-if
     end-if.
 bd885-Attach-Exit.
     exit.
*>
 bd885-File.
*> File BA-I: its counters and header / trailer decide its status,
*>   then its block in the report.
     perform  varying BA-X from 1 by 1 until BA-X > BA-Inc-Cnt
              if   BA-I-File (BA-X) = BA-I
               and BA-I-Kind (BA-X) = "C"
                   move "Y" to BA-L-Counted (BA-I)
                   if   BA-L-Counter (BA-I) = spaces
                        move BA-I-Name (BA-X) to BA-L-Counter (BA-I)
                   end-if
                   move BA-I-Name (BA-X) to BA-Name
                   perform bd887-Ba-Reconcile thru bd887-Exit
                   if   BA-R-Cmp not = spaces
                     or BA-R-Dsp not = spaces
                     or BA-R-Wrt not = spaces
                        move "Y" to BA-L-Recon (BA-I)
                   end-if
                   if   BA-R-Cmp not = spaces
                        move "Y" to BA-Any-Cmp
                   end-if
              end-if
     end-perform.
     move     spaces to BA-Hdr-Name BA-Trl-Name.
     if       BA-L-Reads (BA-I) > zero
              perform bd885-Hdr-Trl thru bd885-Hdr-Trl-Exit.
     evaluate true
         when BA-L-Counted (BA-I) = "N"
              move "UNCOUNTED" to BA-L-Status (BA-I)
              add  1 to BA-Uncounted
         when BA-L-Recon (BA-I) = "N"
              move "UNRECONCILED" to BA-L-Status (BA-I)
              add  1 to BA-Unrecon
         when BA-L-Trl (BA-I) = "N"
              move "TRL UNTESTED" to BA-L-Status (BA-I)
         when other
              move "RECONCILED" to BA-L-Status (BA-I)
     end-evaluate.
     if       BA-L-Trl (BA-I) = "N"
              add  1 to BA-Unchecked.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     BA-L-Reads (BA-I) to BA-NumZ.
     move     BA-L-Writes (BA-I) to BA-NumZ2.
     move     1 to BA-Ptr.
     string   "  File "                       delimited by size
              FUNCTION TRIM (BA-L-Name (BA-I)) delimited by size
              " ("                            delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     if       BA-L-Mode (BA-I) = spaces
              string "not opened" delimited by size
                     into Copyuse-Report-Rec pointer BA-Ptr
     else
              string BA-L-Mode (BA-I) delimited by space
                     into Copyuse-Report-Rec pointer BA-Ptr.
     string   ") - "                          delimited by size
              FUNCTION TRIM (BA-NumZ)         delimited by size
              " READ(s), "                    delimited by size
              FUNCTION TRIM (BA-NumZ2)        delimited by size
              " WRITE(s): "                   delimited by size
              FUNCTION TRIM (BA-L-Status (BA-I)) delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     write    Copyuse-Report-Rec.
     perform  varying BA-X from 1 by 1 until BA-X > BA-Inc-Cnt
              if   BA-I-File (BA-X) = BA-I
                   perform bd885-Counter thru bd885-Counter-Exit
              end-if
     end-perform.
     if       BA-L-Counted (BA-I) = "N"
              move "      *** volume never counted" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       BA-L-Hdr (BA-I) not = space
              move spaces to Copyuse-Report-Rec
              string "      header  "           delimited by size
                     FUNCTION TRIM (BA-Hdr-Name) delimited by size
                     into Copyuse-Report-Rec
              if   BA-L-Hdr (BA-I) = "Y"
                   move "tested" to Copyuse-Report-Rec (50:6)
              else
                   move "*** never tested" to Copyuse-Report-Rec (50:16)
              end-if
              write Copyuse-Report-Rec.
     if       BA-L-Trl (BA-I) not = space
              move spaces to Copyuse-Report-Rec
              string "      trailer "           delimited by size
                     FUNCTION TRIM (BA-Trl-Name) delimited by size
                     into Copyuse-Report-Rec
              if   BA-L-Trl (BA-I) = "Y"
                   move "checked" to Copyuse-Report-Rec (50:7)
              else
                   move "*** count never checked" to Copyuse-Report-Rec (50:23)
              end-if
              write Copyuse-Report-Rec.
 bd885-File-Exit.
     exit.
*>
 bd885-Counter.
*> Counter BA-X's line and what becomes of it.
     move     spaces to Copyuse-Report-Rec.
     if       BA-I-Rej (BA-X) = "Y"
              move "      reject" to Copyuse-Report-Rec
     else
      if      BA-I-Kind (BA-X) = "C"
              move "      count" to Copyuse-Report-Rec
      else
              move "      total" to Copyuse-Report-Rec.
     move     BA-I-Name (BA-X) to Copyuse-Report-Rec (15:32).
     move     BA-I-Ref (BA-X) to BA-RefZ BA-Ref.
     perform  bd886-Ba-Para-Of thru bd886-Exit.
     move     50 to BA-Ptr.
     string   "line "                         delimited by size
              BA-RefZ                         delimited by size
              "  "                            delimited by size
              FUNCTION TRIM (BA-Para-Name)    delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     write    Copyuse-Report-Rec.
     move     BA-I-Name (BA-X) to BA-Name.
     perform  bd887-Ba-Reconcile thru bd887-Exit.
     move     spaces to Copyuse-Report-Rec BA-Text.
     move     1 to BA-Ptr.
     if       BA-R-Cmp not = spaces
              string "compared in "           delimited by size
                     FUNCTION TRIM (BA-R-Cmp) delimited by size
                     "; "                     delimited by size
                     into BA-Text pointer BA-Ptr.
     if       BA-R-Dsp not = spaces
              string "displayed in "          delimited by size
                     FUNCTION TRIM (BA-R-Dsp) delimited by size
                     "; "                     delimited by size
                     into BA-Text pointer BA-Ptr.
     if       BA-R-Wrt not = spaces
              string "written in "            delimited by size
                     FUNCTION TRIM (BA-R-Wrt) delimited by size
                     "; "                     delimited by size
                     into BA-Text pointer BA-Ptr.
     if       BA-Ptr = 1
              move "*** never compared, displayed or written" to BA-Text
     else
              subtract 2 from BA-Ptr
              move spaces to BA-Text (BA-Ptr:2).
     move     BA-Text to Copyuse-Report-Rec (15:146).
     write    Copyuse-Report-Rec.
 bd885-Counter-Exit.
     exit.
*>
 bd885-Hdr-Trl.
*> Input file BA-I's header and trailer items - in its FD or in A
*>   READ INTO area - and whether any of them is ever compared.
*>   Items under A header / trailer 01 count as well.
     move     space to BA-Grp-Kind.
     perform  varying BA-Y from 1 by 1 until BA-Y > BA-Fld-Cnt
              if   BA-F-Name (BA-Y) = BA-F-Owner (BA-Y)
                   move BA-F-Kind (BA-Y) to BA-Grp-Kind
              end-if
              move BA-F-Kind (BA-Y) to BA-Kind
              if   BA-Kind = space
                   move BA-Grp-Kind to BA-Kind
              end-if
              if   BA-Kind not = space
                   move "N" to BA-Hit
                   if   BA-F-File (BA-Y) = BA-L-Name (BA-I)
                        move "Y" to BA-Hit
                   else
                        perform varying BA-Q from 1 by 1
                                until BA-Q > BA-Into-Cnt
                                if   BA-N-File (BA-Q) = BA-L-Name (BA-I)
                                 and BA-N-Area (BA-Q) = BA-F-Owner (BA-Y)
                                     move "Y" to BA-Hit
                                     exit perform
                                end-if
                        end-perform
                   end-if
                   if   BA-Hit = "Y"
                        perform bd885-Ht-Item thru bd885-Ht-Item-Exit
                   end-if
              end-if
     end-perform.
 bd885-Hdr-Trl-Exit.
     exit.
*>
 bd885-Ht-Item.
     move     "N" to BA-Hit.
     perform  varying BA-J from 1 by 1 until BA-J > BA-Use-Cnt
              if   BA-U-Name (BA-J) = BA-F-Name (BA-Y)
               and BA-U-Kind (BA-J) = "C"
                   move "Y" to BA-Hit
                   exit perform
              end-if
     end-perform.
     if       BA-Kind = "H"
              if   BA-Hdr-Name = spaces
                   move BA-F-Name (BA-Y) to BA-Hdr-Name
              end-if
              if   BA-Hit = "Y"
                   move "Y" to BA-L-Hdr (BA-I)
              else
               if  BA-L-Hdr (BA-I) = space
                   move "N" to BA-L-Hdr (BA-I)
               end-if
              end-if
     else
              if   BA-Trl-Name = spaces
                   move BA-F-Name (BA-Y) to BA-Trl-Name
              end-if
              if   BA-Hit = "Y"
                   move "Y" to BA-L-Trl (BA-I)
              else
               if  BA-L-Trl (BA-I) = space
                   move "N" to BA-L-Trl (BA-I)
               end-if
              end-if
     end-if.
 bd885-Ht-Item-Exit.
     exit.
 bd885-Exit.
     exit.
*>
 bd886-Ba-Para-Of.                                                *> New -BALANCE
*> The paragraph holding line BA-Ref - BA-Para-Idx zero and
*>   "(ENTRY)" before the first one.
     move     "(ENTRY)" to BA-Para-Name.
     move     zero to BA-Para-Idx.
     perform  varying BA-P from 1 by 1 until BA-P > BA-Para-Cnt
              if   BA-P-Ref (BA-P) > BA-Ref
                   exit perform
              end-if
              move BA-P to BA-Para-Idx
              move BA-P-Name (BA-P) to BA-Para-Name
     end-perform.
 bd886-Exit.
     exit.
*>
 bd887-Ba-Reconcile.                                              *> New -BALANCE
*>***********************
*> What becomes of counter BA-Name: where it is first compared and
*>   DISPLAYed - itself, its group, or an item it is MOVEd or
*>   COMPUTEd into - and the written record that carries it, if any.
*>***********************
     move     spaces to BA-R-Cmp BA-R-Dsp BA-R-Wrt.
     move     BA-Name to BA-Rec.
     perform  bd887-Uses thru bd887-Uses-Exit.
     perform  bd887-Written thru bd887-Written-Exit.
     if       BA-Hit = "Y"
              move BA-Owner to BA-R-Wrt.
     if       BA-Owner not = BA-Name
              move BA-Owner to BA-Rec
              perform bd887-Uses thru bd887-Uses-Exit.
     perform  varying BA-N from BA-First-Pair by 1
                      until BA-N > Flow-Pair-Count
              if   FUNCTION UPPER-CASE (FP-From (BA-N)) = BA-Name
               and FUNCTION UPPER-CASE (FP-To (BA-N)) not = BA-Name
                   move FUNCTION UPPER-CASE (FP-To (BA-N)) to BA-Rec
                   perform bd887-Uses thru bd887-Uses-Exit
                   perform bd887-Owner thru bd887-Owner-Exit
                   if   BA-Owner not = BA-Rec
                        move BA-Owner to BA-Rec
                        perform bd887-Uses thru bd887-Uses-Exit
                   end-if
                   if   BA-R-Wrt = spaces
                        perform bd887-Written thru bd887-Written-Exit
                        if   BA-Hit = "Y"
                             move BA-Owner to BA-R-Wrt
                        end-if
                   end-if
              end-if
     end-perform.
     go       to bd887-Exit.
*>
 bd887-Uses.
*> BA-Rec's first comparison and first DISPLAY, by paragraph.
     perform  varying BA-J from 1 by 1 until BA-J > BA-Use-Cnt
              if   BA-U-Name (BA-J) = BA-Rec
                   if   BA-U-Kind (BA-J) = "C"
                    and BA-R-Cmp = spaces
                        move BA-U-Ref (BA-J) to BA-Ref
                        perform bd886-Ba-Para-Of thru bd886-Exit
                        move BA-Para-Name to BA-R-Cmp
                   end-if
                   if   BA-U-Kind (BA-J) = "D"
                    and BA-R-Dsp = spaces
                        move BA-U-Ref (BA-J) to BA-Ref
                        perform bd886-Ba-Para-Of thru bd886-Exit
                        move BA-Para-Name to BA-R-Dsp
                   end-if
              end-if
     end-perform.
 bd887-Uses-Exit.
     exit.
*>
 bd887-Owner.
*> BA-Rec's 01 (itself when not A known item) and FD file.
     move     BA-Rec to BA-Owner.
     move     spaces to BA-Owner-File.
     perform  varying BA-O from 1 by 1 until BA-O > BA-Fld-Cnt
              if   BA-F-Name (BA-O) = BA-Rec
                   move BA-F-Owner (BA-O) to BA-Owner
                   move BA-F-File (BA-O) to BA-Owner-File
                   exit perform
              end-if
     end-perform.
 bd887-Owner-Exit.
     exit.
*>
 bd887-Written.
*> Is BA-Rec carried in A record that is written - under the FD of
*>   A file with A WRITE, or its 01 MOVEd or written FROM into one?
     move     "N" to BA-Hit.
     perform  bd887-Owner thru bd887-Owner-Exit.
     if       BA-Owner-File not = spaces
              move BA-Owner-File to BA-Fname
              perform bd885-Find-File thru bd885-Find-File-Exit
              if   BA-K > zero
                   if   BA-L-Writes (BA-K) > zero
                        move "Y" to BA-Hit
                   end-if
              end-if
              go to bd887-Written-Exit.
     perform  varying BA-M from BA-First-Pair by 1
                      until BA-M > Flow-Pair-Count or BA-Hit = "Y"
              if   FUNCTION UPPER-CASE (FP-From (BA-M)) = BA-Owner
                   perform varying BA-O from 1 by 1 until BA-O > BA-Fld-Cnt
                       if   BA-F-Name (BA-O)
                               = FUNCTION UPPER-CASE (FP-To (BA-M))
                            if   BA-F-File (BA-O) not = spaces
                                 move BA-F-File (BA-O) to BA-Fname
                                 perform bd885-Find-File
                                         thru bd885-Find-File-Exit
                                 if   BA-K > zero
                                      if   BA-L-Writes (BA-K) > zero
                                           move "Y" to BA-Hit
                                      end-if
                                 end-if
                            end-if
                            exit perform
                       end-if
                   end-perform
              end-if
     end-perform.
 bd887-Written-Exit.
     exit.
 bd887-Exit.
     exit.
*>
 bd888-Ba-Rows.                                                   *> New -BALANCE
*> The .xdb "Y" rows - the program's result, then each file read or
*>   written with its open mode, status and first counter.
     move     spaces to BA-Xdb-Row.
     move     "S" to BA-X-Kind.
     move     FUNCTION UPPER-CASE (HoldID-Module (1:32)) to BA-X-Name.
     move     BA-Status to BA-X-Status.
     move     spaces to Xdb-Out-Rec.
     move     "Y" to Xdb-Out-Rec (1:1).
     move     BA-Xdb-Row to Xdb-Out-Rec (2:83).
     write    Xdb-Out-Rec.
     add      1 to XD-Rows.
     perform  varying BA-I from 1 by 1 until BA-I > BA-File-Cnt
              if   BA-L-Reads (BA-I) > zero
                or BA-L-Writes (BA-I) > zero
                   move "F" to BA-X-Kind
                   move BA-L-Name (BA-I) to BA-X-Name
                   move BA-L-Mode (BA-I) to BA-X-Mode
                   move BA-L-Status (BA-I) to BA-X-Status
                   move BA-L-Counter (BA-I) to BA-X-Counter
                   move spaces to Xdb-Out-Rec
                   move "Y" to Xdb-Out-Rec (1:1)
                   move BA-Xdb-Row to Xdb-Out-Rec (2:83)
                   write Xdb-Out-Rec
                   add  1 to XD-Rows
              end-if
     end-perform.
 bd888-Exit.
     exit.
*>
 bd889-Balance-Library.                                           *> New -BALANCE
*>***********************
*> dir/balance.report from the members' .xdb "Y" rows: every job
*>   stream in the directory (*.sh, *.ksh, *.job, *.jcl) is read
*>   step by step the way -JOBSTREAM reads one, and each step shows
*>   its program's result and the files it leaves unbalanced; the
*>   members no stream runs are listed after.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "cxbatmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.xdb 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to BA-Prog-Cnt BA-Dbs BA-Dropped BA-Streams
                      BA-Steps-Ok BA-Steps-Not SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd890-Ba-Xdb thru bd890-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       BA-Dbs = zero
              if   not We-Are-Testing
                   call "CBL_DELETE_FILE" using Copyuse-Raw-FileName
              end-if
              display "Caution: -BALANCE found no .xdb databases in "
                       FUNCTION TRIM (WS-Library-Dir)
                       " - run the members with -BALANCE first"
              go to bd889-Exit.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir      delimited by space
              OS-Delimiter        delimited by size
              "balance.report"    delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Record-count balancing by job stream for "
                                               delimited by size
              FUNCTION TRIM (WS-Library-Dir)   delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Command.
     string   "ls "              delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.sh "            delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.ksh "           delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.job "           delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.jcl 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
*> the step parse joins no catalog here - the steps' datasets
*>   are not wanted, only their programs.
     move     Filecat-Count to BA-Save-Filecat.
     move     zero to Filecat-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   perform bd891-Ba-Stream thru bd891-Exit
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     move     BA-Save-Filecat to Filecat-Count.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     if       BA-Streams = zero
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "  (no *.sh, *.ksh, *.job or *.jcl job streams in the directory)"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
*>
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "Members no job stream runs:" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to BA-N.
     perform  varying BA-Y from 1 by 1 until BA-Y > BA-Prog-Cnt
              if   BA-G-Used (BA-Y) = "N"
                   add  1 to BA-N
                   move spaces to Copyuse-Report-Rec
                   move BA-G-Name (BA-Y) to Copyuse-Report-Rec (3:32)
                   move BA-G-Status (BA-Y) to Copyuse-Report-Rec (37:12)
                   move BA-G-Files (BA-Y) to Copyuse-Report-Rec (51:100)
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       BA-N = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     BA-Streams to BA-NumZ.
     move     BA-Steps-Ok to BA-NumZ2.
     move     BA-Steps-Not to BA-NumZ3.
     move     1 to BA-Ptr.
     string   FUNCTION TRIM (BA-NumZ)          delimited by size
              " job stream(s): "               delimited by size
              FUNCTION TRIM (BA-NumZ2)         delimited by size
              " step(s) balance, "             delimited by size
              FUNCTION TRIM (BA-NumZ3)         delimited by size
              " do not"                        delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     write    Copyuse-Report-Rec.
     if       BA-Dropped > zero
              move BA-Dropped to BA-NumZ
              move spaces to Copyuse-Report-Rec
              string "Caution: table full - "  delimited by size
                     FUNCTION TRIM (BA-NumZ)   delimited by size
                     " program(s) left out"    delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     display  "Balancing roll-up (" FUNCTION TRIM (BA-NumZ2)
              " step(s) balance, " FUNCTION TRIM (BA-NumZ3)
              " do not) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 bd889-Exit.
     exit.
*>
 bd890-Ba-Xdb.                                                    *> New -BALANCE
*> One member's .xdb - each program header and its "Y" rows; A
*>   program run without -BALANCE stays NOT AUDITED.
     move     Copyuse-Raw-Rec to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Caution: cannot open " FUNCTION TRIM (Xdb-FileName)
              go to bd890-Exit.
     add      1 to BA-Dbs.
     move     zero to BA-Cur-Prog.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate true
                  when Xdb-In-Rec (1:14) = "COBXREF-XDB 1 "
                       if   BA-Prog-Cnt not < 1000
                            add  1 to BA-Dropped
                            move zero to BA-Cur-Prog
                       else
                            add  1 to BA-Prog-Cnt
                            move BA-Prog-Cnt to BA-Cur-Prog
                            move FUNCTION UPPER-CASE (Xdb-In-Rec (15:32))
                                   to BA-G-Name (BA-Cur-Prog)
                            move "NOT AUDITED" to BA-G-Status (BA-Cur-Prog)
                            move spaces to BA-G-Files (BA-Cur-Prog)
                            move "N" to BA-G-Used (BA-Cur-Prog)
                       end-if
                  when BA-Cur-Prog = zero
                       continue
                  when Xdb-In-Rec (1:1) = "Y"
                       move Xdb-In-Rec (2:83) to BA-Xdb-Row
                       if   BA-X-Kind = "S"
                            move BA-X-Status to BA-G-Status (BA-Cur-Prog)
                       else
                        if  BA-X-Status not = "RECONCILED"
                                        and not = "REPORT FILE"
                            move spaces to BA-Text
                            string BA-G-Files (BA-Cur-Prog)
                                               delimited by "  "
                                   " "         delimited by size
                                   BA-X-Name   delimited by space
                                   " ("        delimited by size
                                   BA-X-Status delimited by "  "
                                   ")"         delimited by size
                                   into BA-Text
                            move FUNCTION TRIM (BA-Text)
                                 to BA-G-Files (BA-Cur-Prog)
                        end-if
                       end-if
              end-evaluate
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 bd890-Exit.
     exit.
*>
 bd891-Ba-Stream.                                                 *> New -BALANCE
*> One job stream: its steps in order, each with its program's
*>   result - A program the library does not hold, or A sort
*>   utility, is shown but not counted either way.
     move     Copyuse-Raw-Rec to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to bd891-Exit.
     add      1 to BA-Streams.
     move     zero to JS-Step-Count JS-DS-Count SO-Step-Cnt.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              perform zz245-Parse-Step thru zz245-Exit
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
     move     JS-Step-Count to BA-NumZ.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     1 to BA-Ptr.
     string   "Job stream "                      delimited by size
              FUNCTION TRIM (Copyuse-Raw-Rec)    delimited by size
              ": "                               delimited by size
              FUNCTION TRIM (BA-NumZ)            delimited by size
              " step(s)"                         delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     write    Copyuse-Report-Rec.
     move     zero to BA-I BA-N BA-Steps-Oth.
     perform  varying BA-X from 1 by 1 until BA-X > JS-Step-Count
              move FUNCTION UPPER-CASE (JS-Prog (BA-X)) to BA-Name
              move spaces to Copyuse-Report-Rec
              move BA-X to BA-StepZ
              string "  step "   delimited by size
                     BA-StepZ    delimited by size
                     into Copyuse-Report-Rec
              move BA-Name to Copyuse-Report-Rec (15:32)
              perform varying BA-Y from 1 by 1 until BA-Y > BA-Prog-Cnt
                      if   BA-G-Name (BA-Y) = BA-Name
                           exit perform
                      end-if
              end-perform
              evaluate true
                  when BA-Y not > BA-Prog-Cnt
                       move "Y" to BA-G-Used (BA-Y)
                       move BA-G-Status (BA-Y) to Copyuse-Report-Rec (49:12)
                       move BA-G-Files (BA-Y) to Copyuse-Report-Rec (63:98)
                       evaluate BA-G-Status (BA-Y)
                           when "BALANCED"
                                add 1 to BA-I
                           when "REPORTED"
                           when "UNBALANCED"
                                add 1 to BA-N
                           when other
                                add 1 to BA-Steps-Oth
                       end-evaluate
                  when BA-Name = "SORT" or = "GCSORT" or = "OCSORT"
                    or = "DFSORT" or = "SYNCSORT" or = "ICEMAN"
                       move "(sort utility)" to Copyuse-Report-Rec (49:14)
                       add 1 to BA-Steps-Oth
                  when other
                       move "(not in the library)" to Copyuse-Report-Rec (49:20)
                       add 1 to BA-Steps-Oth
              end-evaluate
              write Copyuse-Report-Rec
     end-perform.
     add      BA-I to BA-Steps-Ok.
     add      BA-N to BA-Steps-Not.
     move     BA-I to BA-NumZ.
     move     BA-N to BA-NumZ2.
     move     BA-Steps-Oth to BA-NumZ3.
     move     spaces to Copyuse-Report-Rec.
     move     1 to BA-Ptr.
     string   "  "                            delimited by size
              FUNCTION TRIM (BA-NumZ)         delimited by size
              " balance, "                    delimited by size
              FUNCTION TRIM (BA-NumZ2)        delimited by size
              " do not, "                     delimited by size
              FUNCTION TRIM (BA-NumZ3)        delimited by size
              " neither (no file I/O, not audited, not A member)"
                                              delimited by size
              into Copyuse-Report-Rec pointer BA-Ptr.
     write    Copyuse-Report-Rec.
 bd891-Exit.
     exit.
*>
 zz293-Library-Graph.                                             *> New -GRAPH
*>***********************
*> Library run: programs, datasets and copybooks as nodes; CALLS
*>   from the stitched pairs, READS/WRITES from the ASSIGN + OPEN
*>   sweeps, COPIES from A COPY grep.  dir/library.nodes.csv and
*>   dir/library.edges.csv.
*>***********************
     move     zero to GR-Nodes GR-Edges.
*>
*> the -FILECAT + -LINEAGE sweeps fill the catalog with directions.
*>
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "cxgrtmp"          delimited by size
                                 into Copyuse-Raw-FileName.
     string   "grep -Hni " quote "assign" quote " "
                                 delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.c* 2>/dev/null | sort > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to Filecat-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform  zz211-Add-Assign thru zz211-Add-Assign-Exit
     end-perform.
     close    Copyuse-Raw-In.
     move     spaces to Copyuse-Command.
     string   "grep -Hni " quote "open " quote " "
                                 delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.c* 2>/dev/null | sort > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform  zz233-Scan-Open thru zz233-Exit
     end-perform.
     close    Copyuse-Raw-In.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "library.nodes.csv" delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     "id,type" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying GR-Idx from 1 by 1 until GR-Idx > WS-Member-Cnt
              move spaces to Copyuse-Report-Rec
              string FUNCTION TRIM (Batch-Caller-Entry (GR-Idx))
                                delimited by size
                     ",PROGRAM" delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              add  1 to GR-Nodes
     end-perform.
     perform  varying GR-Idx from 1 by 1 until GR-Idx > Filecat-Count
              move "N" to LN-Hit
              perform varying GR-J from 1 by 1 until GR-J not < GR-Idx
                  if   FC-Phys (GR-J) = FC-Phys (GR-Idx)
                       move "Y" to LN-Hit   *> emit each dataset once
                       exit perform
                  end-if
              end-perform
              if   LN-Hit = "N"
                   move spaces to Copyuse-Report-Rec
                   string FC-Phys (GR-Idx)  delimited by space
                          ",DATASET"        delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   add  1 to GR-Nodes
              end-if
     end-perform.
     close    Copyuse-Report-Out.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "library.edges.csv" delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     "from,to,type" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying GR-Idx from 1 by 1 until GR-Idx > CY-Pair-Count
              move spaces to Copyuse-Report-Rec
              string FUNCTION TRIM (CY-From (GR-Idx))
                               delimited by size
                     ","       delimited by size
                     FUNCTION TRIM (CY-To (GR-Idx))
                               delimited by size
                     ",CALLS"  delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              add  1 to GR-Edges
     end-perform.
     perform  varying GR-Idx from 1 by 1 until GR-Idx > Filecat-Count
              move spaces to Copyuse-Report-Rec
              move 1 to GR-J
              string FUNCTION TRIM (FC-Prog (GR-Idx))
                               delimited by size
                     ","       delimited by size
                     FC-Phys (GR-Idx) delimited by space
                     into Copyuse-Report-Rec with pointer GR-J
              evaluate FC-IO (GR-Idx)
                  when "R"   string ",READS"  delimited by size
                                    into Copyuse-Report-Rec
                                    with pointer GR-J
                  when "W"   string ",WRITES" delimited by size
                                    into Copyuse-Report-Rec
                                    with pointer GR-J
                  when "B"   string ",UPDATES" delimited by size
                                    into Copyuse-Report-Rec
                                    with pointer GR-J
                  when other string ",USES"   delimited by size
                                    into Copyuse-Report-Rec
                                    with pointer GR-J
              end-evaluate
              write Copyuse-Report-Rec
              add  1 to GR-Edges
     end-perform.
*>
*> COPY edges straight off A grep sweep.
*>
     move     spaces to Copyuse-Command.
     string   "grep -Hnio " quote "copy  *[a-z0-9][a-z0-9-]*" quote
              " "                delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.c* 2>/dev/null | sort -u > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              move spaces to CU-Path CU-LineNo CU-Rest-Text
              unstring Copyuse-Raw-Rec delimited by ":"
                       into CU-Path CU-LineNo CU-Rest-Text
              if   CU-Path not = spaces
                   perform zz201-Get-Path-Basename
                           thru zz201-Get-Path-Basename-Exit
                   move spaces to CA-Word CA-Stem
                   move FUNCTION UPPER-CASE (CU-Rest-Text)
                        to CU-Rest-Upper
                   unstring CU-Rest-Upper delimited by all spaces
                            into CA-Word CA-Stem
                   if   CA-Stem not = spaces
                        move spaces to Copyuse-Report-Rec
                        string FUNCTION TRIM (CU-Program-Name)
                                         delimited by size
                               ","       delimited by size
                               FUNCTION TRIM (CA-Stem)
                                         delimited by size
                               ",COPIES" delimited by size
                               into Copyuse-Report-Rec
                        write Copyuse-Report-Rec
                        add  1 to GR-Edges
                   end-if
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     close    Copyuse-Report-Out.
     move     GR-Nodes to GR-NumZ.
     move     GR-Edges to GR-NumZ2.
     display  "Library graph: " FUNCTION TRIM (GR-NumZ)
              " node(s), " FUNCTION TRIM (GR-NumZ2) " edge(s) - "
              "library.nodes.csv / library.edges.csv".
 zz293-Exit.
     exit.
*>
 zz294-Risk-Report.                                               *> New -RISK
*>***********************
*> score = S3 x 10 + S2 x 3 + S1 + fan-in x 2 + worst-complexity/5
*>   + growth%/10 - crude on purpose, stable on purpose.  Written
*>   worst-first to dir/library.risk with every factor shown.
*>***********************
     move     zero to RK-Count.
     perform  varying RK-Idx from 1 by 1 until RK-Idx > WS-Member-Cnt
              if   RK-Count < 500
                   add  1 to RK-Count
                   initialize RK-Entry (RK-Count)
                   move FUNCTION UPPER-CASE
                         (Batch-Caller-Entry (RK-Idx) (1:32))
                        to RK-Name (RK-Count)
                   perform zz295-Score-Member thru zz295-Exit
              end-if
     end-perform.
     if       RK-Count > 1
              sort RK-Entry descending RK-Score.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "library.risk"     delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     "Change-risk ranking, worst first (score: S3x10 + S2x3"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "  + S1 + fan-in x2 + cplx/5 + growth%/10):"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying RK-Idx from 1 by 1 until RK-Idx > RK-Count
              if   RK-Name (RK-Idx) = spaces
                   exit perform cycle
              end-if
              move RK-Score (RK-Idx) to RK-NumZ
              move RK-Grow (RK-Idx) to RK-GrowZ
              move spaces to Copyuse-Report-Rec
              move 1 to RK-P
              string "  "       delimited by size
                     RK-Name (RK-Idx) delimited by size
                     " score "  delimited by size
                     FUNCTION TRIM (RK-NumZ) delimited by size
                     "  (S3="   delimited by size
                     RK-S3 (RK-Idx) delimited by size
                     " S2="     delimited by size
                     RK-S2 (RK-Idx) delimited by size
                     " S1="     delimited by size
                     RK-S1 (RK-Idx) delimited by size
                     " fan-in=" delimited by size
                     RK-FanIn (RK-Idx) delimited by size
                     " cplx="   delimited by size
                     RK-Cplx (RK-Idx) delimited by size
                     " growth=" delimited by size
                     FUNCTION TRIM (RK-GrowZ) delimited by size
                     "%)"       delimited by size
                     into Copyuse-Report-Rec with pointer RK-P
              write Copyuse-Report-Rec
              move RK-Name (RK-Idx) to CG-Want            *> New -CATALOG
              perform bd666-Cg-Report-Line thru bd666-Exit
     end-perform.
     close    Copyuse-Report-Out.
     perform  bd658-Cg-Close thru bd658-Exit.                      *> New -CATALOG
     move     RK-Count to RK-NumZ.
     display  "Risk ranking (" FUNCTION TRIM (RK-NumZ)
              " member(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
 zz294-Exit.
     exit.
*>
 zz295-Score-Member.                                              *> New -RISK
*> one member's factors, each from the artifact that already holds it.
*>
*> fan-in: who calls it.
     perform  varying RK-J from 1 by 1 until RK-J > CY-Pair-Count
              if   CY-To (RK-J) = RK-Name (RK-Count)
               and RK-FanIn (RK-Count) < 9999
                   add  1 to RK-FanIn (RK-Count)
              end-if
     end-perform.
*>
*> findings severity counts off the member's summary line.
*>
     move     spaces to WS-Diff-Old-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              FUNCTION TRIM (Batch-Caller-Entry (RK-Idx))
                                 delimited by size
              ".findings"        delimited by size
              into WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
     else
              read Diff-Old-Listing at end
                   continue
              end-read
              if   Diff-Old-Record (1:17) = "Findings summary:"
                   move spaces to DB-Work RK-Work
                   unstring Diff-Old-Record delimited by "serious "
                            into DB-Work, RK-Work
                   move FUNCTION NUMVAL (RK-Work (1:6))
                        to RK-S3 (RK-Count)
                   move spaces to DB-Work RK-Work
                   unstring Diff-Old-Record delimited by "warning "
                            into DB-Work, RK-Work
                   move FUNCTION NUMVAL (RK-Work (1:6))
                        to RK-S2 (RK-Count)
                   move spaces to DB-Work RK-Work
                   unstring Diff-Old-Record delimited by "advisory "
                            into DB-Work, RK-Work
                   move FUNCTION NUMVAL (RK-Work (1:6))
                        to RK-S1 (RK-Count)
              end-if
              close Diff-Old-Listing
              move zero to FS-Reply.
*>
*> worst paragraph complexity off the .psize sidecar.
*>
     move     spaces to WS-Diff-Old-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              FUNCTION TRIM (Batch-Caller-Entry (RK-Idx))
                                 delimited by size
              ".psize"           delimited by size
              into WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
     else
              perform until FS-Reply not = zero
                  read Diff-Old-Listing at end
                       move 1 to FS-Reply
                       exit perform
                  end-read
                  if   Diff-Old-Record (50:5) not = spaces
                   and FUNCTION NUMVAL (Diff-Old-Record (50:5))
                        > RK-Cplx (RK-Count)
                       move FUNCTION NUMVAL (Diff-Old-Record (50:5))
                            to RK-Cplx (RK-Count)
                  end-if
              end-perform
              close Diff-Old-Listing
              move zero to FS-Reply.
*>
*> growth: first vs latest line count in the Metrics-Log.
*>
     accept   WS-Metrics-FileName from Environment "COBXREF_METRICS".
     if       WS-Metrics-FileName = spaces
              move "cobxref.metrics" to WS-Metrics-FileName.
     move     zero to RK-First-Lines RK-Last-Lines.
     open     input Metrics-Log.
     if       FS-Reply not = zero
              move zero to FS-Reply
     else
              perform until FS-Reply not = zero
                  read Metrics-Log at end
                       move 1 to FS-Reply
                       exit perform
                  end-read
                  if   FUNCTION UPPER-CASE (Met-Prog (1:32))
                     = RK-Name (RK-Count)
                       move FUNCTION NUMVAL (Met-Lines)
                            to RK-Last-Lines
                       if   RK-First-Lines = zero
                            move RK-Last-Lines to RK-First-Lines
                       end-if
                  end-if
              end-perform
              close Metrics-Log
              move zero to FS-Reply.
     if       RK-First-Lines > zero
              compute RK-Grow (RK-Count)
                    = ((RK-Last-Lines - RK-First-Lines) * 100)
                    / RK-First-Lines.
*>
     compute  RK-Score (RK-Count)
            = RK-S3 (RK-Count) * 10
            + RK-S2 (RK-Count) * 3
            + RK-S1 (RK-Count)
            + RK-FanIn (RK-Count) * 2
            + RK-Cplx (RK-Count) / 5
            + RK-Grow (RK-Count) / 10.
 zz295-Exit.
     exit.
*>
 zz296-Runbook.                                                   *> New -RUNBOOK
*>***********************
*> True end of job: staple the four operational sidecars into one
*>   Prog-BaseName.runbook page - what the operator needs when the
*>   program abends at night, in the order they need it.
*>***********************
     move     Runbook-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "OPERATOR RUNBOOK - "          delimited by size
              FUNCTION TRIM (Prog-BaseName)  delimited by size
              " (generated by cobxref - do not hand-edit)"
                                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  bd665-Cg-Runbook thru bd665-Exit.                    *> New -CATALOG
     perform  varying RB-Sect from 1 by 1 until RB-Sect > 4
              evaluate RB-Sect
                  when 1
                       move "== FILES, OPEN MODES AND ASSIGNS =="
                            to RB-Hdr
                       move spaces to RB-Src-Name
                       string Prog-BaseName delimited by space
                              ".fileio"     delimited by size
                              into RB-Src-Name
                  when 2
                       move "== ENVIRONMENT DEPENDENCIES =="
                            to RB-Hdr
                       move spaces to RB-Src-Name
                       string Prog-BaseName delimited by space
                              ".envdep"     delimited by size
                              into RB-Src-Name
                  when 3
                       move "== PROGRAMS CALLED ==" to RB-Hdr
                       move spaces to RB-Src-Name
                       string Prog-BaseName delimited by space
                              ".calls"      delimited by size
                              into RB-Src-Name
                  when 4
                       move "== FILE-STATUS AND DECLARATIVE COVER =="
                            to RB-Hdr
                       move spaces to RB-Src-Name
                       string Prog-BaseName delimited by space
                              ".errhandle"  delimited by size
                              into RB-Src-Name
              end-evaluate
              move spaces to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move RB-Hdr to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              perform zz297-Copy-Section thru zz297-Exit
     end-perform.
     close    Copyuse-Report-Out.
     display  "Runbook written to " FUNCTION TRIM (Runbook-FileName).
 zz296-Exit.
     exit.
*>
 zz297-Copy-Section.                                              *> New -RUNBOOK
     move     RB-Src-Name to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              move "  (no data captured this run)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to zz297-Exit.
     move     zero to RB-Idx.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              add  1 to RB-Idx
              move spaces to Copyuse-Report-Rec
              string "  " delimited by size
                     Diff-Old-Record (1:150) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
     if       RB-Idx = zero
              move "  (empty)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 zz297-Exit.
     exit.
*>
 zz298-Manifest.                                                  *> New -MANIFEST
*>***********************
*> Generate: cksum every source member, pair it with its modified
*>   stamp and the PROGRAM-IDs the -VALIDATE sweep finds inside,
*>   and date the lot.  Verify: the same checksums against the
*>   stored manifest - changed / missing / added, RC 4 when the
*>   library no longer matches the evidence.
*>***********************
     if       VD-Count = zero
              perform zz219-Collect-Program-Ids thru zz219-Exit.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "cxmantmp"         delimited by size
                                 into Copyuse-Raw-FileName.
     string   "cksum "           delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.cbl "           delimited by size
              WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "*.cob 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
*>
     if       WS-Manifest-Flag = "V"
              go to zz298-Verify.
*>
     accept   MF-Date-W from date YYYYMMDD.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "library.manifest" delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     zero to MF-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform zz298-One-Member thru zz298-One-Exit
     end-perform.
     close    Copyuse-Raw-In.
     close    Copyuse-Report-Out.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     move     MF-Count to MF-CntZ.
     display  "Manifest (" FUNCTION TRIM (MF-CntZ)
              " member(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
     go       to zz298-Exit.
*>
 zz298-One-Member.
*> "crc size path" from cksum, plus mtime and the PROGRAM-IDs.
     if       Copyuse-Raw-Rec = spaces
              go to zz298-One-Exit.
     move     spaces to MF-Crc-W MF-Size-W MF-Path-W.
     unstring Copyuse-Raw-Rec delimited by all spaces
              into MF-Crc-W MF-Size-W MF-Path-W.
     if       MF-Path-W = spaces
              go to zz298-One-Exit.
     move     MF-Path-W (1:64) to Batch-Calls-FileName.
     call     "CBL_CHECK_FILE_EXIST" using Batch-Calls-FileName
                                            Cbl-File-Details.
     move     zero to Return-Code.
     move     MF-Path-W (1:80) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     spaces to MF-Progs.
     move     1 to MF-P.
     perform  varying MF-J from 1 by 1 until MF-J > VD-Count
              if   VD-File (MF-J) = CU-Program-Name (1:64)
               and MF-P < 60
                   if   MF-P > 1
                        string "," delimited by size
                               into MF-Progs with pointer MF-P
                   end-if
                   string FUNCTION TRIM (VD-Prog (MF-J))
                                 delimited by size
                          into MF-Progs with pointer MF-P
              end-if
     end-perform.
     add      1 to MF-Count.
     move     Cbl-File-Year to MF-Mod-Y.
     move     Cbl-File-Mth  to MF-Mod-M.
     move     Cbl-File-Day  to MF-Mod-D.
     move     spaces to Copyuse-Report-Rec.
     move     1 to MF-P.
     string   MF-Crc-W            delimited by space
              " "                 delimited by size
              MF-Size-W           delimited by space
              " mod="             delimited by size
              MF-Mod-Y            delimited by size
              "/"                 delimited by size
              MF-Mod-M            delimited by size
              "/"                 delimited by size
              MF-Mod-D            delimited by size
              " analysed="        delimited by size
              MF-Date-W           delimited by size
              " "                 delimited by size
              FUNCTION TRIM (MF-Path-W) delimited by size
              " ids="             delimited by size
              into Copyuse-Report-Rec with pointer MF-P.
     if       MF-Progs not = spaces
              string FUNCTION TRIM (MF-Progs) delimited by size
                     into Copyuse-Report-Rec with pointer MF-P
     else
              string "(none)" delimited by size
                     into Copyuse-Report-Rec with pointer MF-P.
     write    Copyuse-Report-Rec.
 zz298-One-Exit.
     exit.
*>
 zz298-Verify.
*> the stored manifest against A fresh cksum pass.
     move     zero to MF-Count MF-Diff-Cnt.
     move     spaces to WS-Diff-Old-FileName.
     string   WS-Library-Dir     delimited by space
              OS-Delimiter       delimited by size
              "library.manifest" delimited by size
                                 into WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Error: no stored manifest at "
                       FUNCTION TRIM (WS-Diff-Old-FileName)
              move zero to FS-Reply
              move 16 to return-code
              goback.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   Diff-Old-Record not = spaces
               and MF-Count < 500
                   add  1 to MF-Count
                   move spaces to MF-Crc-W MF-Size-W
                   unstring Diff-Old-Record delimited by all spaces
                            into MF-Crc-W MF-Size-W
                   move MF-Crc-W to MF-Crc (MF-Count)
                   move spaces to DB-Work CU-Before
                   unstring Diff-Old-Record delimited by "analysed="
                            into DB-Work, CU-Before
                   move spaces to MF-Path-W CU-After
                   unstring CU-Before delimited by all spaces
                            into MF-Path-W, CU-After
                   move CU-After (1:120) to MF-Path (MF-Count)
                   move "N" to MF-Seen (MF-Count)
              end-if
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
*>
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec = spaces
                   exit perform cycle
              end-if
              move spaces to MF-Crc-W MF-Size-W MF-Path-W
              unstring Copyuse-Raw-Rec delimited by all spaces
                       into MF-Crc-W MF-Size-W MF-Path-W
              move "N" to LN-Hit
              perform varying MF-Idx from 1 by 1 until MF-Idx > MF-Count
                  if   MF-Path (MF-Idx) = MF-Path-W (1:120)
                       move "Y" to LN-Hit
                       move "Y" to MF-Seen (MF-Idx)
                       if   MF-Crc (MF-Idx) not = MF-Crc-W
                            add  1 to MF-Diff-Cnt
                            display "CHANGED: "
                                    FUNCTION TRIM (MF-Path-W)
                       end-if
                       exit perform
                  end-if
              end-perform
              if   LN-Hit = "N"
                   add  1 to MF-Diff-Cnt
                   display "ADDED:   " FUNCTION TRIM (MF-Path-W)
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     perform  varying MF-Idx from 1 by 1 until MF-Idx > MF-Count
              if   MF-Seen (MF-Idx) = "N"
                   add  1 to MF-Diff-Cnt
                   display "MISSING: "
                           FUNCTION TRIM (MF-Path (MF-Idx))
              end-if
     end-perform.
     move     MF-Diff-Cnt to MF-CntZ.
     if       MF-Diff-Cnt = zero
              display "Manifest verify: library matches the evidence"
     else
              display "Manifest verify: " FUNCTION TRIM (MF-CntZ)
                      " difference(s)"
              move 4 to return-code.
 zz298-Exit.
     exit.
*>
 zz299-Parse-Chline.                                              *> New -CHANGELOG
*>***********************
*> CH-Rest holds A candidate line: find dd/mm/yy[yy], then the
*>   author initials, an optional "-", A dotted version, and the
*>   summary.  CH-Date-N = 0 when the line is not A change entry.
*>***********************
     move     zero to CH-Date-N.
     move     spaces to CH-Author CH-Version CH-Summary CH-Date-Tok.
     perform  varying CH-I from 1 by 1 until CH-I > 40
              if   CH-Rest (CH-I:2) numeric
               and CH-Rest (CH-I + 2:1) = "/"
               and CH-Rest (CH-I + 3:2) numeric
               and CH-Rest (CH-I + 5:1) = "/"
               and CH-Rest (CH-I + 6:2) numeric
                   exit perform
              end-if
     end-perform.
     if       CH-I > 40
              go to zz299-Exit.
     move     FUNCTION NUMVAL (CH-Rest (CH-I:2))     to CH-DD.
     move     FUNCTION NUMVAL (CH-Rest (CH-I + 3:2)) to CH-MM.
     if       CH-Rest (CH-I + 6:4) numeric
              move FUNCTION NUMVAL (CH-Rest (CH-I + 6:4)) to CH-YY
              compute CH-P = CH-I + 10
     else
              move FUNCTION NUMVAL (CH-Rest (CH-I + 6:2)) to CH-YY
              if   CH-YY < 50
                   add 2000 to CH-YY
              else
                   add 1900 to CH-YY
              end-if
              compute CH-P = CH-I + 8.
     if       CH-MM = zero or CH-MM > 12 or CH-DD = zero or CH-DD > 31
              go to zz299-Exit.
     compute  CH-Date-N = CH-YY * 10000 + CH-MM * 100 + CH-DD.
*>
     move     FUNCTION TRIM (CH-Rest (CH-P:40), LEADING) to CH-Word.
     unstring CH-Word delimited by all spaces into CH-Author.
     compute  CH-P = CH-P + 1.
     move     spaces to CH-Rest (1:CH-P).        *> past the date only -
     move     FUNCTION TRIM (CH-Rest, LEADING) to CH-Rest.
     move     spaces to CH-Word.
     unstring CH-Rest delimited by all spaces into CH-Word.  *> author
     move     1 to CH-P.
     inspect  CH-Rest tallying CH-P for characters before initial " ".
     move     FUNCTION TRIM (CH-Rest (CH-P:), LEADING) to CH-Rest.
     if       CH-Rest (1:2) = "- "
              move FUNCTION TRIM (CH-Rest (3:), LEADING) to CH-Rest.
     move     zero to CH-I.
     move     spaces to CH-Word.
     unstring CH-Rest delimited by all spaces into CH-Word.
     inspect  CH-Word tallying CH-I for all ".".
     if       CH-I > zero                    *> dotted = A version
              move CH-Word (1:12) to CH-Version
              move 1 to CH-P
              inspect CH-Rest tallying CH-P
                      for characters before initial " "
              move FUNCTION TRIM (CH-Rest (CH-P:), LEADING)
                   to CH-Rest.
     move     CH-Rest (1:70) to CH-Summary.
 zz299-Exit.
     exit.
*>
 zz302-Member-Chlog.                                              *> New -CHANGELOG
*>***********************
*> This member's Changes. entries, one normalized row each, in
*>   source order - Prog-BaseName.changelog.
*>***********************
     move     SourceFileName to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to zz302-Exit.
     move     Changelog-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     "date     author       version      summary"
               to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to CH-Cnt.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              move Diff-Old-Record (1:160) to CH-Rest
              perform zz299-Parse-Chline thru zz299-Exit
              if   CH-Date-N > zero
               and CH-Author not = spaces
                   add  1 to CH-Cnt
                   move spaces to Copyuse-Report-Rec
                   move CH-Date-N to Copyuse-Report-Rec (1:8)
                   move CH-Author to Copyuse-Report-Rec (10:12)
                   move CH-Version to Copyuse-Report-Rec (23:12)
                   move CH-Summary (1:70)
                        to Copyuse-Report-Rec (36:70)
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     close    Diff-Old-Listing Copyuse-Report-Out.
     move     zero to FS-Reply.
     move     CH-Cnt to CH-CntZ.
     display  "Change history (" FUNCTION TRIM (CH-CntZ)
              " entry(ies)) written to "
              FUNCTION TRIM (Changelog-FileName).
 zz302-Exit.
     exit.
*>
 zz301-Process-Chlog.                                             *> New -CHANGELOG
*>***********************
*> Library roll-up: every dated change-comment line in the
*>   directory, tallied by member and author since the optional
*>   cut-off - dir/changelog.report.
*>***********************
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Chlog-Dir       delimited by space
              OS-Delimiter       delimited by size
              "cxchtmp"          delimited by size
                                 into Copyuse-Raw-FileName.
     string   "grep -Hn " quote
              "[0-9][0-9]/[0-9][0-9]/[0-9][0-9]" quote " "
                                 delimited by size
              WS-Chlog-Dir       delimited by space
              OS-Delimiter       delimited by size
              "*.c* 2>/dev/null > "
                                 delimited by size
              Copyuse-Raw-FileName delimited by space
                                 into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to CH-Tally-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform zz301-One-Line thru zz301-One-Exit
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
*>
     move     spaces to Copyuse-Report-FileName.
     string   WS-Chlog-Dir       delimited by space
              OS-Delimiter       delimited by size
              "changelog.report" delimited by size
                                 into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     if       WS-Chlog-Since > zero
              string "Change activity by member and author since "
                                      delimited by size
                     WS-Chlog-Since   delimited by size
                     ":"              delimited by size
                     into Copyuse-Report-Rec
     else
              move "Change activity by member and author:"
                    to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying CH-I from 1 by 1 until CH-I > CH-Tally-Count
              move CH-T-Cnt (CH-I) to CH-CntZ
              move spaces to Copyuse-Report-Rec
              string "  "  delimited by size
                     CH-T-Member (CH-I) delimited by size
                     " "   delimited by size
                     CH-T-Author (CH-I) delimited by size
                     " x"  delimited by size
                     FUNCTION TRIM (CH-CntZ) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
     end-perform.
     if       CH-Tally-Count = zero
              move "  (no dated change comments found)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     CH-Tally-Count to CH-CntZ.
     display  "Change-history roll-up ("
              FUNCTION TRIM (CH-CntZ)
              " member/author pair(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
     move     zero to return-code.
     goback.
*>
 zz301-One-Line.
     move     spaces to CU-Path CU-LineNo CU-Rest-Text.
     unstring Copyuse-Raw-Rec delimited by ":"
              into CU-Path CU-LineNo CU-Rest-Text.
     if       CU-Path = spaces
              go to zz301-One-Exit.
     move     CU-Rest-Text (1:160) to CH-Rest.
     perform  zz299-Parse-Chline thru zz299-Exit.
     if       CH-Date-N = zero
           or CH-Author = spaces
           or CH-Date-N < WS-Chlog-Since
              go to zz301-One-Exit.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     perform  varying CH-P from 1 by 1 until CH-P > CH-Tally-Count
              if   CH-T-Member (CH-P) = CU-Program-Name (1:32)
               and CH-T-Author (CH-P) = CH-Author
                   add  1 to CH-T-Cnt (CH-P)
                   go to zz301-One-Exit
              end-if
     end-perform.
     if       CH-Tally-Count < 200
              add  1 to CH-Tally-Count
              move CU-Program-Name (1:32)
                   to CH-T-Member (CH-Tally-Count)
              move CH-Author to CH-T-Author (CH-Tally-Count)
              move 1 to CH-T-Cnt (CH-Tally-Count).
 zz301-One-Exit.
     exit.
*>
 zz301-Exit.
     exit.
*>
 zz303-Perfcycle.                                                 *> New -PERFCYCLE
*>***********************
*> PERFORM edges into the same pair table zz222 walks, then the
*>   same depth-first cycle hunt - each chain printed once, from
*>   its lexically smallest paragraph, with the PERFORMs' RefNos.
*>***********************
     move     zero to CY-Pair-Count.
     perform  varying PFC-Idx from 1 by 1
              until PFC-Idx > PG-Edge-Count
              if   PG-Edge-Type (PFC-Idx) = "P"
               and CY-Pair-Count < 1000
                   add  1 to CY-Pair-Count
                   move FUNCTION UPPER-CASE
                         (PG-Edge-From (PFC-Idx))
                        to CY-From (CY-Pair-Count)
                   move FUNCTION UPPER-CASE
                         (PG-Edge-To (PFC-Idx))
                        to CY-To (CY-Pair-Count)
                   move PG-Edge-Ref (PFC-Idx)
                        to PFC-Ref (CY-Pair-Count)
              end-if
     end-perform.
     move     Perfcycle-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "PERFORM-recursion audit for "  delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to PFC-Found.
     perform  varying CY-Outer from 1 by 1
              until CY-Outer > CY-Pair-Count
              move "N" to CY-Skip
              perform varying CY-J from 1 by 1 until CY-J not < CY-Outer
                  if   CY-From (CY-J) = CY-From (CY-Outer)
                       move "Y" to CY-Skip
                       exit perform
                  end-if
              end-perform
              if   CY-Skip = "N"
                   move CY-From (CY-Outer) to CY-Start
                   perform zz303-Walk thru zz303-Walk-Exit
              end-if
     end-perform.
     if       PFC-Found = zero
              move "  (no recursive PERFORM chains)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     PFC-Found to PFC-CntZ.
     display  "PERFORM-recursion audit ("
              FUNCTION TRIM (PFC-CntZ) " cycle(s)) written to "
              FUNCTION TRIM (Perfcycle-FileName).
 zz303-Exit.
     exit.
*>
 zz303-Walk.                                                      *> New -PERFCYCLE
     move     1 to CY-Depth.
     move     CY-Start to CY-Path (1).
     move     zero to CY-Edge (1).
 zz303-Step.
     if       CY-Depth = zero
              go to zz303-Walk-Exit.
     move     zero to CY-J.
     compute  CY-K = CY-Edge (CY-Depth) + 1.
     perform  varying CY-Idx from CY-K by 1
              until CY-Idx > CY-Pair-Count
              if   CY-From (CY-Idx) = CY-Path (CY-Depth)
                   move CY-Idx to CY-J
                   exit perform
              end-if
     end-perform.
     if       CY-J = zero
              subtract 1 from CY-Depth
              go to zz303-Step.
     move     CY-J to CY-Edge (CY-Depth).
     move     CY-To (CY-J) to CY-Target.
     if       CY-Target = CY-Start
              perform zz303-Report-Cycle thru zz303-Report-Exit
              go to zz303-Step.
     move     "N" to CY-Skip.
     perform  varying CY-Idx from 1 by 1 until CY-Idx > CY-Depth
              if   CY-Path (CY-Idx) = CY-Target
                   move "Y" to CY-Skip
                   exit perform
              end-if
     end-perform.
     if       CY-Skip = "N"
          and CY-Depth < 64
              add  1 to CY-Depth
              move CY-Target to CY-Path (CY-Depth)
              move zero to CY-Edge (CY-Depth).
     go       to zz303-Step.
 zz303-Walk-Exit.
     exit.
*>
 zz303-Report-Cycle.                                              *> New -PERFCYCLE
*> once per cycle, from its lexically smallest paragraph.
     perform  varying CY-Idx from 1 by 1 until CY-Idx > CY-Depth
              if   CY-Path (CY-Idx) < CY-Start
                   go to zz303-Report-Exit
              end-if
     end-perform.
     add      1 to PFC-Found.
     move     spaces to Copyuse-Report-Rec.
     move     1 to PFC-P.
     string   "  cycle: " delimited by size
              into Copyuse-Report-Rec with pointer PFC-P.
     perform  varying CY-Idx from 1 by 1
              until CY-Idx > CY-Depth
                 or PFC-P > 120
              move PFC-Ref (CY-Edge (CY-Idx)) to PFC-RefZ
              string FUNCTION TRIM (CY-Path (CY-Idx))
                               delimited by size
                     " -(at "  delimited by size
                     FUNCTION TRIM (PFC-RefZ) delimited by size
                     ")-> "    delimited by size
                     into Copyuse-Report-Rec with pointer PFC-P
     end-perform.
     string   FUNCTION TRIM (CY-Start) delimited by size
              into Copyuse-Report-Rec with pointer PFC-P.
     write    Copyuse-Report-Rec.
     move     "PERFCYCLE"    to FG-W-Rule.
     move     3              to FG-W-Sev.
     move     PFC-Ref (CY-Edge (1)) to FG-W-Ref.
     move     CY-Start (1:32) to FG-W-Name.
     move     "recursive PERFORM chain - see .perfcycle"
                             to FG-W-Detail.
     perform  zz250-Add-Finding thru zz250-Exit.
 zz303-Report-Exit.
     exit.
*>
 zz304-Thruaudit.                                                 *> New -THRUAUDIT
*>***********************
*> A THRU range is the P edge and T edge zz041 wrote for the same
*>   RefNo: (target-of-P .. target-of-T) by paragraph-table
*>   position.  Per range: coverage, overlaps, GO TO escapes, and
*>   swallowed paragraphs nothing performs directly.
*>***********************
     move     zero to TH-Range-Count.
     perform  varying TH-Idx from 1 by 1 until TH-Idx > PG-Edge-Count
              if   PG-Edge-Type (TH-Idx) not = "T"
                   exit perform cycle
              end-if
              perform varying TH-J from 1 by 1
                      until TH-J > PG-Edge-Count
                  if   PG-Edge-Type (TH-J) = "P"
                   and PG-Edge-Ref (TH-J) = PG-Edge-Ref (TH-Idx)
                       perform zz304-Add-Range thru zz304-Add-Exit
                       exit perform
                  end-if
              end-perform
     end-perform.
     move     Thruaudit-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "PERFORM THRU range audit for " delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       TH-Range-Count = zero
              move "  (no PERFORM THRU ranges)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  varying TH-Idx from 1 by 1 until TH-Idx > TH-Range-Count
              perform zz305-One-Range thru zz305-Exit
     end-perform.
     close    Copyuse-Report-Out.
     move     TH-Range-Count to TH-CntZ.
     display  "THRU range audit (" FUNCTION TRIM (TH-CntZ)
              " range(s)) written to "
              FUNCTION TRIM (Thruaudit-FileName).
 zz304-Exit.
     exit.
*>
 zz304-Add-Range.                                                 *> New -THRUAUDIT
*> paragraph-table positions for both ends; A backwards range (end
*>   declared before start) is kept with the positions as found -
*>   zz305 calls it out.
     move     zero to TH-K TH-M.
     perform  varying TH-P from 1 by 1 until TH-P > PG-Para-Count
              if   PG-Para-Name (TH-P) = PG-Edge-To (TH-J)
               and TH-K = zero
                   move TH-P to TH-K
              end-if
              if   PG-Para-Name (TH-P) = PG-Edge-To (TH-Idx)
               and TH-M = zero
                   move TH-P to TH-M
              end-if
     end-perform.
     if       TH-K = zero or TH-M = zero
              go to zz304-Add-Exit.
     if       TH-Range-Count < 100
              add  1 to TH-Range-Count
              move TH-K to TH-From-Ix (TH-Range-Count)
              move TH-M to TH-To-Ix (TH-Range-Count)
              move PG-Edge-Ref (TH-Idx) to TH-Ref (TH-Range-Count).
 zz304-Add-Exit.
     exit.
*>
 zz305-One-Range.                                                 *> New -THRUAUDIT
     move     TH-Ref (TH-Idx) to TH-RefZ.
     move     spaces to Copyuse-Report-Rec.
     move     1 to TH-P.
     string   "  range "  delimited by size
              FUNCTION TRIM (PG-Para-Name (TH-From-Ix (TH-Idx)))
                          delimited by size
              " THRU "    delimited by size
              FUNCTION TRIM (PG-Para-Name (TH-To-Ix (TH-Idx)))
                          delimited by size
              "  (PERFORM at " delimited by size
              FUNCTION TRIM (TH-RefZ) delimited by size
              ")"         delimited by size
              into Copyuse-Report-Rec with pointer TH-P.
     write    Copyuse-Report-Rec.
     if       TH-To-Ix (TH-Idx) < TH-From-Ix (TH-Idx)
              move "      *** THRU target sits BEFORE the start -"
                   & " the range runs backwards" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to zz305-Exit.
*>
*> coverage.
*>
     move     spaces to Copyuse-Report-Rec.
     move     1 to TH-P.
     string   "      covers: " delimited by size
              into Copyuse-Report-Rec with pointer TH-P.
     perform  varying TH-K from TH-From-Ix (TH-Idx) by 1
              until TH-K > TH-To-Ix (TH-Idx)
                 or TH-P > 110
              string FUNCTION TRIM (PG-Para-Name (TH-K))
                            delimited by size
                     " "    delimited by size
                     into Copyuse-Report-Rec with pointer TH-P
     end-perform.
     write    Copyuse-Report-Rec.
*>
*> overlaps with other ranges.
*>
     perform  varying TH-J from 1 by 1 until TH-J > TH-Range-Count
              if   TH-J not = TH-Idx
               and TH-To-Ix (TH-J) not < TH-From-Ix (TH-J)
               and TH-From-Ix (TH-J) not > TH-To-Ix (TH-Idx)
               and TH-To-Ix (TH-J) not < TH-From-Ix (TH-Idx)
               and not (TH-From-Ix (TH-J) = TH-From-Ix (TH-Idx)
                   and  TH-To-Ix (TH-J) = TH-To-Ix (TH-Idx))
                   move TH-Ref (TH-J) to TH-RefZ
                   move spaces to Copyuse-Report-Rec
                   string "      overlaps the range performed at "
                                 delimited by size
                          FUNCTION TRIM (TH-RefZ) delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move "THRURANGE"  to FG-W-Rule
                   move 2            to FG-W-Sev
                   move TH-Ref (TH-Idx) to FG-W-Ref
                   move PG-Para-Name (TH-From-Ix (TH-Idx))
                        to FG-W-Name
                   move "THRU range overlaps another range"
                        to FG-W-Detail
                   perform zz250-Add-Finding thru zz250-Exit
              end-if
     end-perform.
*>
*> GO TO escapes: A G edge leaving A paragraph inside the range for
*>   A target outside it.
*>
     perform  varying TH-J from 1 by 1 until TH-J > PG-Edge-Count
              if   PG-Edge-Type (TH-J) not = "G"
                   exit perform cycle
              end-if
              move zero to TH-K TH-M
              perform varying TH-P from 1 by 1
                      until TH-P > PG-Para-Count
                  if   PG-Para-Name (TH-P) = PG-Edge-From (TH-J)
                   and TH-K = zero
                       move TH-P to TH-K
                  end-if
                  if   PG-Para-Name (TH-P) = PG-Edge-To (TH-J)
                   and TH-M = zero
                       move TH-P to TH-M
                  end-if
              end-perform
              if   TH-K not < TH-From-Ix (TH-Idx)
               and TH-K not > TH-To-Ix (TH-Idx)
               and (TH-M < TH-From-Ix (TH-Idx)
                 or TH-M > TH-To-Ix (TH-Idx))
                   move PG-Edge-Ref (TH-J) to TH-RefZ
                   move spaces to Copyuse-Report-Rec
                   string "      GO TO at "  delimited by size
                          FUNCTION TRIM (TH-RefZ) delimited by size
                          " jumps out of the range to "
                                             delimited by size
                          FUNCTION TRIM (PG-Edge-To (TH-J))
                                             delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move "THRURANGE"  to FG-W-Rule
                   move 2            to FG-W-Sev
                   move PG-Edge-Ref (TH-J) to FG-W-Ref
                   move PG-Edge-From (TH-J) to FG-W-Name
                   move "GO TO escapes an active THRU range"
                        to FG-W-Detail
                   perform zz250-Add-Finding thru zz250-Exit
              end-if
     end-perform.
*>
*> swallowed paragraphs: strictly inside, performed by nothing.
*>
     compute  TH-K = TH-From-Ix (TH-Idx) + 1.
     perform  varying TH-K from TH-K by 1
              until TH-K not < TH-To-Ix (TH-Idx)
              move "N" to TH-Hit
              perform varying TH-J from 1 by 1
                      until TH-J > PG-Edge-Count
                  if   (PG-Edge-Type (TH-J) = "P"
                     or PG-Edge-Type (TH-J) = "T")
                   and PG-Edge-To (TH-J) = PG-Para-Name (TH-K)
                       move "Y" to TH-Hit
                       exit perform
                  end-if
              end-perform
              if   TH-Hit = "N"
                   move spaces to Copyuse-Report-Rec
                   string "      "  delimited by size
                          FUNCTION TRIM (PG-Para-Name (TH-K))
                                    delimited by size
                          " fell into the range by placement -"
                          " nothing performs it directly"
                                    delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
 zz305-Exit.
     exit.
*>
 zz306-Compcheck-Verb.                                            *> New -COMPCHECK
*> called for every reserved word - arithmetic verbs open A
*>   statement, ROUNDED/SIZE mark their clauses, A sentence period
*>   closes it.
     evaluate wsFoundWord2 (1:9)
         when "ADD      "
         when "SUBTRACT "
         when "MULTIPLY "
         when "DIVIDE   "
         when "COMPUTE  "
              if   AR2-Active = "Y"
                   perform zz307-End-Arith thru zz307-Exit
              end-if
              if   AR2-Laid not = "Y"         *> digits live in the
                   move "Y" to AR2-Laid       *>  computed layout
                   perform zz045-Compute-Layout thru zz045-Exit
              end-if
              move "Y" to AR2-Active
              move wsFoundWord2 (1:9) to AR2-Verb
              move Gen-RefNo1 to AR2-Ref
              move zero to AR2-MaxD AR2-MaxD2 AR2-RecvD
              move spaces to AR2-Recv
              move "N" to AR2-Scale AR2-Size AR2-Round
              move spaces to PA-Prev-Usage                        *> New -PERFADVISE
              move zero to PA-Prev-Idx
         when "GIVING   "
              if   AR2-Active = "Y"         *> GIVING supersedes the
                   move zero to AR2-RecvD   *>  BY/FROM operand - that
                   move spaces to AR2-Recv  *>  one is NOT altered
              end-if
         when "ROUNDED  "
              if   AR2-Active = "Y"
                   move "Y" to AR2-Round
              end-if
         when "SIZE     "
              if   AR2-Active = "Y"
                   move "Y" to AR2-Size
              end-if
         when other
              continue
     end-evaluate.
     if       AR2-Active = "Y"
          and Word-Delimit = "."
              perform zz307-End-Arith thru zz307-Exit.
 zz306-Exit.
     exit.
*>
 zz307-End-Arith.                                                 *> New -COMPCHECK
     if       AR2-Recv not = spaces
          and AR2-Count < 300
              add  1 to AR2-Count
              move AR2-Verb  to AR2-T-Verb  (AR2-Count)
              move AR2-Ref   to AR2-T-Ref   (AR2-Count)
              move AR2-MaxD  to AR2-T-MaxD  (AR2-Count)
              move AR2-MaxD2 to AR2-T-MaxD2 (AR2-Count)
              move AR2-RecvD to AR2-T-RecvD (AR2-Count)
              move AR2-Recv  to AR2-T-Recv  (AR2-Count)
              move AR2-Scale to AR2-T-Scale (AR2-Count)
              move AR2-Size  to AR2-T-Size  (AR2-Count)
              move AR2-Round to AR2-T-Round (AR2-Count).
     move     "N" to AR2-Active.
 zz307-Exit.
     exit.
*>
 zz308-Arith-Operand.                                             *> New -COMPCHECK
*> A data word inside an arithmetic statement - its captured digit
*>   count feeds the overflow reasoning; A write-state word is the
*>   (or A) receiver, the smallest receiver being the one at risk.
     move     SkaDataName (1:32) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
           or LT-Num (LT-Lookup-Idx) not = "Y"
              go to zz308-Exit.
     if       Perfadvise-Output                                   *> New -PERFADVISE
              perform zz341-Tally-Hotspot thru zz341-Exit.
     move     LT-Digits (LT-Lookup-Idx) to AR2-D.
     if       PD-Write-State = 1
              if   AR2-RecvD = zero or AR2-D < AR2-RecvD
                   move AR2-D to AR2-RecvD
                   move SkaDataName (1:32) to AR2-Recv
                   move zero to AR2-I
                   inspect LT-Pic (LT-Lookup-Idx)
                           tallying AR2-I for all "V"
                   if   AR2-I > zero
                        move "Y" to AR2-Scale
                   else
                        move "N" to AR2-Scale
                   end-if
              end-if.
     if       AR2-D > AR2-MaxD
              move AR2-MaxD to AR2-MaxD2
              move AR2-D to AR2-MaxD
     else
      if      AR2-D > AR2-MaxD2
              move AR2-D to AR2-MaxD2.
 zz308-Exit.
     exit.
*>
 zz309-Arith-Literal.                                             *> New -COMPCHECK
*> A numeric literal operand: its integer digits count like A
*>   field's.
     move     zero to AR2-D.
     perform  varying AR2-I from 1 by 1 until AR2-I > Word-Length
              if   wsFoundWord2 (AR2-I:1) = "." or = ","
                   exit perform
              end-if
              if   wsFoundWord2 (AR2-I:1) numeric
                   add  1 to AR2-D
              end-if
     end-perform.
     if       AR2-D > AR2-MaxD
              move AR2-MaxD to AR2-MaxD2
              move AR2-D to AR2-MaxD
     else
      if      AR2-D > AR2-MaxD2
              move AR2-D to AR2-MaxD2.
 zz309-Exit.
     exit.
*>
 zz310-Compcheck-Report.                                          *> New -COMPCHECK
*>***********************
*> ADD/SUBTRACT need max+1 digits, MULTIPLY the two largest added
*>   together, DIVIDE and COMPUTE at least the largest operand.
*>   A too-small receiver with no ON SIZE ERROR is the finding;
*>   with the clause it is A note.  Scaled receivers computed or
*>   divided without ROUNDED get an advisory.
*>***********************
     move     Compcheck-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Arithmetic overflow/truncation audit for "
                                             delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              ":"                            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to AR2-Hits.
     perform  varying AR2-I from 1 by 1 until AR2-I > AR2-Count
              evaluate AR2-T-Verb (AR2-I)
                  when "MULTIPLY "
                       compute AR2-Need = AR2-T-MaxD (AR2-I)
                                        + AR2-T-MaxD2 (AR2-I)
                  when "ADD      "
                  when "SUBTRACT "
                       compute AR2-Need = AR2-T-MaxD (AR2-I) + 1
                  when other
                       move AR2-T-MaxD (AR2-I) to AR2-Need
              end-evaluate
              if   AR2-T-RecvD (AR2-I) < AR2-Need
                   add  1 to AR2-Hits
                   move AR2-T-Ref (AR2-I) to AR2-RefZ
                   move AR2-Need to AR2-NumZ
                   move AR2-T-RecvD (AR2-I) to AR2-NumZ2
                   move spaces to Copyuse-Report-Rec
                   string "  "    delimited by size
                          AR2-T-Verb (AR2-I) delimited by space
                          " at "  delimited by size
                          FUNCTION TRIM (AR2-RefZ) delimited by size
                          " into " delimited by size
                          FUNCTION TRIM (AR2-T-Recv (AR2-I))
                                   delimited by size
                          ": result can need " delimited by size
                          FUNCTION TRIM (AR2-NumZ) delimited by size
                          " digit(s), receiver holds "
                                   delimited by size
                          FUNCTION TRIM (AR2-NumZ2) delimited by size
                          into Copyuse-Report-Rec
                   if   AR2-T-Size (AR2-I) = "Y"
                        string " (guarded by ON SIZE ERROR)"
                               delimited by size
                               into Copyuse-Report-Rec
                                (FUNCTION LENGTH (FUNCTION TRIM
                                 (Copyuse-Report-Rec,
                                  TRAILING)) + 1:)
                   end-if
                   write Copyuse-Report-Rec
                   if   AR2-T-Size (AR2-I) not = "Y"
                        move "COMPCHECK" to FG-W-Rule
                        move 2           to FG-W-Sev
                        move AR2-T-Ref (AR2-I) to FG-W-Ref
                        move AR2-T-Recv (AR2-I) to FG-W-Name
                        move "arithmetic can overflow, no ON SIZE"
                             & " ERROR"  to FG-W-Detail
                        perform zz250-Add-Finding thru zz250-Exit
                   end-if
              end-if
              if   AR2-T-Scale (AR2-I) = "Y"
               and AR2-T-Round (AR2-I) not = "Y"
               and (AR2-T-Verb (AR2-I) = "COMPUTE  "
                 or AR2-T-Verb (AR2-I) = "DIVIDE   "
                 or AR2-T-Verb (AR2-I) = "MULTIPLY ")
                   add  1 to AR2-Hits
                   move AR2-T-Ref (AR2-I) to AR2-RefZ
                   move spaces to Copyuse-Report-Rec
                   string "  "    delimited by size
                          AR2-T-Verb (AR2-I) delimited by space
                          " at "  delimited by size
                          FUNCTION TRIM (AR2-RefZ) delimited by size
                          " into scaled "  delimited by size
                          FUNCTION TRIM (AR2-T-Recv (AR2-I))
                                   delimited by size
                          " without ROUNDED - truncates"
                                   delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     if       AR2-Hits = zero
              move "  (no arithmetic risks found)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     AR2-Hits to AR2-RefZ.
     display  "Arithmetic audit (" FUNCTION TRIM (AR2-RefZ)
              " hit(s)) written to "
              FUNCTION TRIM (Compcheck-FileName).
     move     zero to AR2-Count.           *> per nested program
     move     "N" to AR2-Active AR2-Laid.
 zz310-Exit.
     exit.
*>
 zz311-Record-Refmod.                                             *> New -REFMOD
*> SkaDataName still holds the base item (the word written just
*>   before the brace, bb055's trick); wsFoundNewWord (1:Q) is the
*>   offset token, wsFoundNewWord2 (1:b) the length token (b = 0
*>   when the length is left to run to the end).
     if       RM-Count not < 300
           or SkaDataName = spaces
           or Q = zero
              go to zz311-Exit.
     add      1 to RM-Count.
     initialize RM-Entry (RM-Count).
     move     SkaDataName (1:32) to RM-Base (RM-Count).
     move     Gen-RefNo1 to RM-Ref (RM-Count).
     if       wsFoundNewWord (1:Q) numeric
              move FUNCTION NUMVAL (wsFoundNewWord (1:Q))
                   to RM-Off-Lit (RM-Count)
     else
              move wsFoundNewWord (1:32) to RM-Off-Name (RM-Count).
     if       b > zero
              if   wsFoundNewWord2 (1:b) numeric
                   move FUNCTION NUMVAL (wsFoundNewWord2 (1:b))
                        to RM-Len-Lit (RM-Count)
              else
                   move wsFoundNewWord2 (1:32)
                        to RM-Len-Name (RM-Count)
              end-if.
 zz311-Exit.
     exit.
*>
 zz313-Refmod-Verb.                                               *> New -REFMOD
*> STRING/UNSTRING WITH POINTER must carry ON OVERFLOW - tracked
*>   off the reserved-word stream.
     if       wsFoundWord2 (1:8) = "POINTER "
          and (PD-Verb = "STRING" or = "UNSTRING")
              move "Y" to RM-Ptr-Pending
              move Gen-RefNo1 to RM-Ptr-Ref
              move PD-Verb (1:8) to RM-Ptr-Verb.
     if       wsFoundWord2 (1:9) = "OVERFLOW "
              move "N" to RM-Ptr-Pending.
     if       RM-Ptr-Pending = "Y"
          and (Word-Delimit = "."
            or wsFoundWord2 (1:7) = "STRING "
            or wsFoundWord2 (1:9) = "UNSTRING ")
              if   PO-Count < 100
                   add  1 to PO-Count
                   move RM-Ptr-Verb to PO-Verb (PO-Count)
                   move RM-Ptr-Ref  to PO-Ref (PO-Count)
              end-if
              move "N" to RM-Ptr-Pending.
 zz313-Exit.
     exit.
*>
 zz312-Refmod-Report.                                             *> New -REFMOD
*>***********************
*> Each captured (off:len) against the base item's computed length.
*>***********************
     if       RM-Laid not = "Y"
              move "Y" to RM-Laid
              perform zz045-Compute-Layout thru zz045-Exit.
     move     Refmod-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Reference-modification bounds audit for "
                                             delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              ":"                            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to RM-Hits.
     perform  varying RM-Idx from 1 by 1 until RM-Idx > RM-Count
              perform zz312-One-Use thru zz312-One-Exit
     end-perform.
     perform  varying RM-Idx from 1 by 1 until RM-Idx > PO-Count
              add  1 to RM-Hits
              move PO-Ref (RM-Idx) to RM-RefZ
              move spaces to Copyuse-Report-Rec
              string "  "   delimited by size
                     PO-Verb (RM-Idx) delimited by space
                     " WITH POINTER at " delimited by size
                     FUNCTION TRIM (RM-RefZ) delimited by size
                     " has no ON OVERFLOW"   delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "REFMOD"    to FG-W-Rule
              move 2           to FG-W-Sev
              move PO-Ref (RM-Idx) to FG-W-Ref
              move PO-Verb (RM-Idx) to FG-W-Name
              move "WITH POINTER lacks ON OVERFLOW" to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit
     end-perform.
     if       RM-Hits = zero
              move "  (no reference-modification risks found)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     RM-Hits to RM-RefZ.
     display  "Reference-modification audit ("
              FUNCTION TRIM (RM-RefZ) " hit(s)) written to "
              FUNCTION TRIM (Refmod-FileName).
     move     zero to RM-Count PO-Count.   *> per nested program
     move     "N" to RM-Laid.
 zz312-Exit.
     exit.
*>
 zz312-One-Use.                                                   *> New -REFMOD
     move     RM-Base (RM-Idx) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              go to zz312-One-Exit.
     move     LT-Length (LT-Lookup-Idx) to RM-BaseLen.
     if       RM-BaseLen = zero
              go to zz312-One-Exit.
     move     RM-Ref (RM-Idx) to RM-RefZ.
     if       RM-Off-Lit (RM-Idx) > zero
          and RM-Off-Lit (RM-Idx) > RM-BaseLen
              add  1 to RM-Hits
              move RM-Off-Lit (RM-Idx) to RM-NumZ
              move RM-BaseLen to RM-NumZ2
              move spaces to Copyuse-Report-Rec
              string "  "   delimited by size
                     FUNCTION TRIM (RM-Base (RM-Idx))
                            delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (RM-RefZ) delimited by size
                     ": literal offset " delimited by size
                     FUNCTION TRIM (RM-NumZ) delimited by size
                     " past the item (length "
                            delimited by size
                     FUNCTION TRIM (RM-NumZ2) delimited by size
                     ")"    delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "REFMOD"    to FG-W-Rule
              move 3           to FG-W-Sev
              move RM-Ref (RM-Idx) to FG-W-Ref
              move RM-Base (RM-Idx) to FG-W-Name
              move "literal refmod offset past the item"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit
              go to zz312-One-Exit.
     if       RM-Off-Lit (RM-Idx) > zero
          and RM-Len-Lit (RM-Idx) > zero
          and RM-Off-Lit (RM-Idx) + RM-Len-Lit (RM-Idx) - 1
              > RM-BaseLen
              add  1 to RM-Hits
              move RM-BaseLen to RM-NumZ2
              move spaces to Copyuse-Report-Rec
              string "  "   delimited by size
                     FUNCTION TRIM (RM-Base (RM-Idx))
                            delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (RM-RefZ) delimited by size
                     ": literal offset+length runs past the item"
                     " (length "  delimited by size
                     FUNCTION TRIM (RM-NumZ2) delimited by size
                     ")"    delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "REFMOD"    to FG-W-Rule
              move 3           to FG-W-Sev
              move RM-Ref (RM-Idx) to FG-W-Ref
              move RM-Base (RM-Idx) to FG-W-Name
              move "literal refmod span past the item"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit
              go to zz312-One-Exit.
     if       RM-Off-Name (RM-Idx) not = spaces
           or RM-Len-Name (RM-Idx) not = spaces
              add  1 to RM-Hits
              move spaces to Copyuse-Report-Rec
              move 1 to RM-Idx2
              string "  "   delimited by size
                     FUNCTION TRIM (RM-Base (RM-Idx))
                            delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (RM-RefZ) delimited by size
                     ": variable bounds (" delimited by size
                     into Copyuse-Report-Rec with pointer RM-Idx2
              if   RM-Off-Name (RM-Idx) not = spaces
                   string FUNCTION TRIM (RM-Off-Name (RM-Idx))
                                 delimited by size
                          into Copyuse-Report-Rec
                          with pointer RM-Idx2
              end-if
              if   RM-Len-Name (RM-Idx) not = spaces
                   string ":"   delimited by size
                          FUNCTION TRIM (RM-Len-Name (RM-Idx))
                                 delimited by size
                          into Copyuse-Report-Rec
                          with pointer RM-Idx2
              end-if
              string ") - verify the guard before this use"
                            delimited by size
                     into Copyuse-Report-Rec with pointer RM-Idx2
              write Copyuse-Report-Rec.
 zz312-One-Exit.
     exit.
*>
 zz315-Corr-Operand.                                              *> New -CORR
*> first group after CORRESPONDING, then the write-state group
*>   after TO/FROM.
     if       CN-State = "A"
              if   CN-Count < 50
                   add  1 to CN-Count
                   initialize CN-Entry (CN-Count)
                   move CN-Hold-Verb to CN-Verb (CN-Count)
                   move SkaDataName (1:32) to CN-A (CN-Count)
                   move SkaRefNo to CN-Ref (CN-Count)
              end-if
              move "B" to CN-State
              go to zz315-Exit.
     if       CN-State = "B"
          and PD-Write-State = 1
              move SkaDataName (1:32) to CN-B (CN-Count)
              move space to CN-State.
 zz315-Exit.
     exit.
*>
 zz316-Corr-Report.                                               *> New -CORR
*>***********************
*> Each CORRESPONDING statement: the subordinate names of both
*>   groups, matched by name - pairs that move, then the silently
*>   skipped fields of each side.
*>***********************
     if       CN-Laid not = "Y"
              move "Y" to CN-Laid
              perform zz045-Compute-Layout thru zz045-Exit.
     move     Corr-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "CORRESPONDING expansion report for "
                                             delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              ":"                            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       CN-Count = zero
              move "  (no CORRESPONDING statements)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  varying CN-Idx from 1 by 1 until CN-Idx > CN-Count
              perform zz317-One-Corr thru zz317-Exit
     end-perform.
     close    Copyuse-Report-Out.
     move     CN-Count to CN-RefZ.
     display  "CORRESPONDING report ("
              FUNCTION TRIM (CN-RefZ) " statement(s)) written to "
              FUNCTION TRIM (Corr-FileName).
     move     zero to CN-Count.            *> per nested program
     move     "N" to CN-Laid.
     move     space to CN-State.
 zz316-Exit.
     exit.
*>
 zz317-One-Corr.                                                  *> New -CORR
     move     CN-Ref (CN-Idx) to CN-RefZ.
     move     spaces to Copyuse-Report-Rec.
     string   "  "    delimited by size
              CN-Verb (CN-Idx) delimited by space
              " CORRESPONDING " delimited by size
              FUNCTION TRIM (CN-A (CN-Idx)) delimited by size
              " -> "  delimited by size
              FUNCTION TRIM (CN-B (CN-Idx)) delimited by size
              "  (at " delimited by size
              FUNCTION TRIM (CN-RefZ) delimited by size
              ")"     delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     CN-A (CN-Idx) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to CN-Ai.
     move     CN-B (CN-Idx) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     move     LT-Lookup-Idx to CN-Bi.
     if       CN-Ai = zero or CN-Bi = zero
              move "      (group structure not captured - no"
                   & " expansion possible)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to zz317-Exit.
     move     zero to CN-Pairs.
*>
*> pairs, and the senders with no partner.
*>
     compute  CN-J = CN-Ai + 1.
     perform  varying CN-J from CN-J by 1
              until CN-J > Layout-Count
                 or LT-Level (CN-J) not > LT-Level (CN-Ai)
              if   LT-Name (CN-J) = "FILLER" or = spaces
                   exit perform cycle
              end-if
              move "N" to CN-Hit
              compute CN-K = CN-Bi + 1
              perform varying CN-K from CN-K by 1
                      until CN-K > Layout-Count
                         or LT-Level (CN-K) not > LT-Level (CN-Bi)
                  if   LT-Name (CN-K) = LT-Name (CN-J)
                       move "Y" to CN-Hit
                       exit perform
                  end-if
              end-perform
              move spaces to Copyuse-Report-Rec
              if   CN-Hit = "Y"
                   add  1 to CN-Pairs
                   string "      pairs:   " delimited by size
                          FUNCTION TRIM (LT-Name (CN-J))
                                           delimited by size
                          into Copyuse-Report-Rec
              else
                   string "      SKIPPED: " delimited by size
                          FUNCTION TRIM (LT-Name (CN-J))
                                           delimited by size
                          " has no partner in "
                                           delimited by size
                          FUNCTION TRIM (CN-B (CN-Idx))
                                           delimited by size
                          into Copyuse-Report-Rec
                   move "CORR"      to FG-W-Rule
                   move 2           to FG-W-Sev
                   move CN-Ref (CN-Idx) to FG-W-Ref
                   move LT-Name (CN-J) to FG-W-Name
                   move "CORRESPONDING field silently skipped"
                        to FG-W-Detail
                   perform zz250-Add-Finding thru zz250-Exit
              end-if
              write Copyuse-Report-Rec
     end-perform.
*>
*> receivers with no partner - they simply keep stale data.
*>
     compute  CN-K = CN-Bi + 1.
     perform  varying CN-K from CN-K by 1
              until CN-K > Layout-Count
                 or LT-Level (CN-K) not > LT-Level (CN-Bi)
              if   LT-Name (CN-K) = "FILLER" or = spaces
                   exit perform cycle
              end-if
              move "N" to CN-Hit
              compute CN-J = CN-Ai + 1
              perform varying CN-J from CN-J by 1
                      until CN-J > Layout-Count
                         or LT-Level (CN-J) not > LT-Level (CN-Ai)
                  if   LT-Name (CN-J) = LT-Name (CN-K)
                       move "Y" to CN-Hit
                       exit perform
                  end-if
              end-perform
              if   CN-Hit = "N"
                   move spaces to Copyuse-Report-Rec
                   string "      STALE:   " delimited by size
                          FUNCTION TRIM (LT-Name (CN-K))
                                           delimited by size
                          " in "           delimited by size
                          FUNCTION TRIM (CN-B (CN-Idx))
                                           delimited by size
                          " receives nothing"
                                           delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
 zz317-Exit.
     exit.
*>
 zz318-Eval-Verb.                                                 *> New -EVALCHECK
*> EVALUATE opens A statement (nested ones only bump the depth so
*>   END-EVALUATE pairs off), WHEN opens A value list, OTHER marks
*>   the safety net.
     evaluate true
         when wsFoundWord2 (1:9) = "EVALUATE "
              if   EV-Active = "Y"
                   add  1 to EV-Depth
              else
                   move "Y" to EV-Active
                   move 1 to EV-Depth
                   move "Y" to EV-Want-Subj
                   move "N" to EV-In-When
                   if   EV-Count < 50
                        add  1 to EV-Count
                        initialize EV-Entry (EV-Count)
                        move Gen-RefNo1 to EV-Ref (EV-Count)
                        move "(expr)" to EV-Subject (EV-Count)
                   end-if
              end-if
         when wsFoundWord2 (1:13) = "END-EVALUATE "
              if   EV-Active = "Y"
                   subtract 1 from EV-Depth
                   if   EV-Depth < 1
                        move "N" to EV-Active
                   end-if
              end-if
         when wsFoundWord2 (1:5) = "WHEN "
              if   EV-Active = "Y" and EV-Depth = 1
                   move "Y" to EV-In-When
                   move "N" to EV-Want-Subj
                   add  1 to EV-Whens (EV-Count)
              end-if
         when wsFoundWord2 (1:6) = "OTHER "
              if   EV-Active = "Y" and EV-Depth = 1
                   move "Y" to EV-Other (EV-Count)
              end-if
         when other
              continue
     end-evaluate.
     if       EV-Active = "Y"
          and Word-Delimit = "."
              move "N" to EV-Active
              move zero to EV-Depth.
 zz318-Exit.
     exit.
*>
 zz319-Eval-Operand.                                              *> New -EVALCHECK
*> the subject (first data word after EVALUATE), or A WHEN value
*>   given as A data/condition name.
     if       EV-Want-Subj = "Y"
              move SkaDataName (1:32) to EV-Subject (EV-Count)
              move "N" to EV-Want-Subj
              go to zz319-Exit.
     if       EV-In-When = "Y"
          and EV-Depth = 1
          and EVW-Count < 400
              add  1 to EVW-Count
              move EV-Count to EVW-Stmt (EVW-Count)
              move SkaDataName (1:32) to EVW-Val (EVW-Count)
              move "C" to EVW-Kind (EVW-Count).
 zz319-Exit.
     exit.
*>
 zz321-Eval-Literal.                                              *> New -EVALCHECK
*> A literal WHEN value, quotes shed so it compares against the 88
*>   VALUE ranges.
     if       EVW-Count not < 400 or EV-Depth not = 1
              go to zz321-Exit.
     add      1 to EVW-Count.
     move     EV-Count to EVW-Stmt (EVW-Count).
     move     "L" to EVW-Kind (EVW-Count).
     move     spaces to EV-Lit.
     if       wsf1-1 = quote or = "'"
              unstring wsFoundWord2 (2:31) delimited by quote or "'"
                       into EV-Lit
     else
              move wsFoundWord2 (1:32) to EV-Lit
              if   EV-Lit (Word-Length:1) = "."
                   move space to EV-Lit (Word-Length:1)
              end-if.
     move     EV-Lit to EVW-Val (EVW-Count).
 zz321-Exit.
     exit.
*>
 zz320-Evalcheck-Report.                                          *> New -EVALCHECK
*>***********************
*> Per EVALUATE: missing WHEN OTHER, duplicate (shadowed) WHEN
*>   values, and - when the subject's 88 domains were captured -
*>   coded values no WHEN covers.
*>***********************
     move     Evalcheck-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "EVALUATE coverage audit for "  delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       EV-Count = zero
              move "  (no EVALUATE statements)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     zero to EV-Hits.
     perform  varying EV-Idx from 1 by 1 until EV-Idx > EV-Count
              perform zz322-One-Eval thru zz322-Exit
     end-perform.
     if       EV-Hits = zero and EV-Count > zero
              move "  (every EVALUATE is covered)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     EV-Count to EV-RefZ.
     display  "EVALUATE audit (" FUNCTION TRIM (EV-RefZ)
              " statement(s)) written to "
              FUNCTION TRIM (Evalcheck-FileName).
     move     zero to EV-Count EVW-Count EV-Depth.  *> per program
     move     "N" to EV-Active.
 zz320-Exit.
     exit.
*>
 zz322-One-Eval.                                                  *> New -EVALCHECK
     move     EV-Ref (EV-Idx) to EV-RefZ.
     if       EV-Other (EV-Idx) not = "Y"
              add  1 to EV-Hits
              move spaces to Copyuse-Report-Rec
              string "  EVALUATE " delimited by size
                     FUNCTION TRIM (EV-Subject (EV-Idx))
                                   delimited by size
                     " at "        delimited by size
                     FUNCTION TRIM (EV-RefZ) delimited by size
                     " has no WHEN OTHER - can fall out unhandled"
                                   delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "EVALCHECK"  to FG-W-Rule
              move 2            to FG-W-Sev
              move EV-Ref (EV-Idx) to FG-W-Ref
              move EV-Subject (EV-Idx) to FG-W-Name
              move "EVALUATE without WHEN OTHER" to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit.
*>
*> shadowed WHENs: the same value appearing again never runs.
*>
     perform  varying EV-J from 1 by 1 until EV-J > EVW-Count
              if   EVW-Stmt (EV-J) not = EV-Idx
                   exit perform cycle
              end-if
              compute EV-K = EV-J + 1
              perform varying EV-K from EV-K by 1
                      until EV-K > EVW-Count
                  if   EVW-Stmt (EV-K) = EV-Idx
                   and EVW-Val (EV-K) = EVW-Val (EV-J)
                       add  1 to EV-Hits
                       move spaces to Copyuse-Report-Rec
                       string "    WHEN "   delimited by size
                              FUNCTION TRIM (EVW-Val (EV-J))
                                            delimited by size
                              " appears again later - the second"
                              " branch is shadowed"
                                            delimited by size
                              into Copyuse-Report-Rec
                       write Copyuse-Report-Rec
                       move spaces to EVW-Val (EV-K)  *> report once
                   end-if
              end-perform
     end-perform.
*>
*> uncovered 88 domains of the subject.
*>
     perform  varying EV-J from 1 by 1 until EV-J > Cond-Val-Count
              if   CVT-Var (EV-J) not = EV-Subject (EV-Idx)
                   exit perform cycle
              end-if
              move "N" to EV-Hit
              perform varying EV-K from 1 by 1 until EV-K > EVW-Count
                  if   EVW-Stmt (EV-K) not = EV-Idx
                       exit perform cycle
                  end-if
                  if   EVW-Kind (EV-K) = "C"
                   and EVW-Val (EV-K) = CVT-Cond (EV-J)
                       move "Y" to EV-Hit
                       exit perform
                  end-if
                  if   EVW-Kind (EV-K) = "L"
                   and EVW-Val (EV-K) (1:8) not < CVT-Lo (EV-J)
                   and EVW-Val (EV-K) (1:8) not > CVT-Hi (EV-J)
                       move "Y" to EV-Hit
                       exit perform
                  end-if
              end-perform
              if   EV-Hit = "N"
                   add  1 to EV-Hits
                   move spaces to Copyuse-Report-Rec
                   string "    coded value "  delimited by size
                          FUNCTION TRIM (CVT-Cond (EV-J))
                                             delimited by size
                          " ("               delimited by size
                          FUNCTION TRIM (CVT-Lo (EV-J))
                                             delimited by size
                          ") of "            delimited by size
                          FUNCTION TRIM (EV-Subject (EV-Idx))
                                             delimited by size
                          " is selected by no WHEN"
                                             delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
              end-if
     end-perform.
 zz322-Exit.
     exit.
*>
 zz324-Search-Verb.                                               *> New -SEARCHCHECK
     evaluate true
         when wsFoundWord2 (1:7) = "SEARCH "
              if   SR3-Count < 50
                   add  1 to SR3-Count
                   initialize SR3-Entry (SR3-Count)
                   move Gen-RefNo1 to SR3-Ref (SR3-Count)
                   move "L" to SR3-Kind (SR3-Count)
                   move "Y" to SR3-Active
                   move "N" to SR3-Have-Tab
              end-if
         when wsFoundWord2 (1:4) = "ALL "
              if   SR3-Active = "Y" and SR3-Have-Tab = "N"
                   move "B" to SR3-Kind (SR3-Count)
              end-if
         when wsFoundWord2 (1:3) = "AT "
              if   SR3-Active = "Y"
                   move "Y" to SR3-AtEnd (SR3-Count)
              end-if
         when wsFoundWord2 (1:5) = "WHEN "
              if   SR3-Active = "Y"
                   add  1 to SR3-Whens (SR3-Count)
              end-if
         when wsFoundWord2 (1:11) = "END-SEARCH "
              move "N" to SR3-Active
         when other
              continue
     end-evaluate.
     if       SR3-Active = "Y"
          and Word-Delimit = "."
              move "N" to SR3-Active.
 zz324-Exit.
     exit.
*>
 zz325-Searchcheck-Report.                                        *> New -SEARCHCHECK
*>***********************
*> Each statement against its table's OCCURS ceiling and declared
*>   keys.
*>***********************
     move     Searchcheck-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "SEARCH statement audit for "   delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       SR3-Count = zero
              move "  (no SEARCH statements)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     move     zero to SR3-Hits.
     perform  varying SR3-Idx from 1 by 1 until SR3-Idx > SR3-Count
              perform zz326-One-Search thru zz326-Exit
     end-perform.
     close    Copyuse-Report-Out.
     move     SR3-Count to SR3-RefZ.
     display  "SEARCH audit (" FUNCTION TRIM (SR3-RefZ)
              " statement(s)) written to "
              FUNCTION TRIM (Searchcheck-FileName).
     move     zero to SR3-Count SK2-Key-Count.  *> per nested program
     move     "N" to SR3-Active.
 zz325-Exit.
     exit.
*>
 zz326-One-Search.                                                *> New -SEARCHCHECK
     move     SR3-Ref (SR3-Idx) to SR3-RefZ.
     move     zero to SR3-Size.
     perform  varying SR3-J from 1 by 1 until SR3-J > WS-Occdep-Count
              if   WS-Occdep-Name (SR3-J) (1:32) = SR3-TableN (SR3-Idx)
                   move WS-Occdep-Max (SR3-J) to SR3-Size
                   exit perform
              end-if
     end-perform.
     move     "N" to SR3-Hit.
     perform  varying SR3-J from 1 by 1 until SR3-J > SK2-Key-Count
              if   SK2-K-Table (SR3-J) = SR3-TableN (SR3-Idx)
                   move "Y" to SR3-Hit
                   exit perform
              end-if
     end-perform.
     move     SR3-Size to SR3-NumZ.
     move     spaces to Copyuse-Report-Rec.
     move     1 to SR3-J.
     if       SR3-Kind (SR3-Idx) = "B"
              string "  SEARCH ALL " delimited by size
                     into Copyuse-Report-Rec with pointer SR3-J
     else
              string "  SEARCH "     delimited by size
                     into Copyuse-Report-Rec with pointer SR3-J.
     string   FUNCTION TRIM (SR3-TableN (SR3-Idx)) delimited by size
              " at "    delimited by size
              FUNCTION TRIM (SR3-RefZ) delimited by size
              " (occurs " delimited by size
              FUNCTION TRIM (SR3-NumZ) delimited by size
              ", keys: "  delimited by size
              into Copyuse-Report-Rec with pointer SR3-J.
     if       SR3-Hit = "Y"
              string "declared)" delimited by size
                     into Copyuse-Report-Rec with pointer SR3-J
     else
              string "NONE)"     delimited by size
                     into Copyuse-Report-Rec with pointer SR3-J.
     write    Copyuse-Report-Rec.
*>
     if       SR3-Kind (SR3-Idx) = "B"
          and SR3-Hit = "N"
              add  1 to SR3-Hits
              move "      *** SEARCH ALL over A table with no"
                   & " ASCENDING/DESCENDING KEY - wrong answers"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "SEARCHCHK"  to FG-W-Rule
              move 3            to FG-W-Sev
              move SR3-Ref (SR3-Idx) to FG-W-Ref
              move SR3-TableN (SR3-Idx) to FG-W-Name
              move "SEARCH ALL without A declared table key"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit.
     if       SR3-Kind (SR3-Idx) = "B"
          and SR3-Whens (SR3-Idx) = zero
              add  1 to SR3-Hits
              move "      *** SEARCH ALL without A WHEN - nothing"
                   & " is ever matched" to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "SEARCHCHK"  to FG-W-Rule
              move 3            to FG-W-Sev
              move SR3-Ref (SR3-Idx) to FG-W-Ref
              move SR3-TableN (SR3-Idx) to FG-W-Name
              move "SEARCH ALL without A matching WHEN"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit.
     if       SR3-Kind (SR3-Idx) = "L"
          and SR3-Size > Search-Linear-Limit
              add  1 to SR3-Hits
              move SR3-Size to SR3-NumZ
              move spaces to Copyuse-Report-Rec
              string "      linear scan over "  delimited by size
                     FUNCTION TRIM (SR3-NumZ)   delimited by size
                     " entries - A performance risk, consider"
                     " SEARCH ALL with A key"   delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       SR3-AtEnd (SR3-Idx) not = "Y"
              add  1 to SR3-Hits
              move "      no AT END - A miss falls straight through"
                   to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 zz326-Exit.
     exit.
*>
 zz327-Term-Verb.                                                 *> New -EXITCHECK
*> STOP RUN / GOBACK / EXIT PROGRAM, with the paragraph they sit in.
     if       EX-Stop-Pend = "Y"
              move "N" to EX-Stop-Pend
              if   wsFoundWord2 (1:4) = "RUN "
               and EX-Count < 100
                   add  1 to EX-Count
                   move "S" to EX-Kind (EX-Count)
                   move Gen-RefNo1 to EX-Ref (EX-Count)
                   move PG-Cur-Para to EX-Para (EX-Count)
                   go to zz327-Exit
              end-if.
     if       EX-Exit-Pend = "Y"
              move "N" to EX-Exit-Pend
              if   wsFoundWord2 (1:8) = "PROGRAM "
               and EX-Count < 100
                   add  1 to EX-Count
                   move "E" to EX-Kind (EX-Count)
                   move Gen-RefNo1 to EX-Ref (EX-Count)
                   move PG-Cur-Para to EX-Para (EX-Count)
                   go to zz327-Exit
              end-if.
     if       wsFoundWord2 (1:5) = "STOP "
              move "Y" to EX-Stop-Pend.
     if       wsFoundWord2 (1:5) = "EXIT "
              move "Y" to EX-Exit-Pend.
     if       wsFoundWord2 (1:7) = "GOBACK "
          and EX-Count < 100
              add  1 to EX-Count
              move "G" to EX-Kind (EX-Count)
              move Gen-RefNo1 to EX-Ref (EX-Count)
              move PG-Cur-Para to EX-Para (EX-Count).
 zz327-Exit.
     exit.
*>
 zz328-Exitcheck-Report.                                          *> New -EXITCHECK
*>***********************
*> PROCEDURE DIVISION USING says called subprogram: STOP RUN there
*>   is the job-killer, GOBACK belongs.  No USING says main: EXIT
*>   PROGRAM there is noise.  A last paragraph with no terminator
*>   can fall off the end either way.
*>***********************
     move     "N" to EX-Is-Sub.
     move     "has USING" to EX-Why.
     perform  varying EX-Idx from 1 by 1
              until EX-Idx > Prog-Params-Count
              if   FUNCTION UPPER-CASE (PP-Prog (EX-Idx))
                 = FUNCTION UPPER-CASE (HoldID-Module (1:32))
                   move "Y" to EX-Is-Sub
                   exit perform
              end-if
     end-perform.
*>
*> A parameterless subprogram (the menu-driver shape) has no USING -
*>   it is A subprogram because something CALLs it: first the USER
*>   targets met in this run's own call records, then the sibling
*>   .calls files from earlier runs of the library.
*>
     if       EX-Is-Sub = "N"
              perform varying EX-Idx from 1 by 1
                      until EX-Idx > EX-Target-Count
                  if   EX-Target (EX-Idx)
                     = FUNCTION UPPER-CASE (HoldID-Module (1:32))
                       move "Y" to EX-Is-Sub
                       move "called in this deck" to EX-Why
                       exit perform
                  end-if
              end-perform.
     if       EX-Is-Sub = "N"
              perform zz355-Scan-Sibling-Calls thru zz355-Exit.
     move     Exitcheck-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     move     1 to EX-Idx.
     string   "Exit-discipline audit for "   delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              into Copyuse-Report-Rec with pointer EX-Idx.
     if       EX-Is-Sub = "Y"
              string " (called subprogram - "
                     delimited by size
                     FUNCTION TRIM (EX-Why) delimited by size
                     "):" delimited by size
                     into Copyuse-Report-Rec with pointer EX-Idx
     else
              string " (main program - no USING, no caller found):"
                     delimited by size
                     into Copyuse-Report-Rec with pointer EX-Idx.
     write    Copyuse-Report-Rec.
     move     zero to EX-Hits.
     perform  varying EX-Idx from 1 by 1 until EX-Idx > EX-Count
              move EX-Ref (EX-Idx) to EX-RefZ
              if   EX-Is-Sub = "Y"
               and EX-Kind (EX-Idx) = "S"
                   add  1 to EX-Hits
                   move spaces to Copyuse-Report-Rec
                   string "  *** STOP RUN at " delimited by size
                          FUNCTION TRIM (EX-RefZ) delimited by size
                          " (in " delimited by size
                          FUNCTION TRIM (EX-Para (EX-Idx))
                                  delimited by size
                          ") takes the whole job down - use GOBACK"
                                  delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move "EXITCHECK"  to FG-W-Rule
                   move 3            to FG-W-Sev
                   move EX-Ref (EX-Idx) to FG-W-Ref
                   move EX-Para (EX-Idx) to FG-W-Name
                   move "STOP RUN inside A called subprogram"
                        to FG-W-Detail
                   perform zz250-Add-Finding thru zz250-Exit
              end-if
              if   EX-Is-Sub not = "Y"
               and EX-Kind (EX-Idx) = "E"
                   add  1 to EX-Hits
                   move spaces to Copyuse-Report-Rec
                   string "  EXIT PROGRAM at " delimited by size
                          FUNCTION TRIM (EX-RefZ) delimited by size
                          " in A main program is A no-op"
                                  delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move "EXITCHECK"  to FG-W-Rule
                   move 2            to FG-W-Sev
                   move EX-Ref (EX-Idx) to FG-W-Ref
                   move EX-Para (EX-Idx) to FG-W-Name
                   move "EXIT PROGRAM in A main program"
                        to FG-W-Detail
                   perform zz250-Add-Finding thru zz250-Exit
              end-if
     end-perform.
*>
*> the last paragraph: does it end, or just stop being source?
*>
     if       PG-Para-Count > zero
          and PG-Para-Term (PG-Para-Count) not = "Y"
              move "N" to LN-Hit
              perform varying EX-Idx from 1 by 1
                      until EX-Idx > EX-Count
                  if   EX-Para (EX-Idx)
                     = PG-Para-Name (PG-Para-Count)
                       move "Y" to LN-Hit
                       exit perform
                  end-if
              end-perform
              if   LN-Hit = "N"
                   add  1 to EX-Hits
                   move spaces to Copyuse-Report-Rec
                   string "  last paragraph " delimited by size
                          FUNCTION TRIM
                           (PG-Para-Name (PG-Para-Count))
                                    delimited by size
                          " has no GOBACK/EXIT PROGRAM - control"
                          " can fall off the end"
                                    delimited by size
                          into Copyuse-Report-Rec
                   write Copyuse-Report-Rec
                   move "EXITCHECK"  to FG-W-Rule
                   move 2            to FG-W-Sev
                   move PG-Para-Ref (PG-Para-Count) to FG-W-Ref
                   move PG-Para-Name (PG-Para-Count) to FG-W-Name
                   move "control can fall off the end"
                        to FG-W-Detail
                   perform zz250-Add-Finding thru zz250-Exit
              end-if
     end-if.
     if       EX-Hits = zero
              move "  (exit discipline is clean)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     EX-Hits to EX-RefZ.
     display  "Exit-discipline audit (" FUNCTION TRIM (EX-RefZ)
              " hit(s)) written to "
              FUNCTION TRIM (Exitcheck-FileName).
     move     zero to EX-Count.             *> per nested program
     move     "N" to EX-Stop-Pend EX-Exit-Pend.
 zz328-Exit.
     exit.
*>
 zz330-Reentrancy-Report.                                         *> New -REENTRANCY
*>***********************
*> The bc800 grouping pass again, asked A different question: per
*>   W-S item, is its first read before its first write with no
*>   VALUE behind it (state from the previous call), or is it
*>   cleanly written-before-read (A LOCAL-STORAGE candidate)?
*>***********************
     move     Reentrancy-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     move     1 to RE-Idx.
     string   "Reentrancy audit for "        delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              into Copyuse-Report-Rec with pointer RE-Idx.
     if       WS-Prog-Initial = "Y"
              string " (PROGRAM-ID ... IS INITIAL - storage is"
                     " fresh each call):" delimited by size
                     into Copyuse-Report-Rec with pointer RE-Idx
     else
              string " (no IS INITIAL - storage persists between"
                     " calls):" delimited by size
                     into Copyuse-Report-Rec with pointer RE-Idx.
     write    Copyuse-Report-Rec.
     move     zero to RE-Risk-Cnt RE-Cand-Cnt.
     move     spaces to RE-Cur-Name.
     move     zero to RE-Def-Sect RE-First-Write RE-First-Read.
     perform  zz236-Open-Part2 thru zz236-Exit.
 zz331-Read.
     perform  zz238-Get-Sorted-Rec thru zz238-Exit.
     if       Part2-Eof
              perform zz332-Close-Group thru zz332-Exit
              perform zz239-Close-Part2
              go to zz333-Summary.
     if       SkaDataName = spaces
              go to zz331-Read.
     if       SkaDataName not = RE-Cur-Name
              perform zz332-Close-Group thru zz332-Exit
              move SkaDataName to RE-Cur-Name
              move zero to RE-Def-Sect RE-First-Write RE-First-Read.
     if       SkaWSorPD > zero and SkaWSorPD < 8
         and  SkaWSorPD2 = zero
         and  RE-Def-Sect = zero
              move SkaWSorPD to RE-Def-Sect.
     if       SkaRefType = "M"
          and RE-First-Write = zero
              move SkaRefNo to RE-First-Write.
     if       SkaRefType = "R"
          and RE-First-Read = zero
              move SkaRefNo to RE-First-Read.
     go       to zz331-Read.
*>
 zz332-Close-Group.
     if       RE-Cur-Name = spaces
           or RE-Def-Sect not = 2     *> WORKING-STORAGE only
              go to zz332-Exit.
     move     "N" to RE-Has-Value.
     perform  varying RE-Idx from 1 by 1 until RE-Idx > SU-Value-Count
              if   SU-Value-Name (RE-Idx) = RE-Cur-Name (1:32)
                   move "Y" to RE-Has-Value
                   exit perform
              end-if
     end-perform.
     if       RE-Has-Value = "N"
          and RE-First-Read > zero
          and (RE-First-Write = zero
            or RE-First-Read < RE-First-Write)
              add  1 to RE-Risk-Cnt
              move RE-First-Read to RE-RefZ
              move spaces to Copyuse-Report-Rec
              string "  RISK: "  delimited by size
                     FUNCTION TRIM (RE-Cur-Name) delimited by size
                     " read at " delimited by size
                     FUNCTION TRIM (RE-RefZ) delimited by size
                     " before any write, no VALUE - carries the"
                     " previous call's state" delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "REENTRANCY" to FG-W-Rule
              move 2            to FG-W-Sev
              move RE-First-Read to FG-W-Ref
              move RE-Cur-Name (1:32) to FG-W-Name
              move "read-before-write with no VALUE clause"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit
              go to zz332-Exit.
     if       RE-Has-Value = "N"
              perform varying RE-Idx from 1 by 1
                      until RE-Idx > RE-Upd-Count
                  if   RE-Upd-Name (RE-Idx) = RE-Cur-Name (1:32)
                       add  1 to RE-Risk-Cnt
                       move RE-Upd-Ref (RE-Idx) to RE-RefZ
                       move spaces to Copyuse-Report-Rec
                       string "  RISK: "  delimited by size
                              FUNCTION TRIM (RE-Cur-Name)
                                          delimited by size
                              " ADDed/SUBTRACTed into at "
                                          delimited by size
                              FUNCTION TRIM (RE-RefZ)
                                          delimited by size
                              " with no VALUE - accumulates"
                              " across calls" delimited by size
                              into Copyuse-Report-Rec
                       write Copyuse-Report-Rec
                       move "REENTRANCY" to FG-W-Rule
                       move 2            to FG-W-Sev
                       move RE-Upd-Ref (RE-Idx) to FG-W-Ref
                       move RE-Cur-Name (1:32) to FG-W-Name
                       move "counter accumulates across calls"
                            to FG-W-Detail
                       perform zz250-Add-Finding thru zz250-Exit
                       go to zz332-Exit
                  end-if
              end-perform.
     if       RE-First-Write > zero
          and (RE-First-Read = zero
            or RE-First-Read > RE-First-Write)
              add  1 to RE-Cand-Cnt
              move spaces to Copyuse-Report-Rec
              string "  local-storage candidate: "
                                delimited by size
                     FUNCTION TRIM (RE-Cur-Name) delimited by size
                     " (always written before read)"
                                delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 zz332-Exit.
     exit.
*>
 zz333-Summary.
     if       RE-Risk-Cnt = zero and RE-Cand-Cnt = zero
              move "  (nothing to report)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     RE-Risk-Cnt to RE-RefZ.
     display  "Reentrancy audit (" FUNCTION TRIM (RE-RefZ)
              " risk(s)) written to "
              FUNCTION TRIM (Reentrancy-FileName).
     move     zero to RE-Upd-Count.         *> per nested program
 zz330-Exit.
     exit.
*>
 zz334-Record-Value-Lit.                                          *> New DYNRES
*> the quoted literal after VALUE, quotes shed, paired with the
*>   item being declared.
     if       DV-Count not < 100 or DV-Pend-Var = spaces
              go to zz334-Exit.
     add      1 to DV-Count.
     move     DV-Pend-Var to DV-Var (DV-Count).
     move     spaces to DV-Lit (DV-Count).
     unstring wsFoundWord2 (2:31) delimited by quote or "'"
              into DV-Lit (DV-Count).
     if       DV-Lit (DV-Count) = spaces
              subtract 1 from DV-Count.
     move     spaces to DV-Pend-Var.
 zz334-Exit.
     exit.
*>
 zz335-Hold-Move-Lit.                                             *> New DYNRES
     move     spaces to DV-Move-Lit.
     unstring wsFoundWord2 (2:31) delimited by quote or "'"
              into DV-Move-Lit.
 zz335-Exit.
     exit.
*>
 zz336-Pair-Move-Lit.                                             *> New DYNRES
*> MOVE "literal" TO identifier - one possible dynamic target.
     perform  varying DV-Idx from 1 by 1 until DV-Idx > DV-Count
              if   DV-Var (DV-Idx) = SkaDataName (1:32)
               and DV-Lit (DV-Idx) = DV-Move-Lit
                   move spaces to DV-Move-Lit
                   go to zz336-Exit
              end-if
     end-perform.
     if       DV-Count < 100
              add  1 to DV-Count
              move SkaDataName (1:32) to DV-Var (DV-Count)
              move DV-Move-Lit to DV-Lit (DV-Count).
     move     spaces to DV-Move-Lit.
 zz336-Exit.
     exit.
*>
 zz337-Emit-Resolved.                                             *> New DYNRES
*> every literal known to land in this dynamic CALL's identifier -
*>   one RESOLVD record each, ahead of the DYNAMIC record itself.
     perform  varying DV-Idx from 1 by 1 until DV-Idx > DV-Count
              if   FUNCTION UPPER-CASE (DV-Var (DV-Idx))
                 = FUNCTION UPPER-CASE (PL4-Name (1:30))
                   move spaces to Callgraph-Record
                   move "RESOLVD" to Cg-Call-Type
                   move DV-Lit (DV-Idx) to Cg-Call-Name
                   write Callgraph-Record
              end-if
     end-perform.
 zz337-Exit.
     exit.
*>
 zz338-Register-User-Func.                                        *> New USERFUNC
*> wsFoundWord2 holds the FUNCTION-ID's name (quotes already A
*>   possibility, stripped the way the caller strips them).
     move     spaces to UF-W2.
     if       wsf1-1 = quote or = "'"
              unstring wsFoundWord2 (2:31) delimited by quote or "'"
                       into UF-W2
     else
              move wsFoundWord2 (1:32) to UF-W2
              inspect UF-W2 replacing all "." by space.
     move     FUNCTION UPPER-CASE (UF-W2) to UF-W2.
     perform  varying UF-Idx from 1 by 1 until UF-Idx > UF-Count
              if   UF-Name (UF-Idx) = UF-W2
                   go to zz338-Exit
              end-if
     end-perform.
     if       UF-Count < 100
          and UF-W2 not = spaces
              add  1 to UF-Count
              move UF-W2 to UF-Name (UF-Count).
 zz338-Exit.
     exit.
*>
 zz339-Check-Directive.                                           *> New DIRECTIVES
*> DI2-Hit = "Y" when the record is another dialect's directive.
*>   Position 1 (free / MF) and position 8 (fixed, sequence area
*>   still on) are both tried.
     move     "N" to DI2-Hit.
     perform  zz339-Try-At thru zz339-Try-Exit.
     if       DI2-Hit = "Y"
              go to zz339-Exit.
     move     SourceInWS (7:66) to DI2-Buf.   *> MF $ directives sit
     if       DI2-Buf (1:1) = "$"             *>  in the indicator col
              perform zz339-Try-Col8 thru zz339-Col8-Exit.
     if       DI2-Hit = "Y"
              go to zz339-Exit.
     move     SourceInWS (8:73) to DI2-Buf.
     if       DI2-Buf not = spaces
              perform zz339-Try-Col8 thru zz339-Col8-Exit.
 zz339-Exit.
     exit.
*>
 zz339-Try-At.
     move     SourceInWS (1:73) to DI2-Buf.
     perform  zz339-Classify thru zz339-Classify-Exit.
 zz339-Try-Exit.
     exit.
*>
 zz339-Try-Col8.
     perform  zz339-Classify thru zz339-Classify-Exit.
 zz339-Col8-Exit.
     exit.
*>
 zz339-Classify.                                                  *> New DIRECTIVES
*> DI2-Text holds the candidate line slice.
     move     spaces to DI2-Word.
     evaluate true
         when DI2-Buf (1:6) = "EJECT " or = "EJECT."
              move "EJECT" to DI2-Word
         when DI2-Buf (1:6) = "SKIP1 " or = "SKIP1."
           or DI2-Buf (1:6) = "SKIP2 " or = "SKIP2."
           or DI2-Buf (1:6) = "SKIP3 " or = "SKIP3."
              move DI2-Buf (1:5) to DI2-Word
         when DI2-Buf (1:6) = "TITLE "
              move "TITLE" to DI2-Word
         when DI2-Buf (1:4) = "CBL "
              move "CBL" to DI2-Word
         when DI2-Buf (1:8) = "PROCESS "
              move "PROCESS" to DI2-Word
         when DI2-Buf (1:4) = "$SET"
*>            $SET is recorded for the report but NOT swallowed -
*>            the existing machinery still owes it the FIXED/FREE
*>            format tally and the $SET CONSTANT registration.
              if   DI2-Count < 100
                   add  1 to DI2-Count
                   move "$SET" to DI2-Kind (DI2-Count)
                   move DI2-Buf (1:60) to DI2-Text (DI2-Count)
                   move Gen-RefNo1 to DI2-Ref (DI2-Count)
                   move space to DI2-Active (DI2-Count)
              end-if
              go to zz339-Classify-Exit
         when DI2-Buf (1:3) = "$IF"
              move "$IF" to DI2-Word
         when DI2-Buf (1:5) = "$ELSE"
              move "$ELSE" to DI2-Word
         when DI2-Buf (1:4) = "$END"
              move "$END" to DI2-Word
         when other
              go to zz339-Classify-Exit
     end-evaluate.
     move     "Y" to DI2-Hit.
     if       DI2-Count not < 100
              go to zz339-Classify-Exit.
     add      1 to DI2-Count.
     move     DI2-Word (1:8) to DI2-Kind (DI2-Count).
     move     DI2-Buf (1:60) to DI2-Text (DI2-Count).
     move     Gen-RefNo1 to DI2-Ref (DI2-Count).
     move     space to DI2-Active (DI2-Count).
     if       DI2-Word = "$IF"
              perform zz339-If-Active thru zz339-If-Exit.
 zz339-Classify-Exit.
     exit.
*>
 zz339-If-Active.                                                 *> New DIRECTIVES
*> "$IF name ..." is taken as active when -DEFINE named it - the
*>   same names the >>IF evaluation uses.
     move     spaces to DI2-Word.
     unstring DI2-Buf (5:40) delimited by all spaces
              into DI2-Word.
     move     "N" to DI2-Active (DI2-Count).
     perform  varying DI2-Idx from 1 by 1
              until DI2-Idx > CDF-Def-Count
              if   CD-Name (DI2-Idx) = DI2-Word (1:32)
                   move "Y" to DI2-Active (DI2-Count)
                   exit perform
              end-if
     end-perform.
 zz339-If-Exit.
     exit.
*>
 zz340-Directives-Report.                                         *> New DIRECTIVES
*>***********************
*> Prog-BaseName.directives - the foreign directives met, with the
*>   $IF activity verdicts.
*>***********************
     move     Directives-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Dialect directives met in "   delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              ":"                            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     if       DI2-Count = zero
              move "  (none)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     perform  varying DI2-Idx from 1 by 1 until DI2-Idx > DI2-Count
              move DI2-Ref (DI2-Idx) to DI2-RefZ
              move spaces to Copyuse-Report-Rec
              move 1 to UF-Idx
              string "  line " delimited by size
                     FUNCTION TRIM (DI2-RefZ) delimited by size
                     "  "      delimited by size
                     DI2-Kind (DI2-Idx) delimited by size
                     " "       delimited by size
                     FUNCTION TRIM (DI2-Text (DI2-Idx))
                               delimited by size
                     into Copyuse-Report-Rec with pointer UF-Idx
              if   DI2-Active (DI2-Idx) = "Y"
                   string "  [block ACTIVE under -DEFINE]"
                          delimited by size
                          into Copyuse-Report-Rec with pointer UF-Idx
              end-if
              if   DI2-Active (DI2-Idx) = "N"
                   string "  [block inactive - name not defined]"
                          delimited by size
                          into Copyuse-Report-Rec with pointer UF-Idx
              end-if
              write Copyuse-Report-Rec
     end-perform.
     close    Copyuse-Report-Out.
     move     DI2-Count to DI2-RefZ.
     display  "Dialect directives (" FUNCTION TRIM (DI2-RefZ)
              ") written to " FUNCTION TRIM (Directives-FileName).
     move     zero to DI2-Count.            *> per nested program
 zz340-Exit.
     exit.
*>
 zz341-Tally-Hotspot.                                             *> New -PERFADVISE
*> one arithmetic touch of A captured numeric item - count it, note
*>   DISPLAY usage, and mark A mixed COMP-3/BINARY pairing when the
*>   statement's previous operand disagrees.
     move     zero to PA-Idx.
     perform  varying PA-Idx from 1 by 1 until PA-Idx > PA-Count
              if   PA-Name (PA-Idx) = SkaDataName (1:32)
                   exit perform
              end-if
     end-perform.
     if       PA-Idx > PA-Count
              if   PA-Count not < 300
                   go to zz341-Exit
              end-if
              add  1 to PA-Count
              move PA-Count to PA-Idx
              initialize PA-Entry (PA-Idx)
              move SkaDataName (1:32) to PA-Name (PA-Idx)
              move LT-Usage (LT-Lookup-Idx) to PA-Usage (PA-Idx)
              move PG-Cur-Para to PA-Para (PA-Idx).
     add      1 to PA-Cnt (PA-Idx).
     if       LT-Usage (LT-Lookup-Idx) (1:7) = "DISPLAY"
              move "Y" to PA-Disp (PA-Idx).
     if       PA-Prev-Usage not = spaces
          and PA-Prev-Usage not = LT-Usage (LT-Lookup-Idx)
          and PA-Prev-Usage (1:7) not = "DISPLAY"
          and LT-Usage (LT-Lookup-Idx) (1:7) not = "DISPLAY"
              move "Y" to PA-Mixed (PA-Idx)
              if   PA-Prev-Idx > zero
                   move "Y" to PA-Mixed (PA-Prev-Idx)
              end-if.
     move     LT-Usage (LT-Lookup-Idx) to PA-Prev-Usage.
     move     PA-Idx to PA-Prev-Idx.
 zz341-Exit.
     exit.
*>
 zz342-Perfadvise-Report.                                         *> New -PERFADVISE
*>***********************
*> hotspots ranked by arithmetic-touch count, conversion-forcing
*>   ones only.
*>***********************
     if       PA-Count > 1
              sort PA-Entry descending PA-Cnt.
     move     Perfadvise-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Numeric usage conversion hotspots for "
                                             delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              " (worst first):"              delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to PA-Hits.
     perform  varying PA-Idx from 1 by 1 until PA-Idx > PA-Count
              if   PA-Name (PA-Idx) = spaces
                or (PA-Disp (PA-Idx) not = "Y"
               and PA-Mixed (PA-Idx) not = "Y")
                   exit perform cycle
              end-if
              add  1 to PA-Hits
              move PA-Cnt (PA-Idx) to PA-CntZ
              move spaces to Copyuse-Report-Rec
              move 1 to DI2-Idx
              string "  "  delimited by size
                     PA-Name (PA-Idx) delimited by size
                     " "   delimited by size
                     PA-Usage (PA-Idx) delimited by size
                     " x"  delimited by size
                     FUNCTION TRIM (PA-CntZ) delimited by size
                     " arithmetic touch(es), in "
                           delimited by size
                     FUNCTION TRIM (PA-Para (PA-Idx))
                           delimited by size
                     into Copyuse-Report-Rec with pointer DI2-Idx
              if   PA-Disp (PA-Idx) = "Y"
                   string " - DISPLAY numeric converts every time"
                          delimited by size
                          into Copyuse-Report-Rec with pointer DI2-Idx
              end-if
              if   PA-Mixed (PA-Idx) = "Y"
                   string " - mixed with A different usage in one"
                          " statement" delimited by size
                          into Copyuse-Report-Rec with pointer DI2-Idx
              end-if
              write Copyuse-Report-Rec
     end-perform.
     if       PA-Hits = zero
              move "  (no conversion-forcing hotspots)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     PA-Hits to PA-CntZ.
     display  "Usage advisory (" FUNCTION TRIM (PA-CntZ)
              " hotspot(s)) written to "
              FUNCTION TRIM (Perfadvise-FileName).
     move     zero to PA-Count.             *> per nested program
 zz342-Exit.
     exit.
*>
 zz343-Sqlschema-Report.                                          *> New -SQLSCHEMA
*>***********************
*> load the schema, then pair each statement's hosts with its
*>   columns by folded name and compare the PIC against the column.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     zero to SCH-Count.
     move     WS-Sqlschema-File to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Error: cannot open schema "
                       FUNCTION TRIM (WS-Sqlschema-File)
              move zero to FS-Reply
              go to zz343-Exit.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              perform zz344-One-Schema-Row thru zz344-Exit
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
*>
     move     Sqlschema-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Host variable vs schema cross-check for "
                                             delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              ":"                            delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to SC2-Hits.
     perform  varying SC2-Idx from 1 by 1
              until SC2-Idx > Sql-Stmt-Count
              perform zz345-One-Statement thru zz345-Exit
     end-perform.
     if       SC2-Hits = zero
              move "  (no mismatches found)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     move     SC2-Hits to SC2-RefZ.
     display  "SQL schema check (" FUNCTION TRIM (SC2-RefZ)
              " hit(s)) written to "
              FUNCTION TRIM (Sqlschema-FileName).
 zz343-Exit.
     exit.
*>
 zz344-One-Schema-Row.                                            *> New -SQLSCHEMA
*> "table.column,type,len[,N]"
     if       Diff-Old-Record = spaces
           or Diff-Old-Record (1:1) = "#"
           or SCH-Count not < 300
              go to zz344-Exit.
     add      1 to SCH-Count.
     initialize SCH-Entry (SCH-Count).
     move     spaces to SC2-Word SC2-Host SC2-HostF.
     unstring FUNCTION UPPER-CASE (Diff-Old-Record (1:80))
              delimited by "," into SC2-Word SC2-Host SC2-HostF
                                    SC2-ColF.
     unstring SC2-Word delimited by "."
              into SCH-Tab (SCH-Count) SCH-Col (SCH-Count).
     if       SCH-Col (SCH-Count) = spaces        *> no table prefix
              move SCH-Tab (SCH-Count) to SCH-Col (SCH-Count)
              move spaces to SCH-Tab (SCH-Count).
     move     SC2-Host (1:10) to SCH-Type (SCH-Count).
     if       SC2-HostF not = spaces
          and SC2-HostF (1:1) numeric
              move FUNCTION NUMVAL (SC2-HostF (1:5))
                   to SCH-Len (SCH-Count).
     if       SC2-ColF (1:1) = "N"
           or SC2-HostF (1:1) = "N"
              move "Y" to SCH-Null (SCH-Count).
     if       SCH-Col (SCH-Count) = spaces
              subtract 1 from SCH-Count.
 zz344-Exit.
     exit.
*>
 zz345-One-Statement.                                             *> New -SQLSCHEMA
*> each host in the statement against its folded-name column.
     move     1 to SC2-P.
     perform  until SC2-P > 96
              move spaces to SC2-Host
              unstring SQ-Hosts (SC2-Idx) delimited by all spaces
                       into SC2-Host pointer SC2-P
              if   SC2-Host = spaces
                   exit perform
              end-if
              perform zz346-One-Host thru zz346-Exit
     end-perform.
 zz345-Exit.
     exit.
*>
 zz346-One-Host.                                                  *> New -SQLSCHEMA
     move     FUNCTION UPPER-CASE (SC2-Host) to SC2-HostF.
     inspect  SC2-HostF converting "-" to "_".
     perform  varying SC2-J from 1 by 1 until SC2-J > SCH-Count
              move SCH-Col (SC2-J) to SC2-ColF
              inspect SC2-ColF converting "-" to "_"
              if   SC2-ColF = SC2-HostF (1:18)
                   perform zz347-Compare-Pair thru zz347-Exit
                   exit perform
              end-if
     end-perform.
 zz346-Exit.
     exit.
*>
 zz347-Compare-Pair.                                              *> New -SQLSCHEMA
*> SC2-Host vs SCH-Entry (SC2-J), PIC from the captured layout.
     move     SC2-Host to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              go to zz347-Exit.
     move     SQ-Ref (SC2-Idx) to SC2-RefZ.
     if       (SCH-Type (SC2-J) (1:4) = "CHAR"
            or SCH-Type (SC2-J) (1:7) = "VARCHAR")
          and LT-Length (LT-Lookup-Idx) < SCH-Len (SC2-J)
              add  1 to SC2-Hits
              move LT-Length (LT-Lookup-Idx) to SC2-NumZ
              move SCH-Len (SC2-J) to SC2-NumZ2
              move spaces to Copyuse-Report-Rec
              string "  :"  delimited by size
                     FUNCTION TRIM (SC2-Host) delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (SC2-RefZ) delimited by size
                     " is " delimited by size
                     FUNCTION TRIM (SC2-NumZ) delimited by size
                     " byte(s) against " delimited by size
                     FUNCTION TRIM (SCH-Tab (SC2-J)) delimited by size
                     "."    delimited by size
                     FUNCTION TRIM (SCH-Col (SC2-J)) delimited by size
                     " "    delimited by size
                     FUNCTION TRIM (SCH-Type (SC2-J)) delimited by size
                     "("    delimited by size
                     FUNCTION TRIM (SC2-NumZ2) delimited by size
                     ") - silent truncation risk" delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "SQLSCHEMA"  to FG-W-Rule
              move 2            to FG-W-Sev
              move SQ-Ref (SC2-Idx) to FG-W-Ref
              move SC2-Host to FG-W-Name
              move "host variable shorter than its column"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit.
     if       (SCH-Type (SC2-J) (1:3) = "DEC"
            or SCH-Type (SC2-J) (1:3) = "NUM"
            or SCH-Type (SC2-J) (1:3) = "INT"
            or SCH-Type (SC2-J) (1:8) = "SMALLINT"
            or SCH-Type (SC2-J) (1:6) = "BIGINT")
          and LT-Num (LT-Lookup-Idx) not = "Y"
              add  1 to SC2-Hits
              move spaces to Copyuse-Report-Rec
              string "  :"  delimited by size
                     FUNCTION TRIM (SC2-Host) delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (SC2-RefZ) delimited by size
                     " is alphanumeric against numeric column "
                            delimited by size
                     FUNCTION TRIM (SCH-Col (SC2-J)) delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       (SCH-Type (SC2-J) (1:3) = "DEC"
            or SCH-Type (SC2-J) (1:3) = "NUM")
          and LT-Num (LT-Lookup-Idx) = "Y"
          and LT-Signed (LT-Lookup-Idx) not = "Y"
              add  1 to SC2-Hits
              move spaces to Copyuse-Report-Rec
              string "  :"  delimited by size
                     FUNCTION TRIM (SC2-Host) delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (SC2-RefZ) delimited by size
                     " is unsigned against signed-capable "
                            delimited by size
                     FUNCTION TRIM (SCH-Col (SC2-J)) delimited by size
                     " - negatives would abend or wrap"
                            delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       SCH-Null (SC2-J) = "Y"
              add  1 to SC2-Hits
              move spaces to Copyuse-Report-Rec
              string "  :"  delimited by size
                     FUNCTION TRIM (SC2-Host) delimited by size
                     " at " delimited by size
                     FUNCTION TRIM (SC2-RefZ) delimited by size
                     " maps nullable " delimited by size
                     FUNCTION TRIM (SCH-Col (SC2-J)) delimited by size
                     " - verify an indicator variable rides along"
                            delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 zz347-Exit.
     exit.
*>
 zz348-Mapcheck-Report.                                           *> New -MAPCHECK
*>***********************
*> SEND/RECEIVE MAP names against the captured <map>I / <map>O
*>   groups, undefined I/O-suffixed names the program touches, and
*>   oversize MOVEs into map fields.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     Mapcheck-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "CICS map reconciliation for "  delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              ":"                             delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     zero to MP-Hits.
     move     "N" to MP-Has-Maps.
     perform  varying MP-Idx from 1 by 1 until MP-Idx > Cics-Count
              if   (CX-Cmd (MP-Idx) (1:5) = "SEND "
                 or CX-Cmd (MP-Idx) (1:8) = "RECEIVE ")
                   perform zz349-One-Map-Cmd thru zz349-Exit
              end-if
     end-perform.
     if       MP-Has-Maps = "N"
              move "  (no SEND/RECEIVE MAP commands)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              go to zz348-Close.
*>
*> I/O-suffixed names the program references that nothing defines -
*>   the copybook and the program have drifted apart.
*>
     move     spaces to MP-Cur-Name.
     move     "N" to MP-Has-Def MP-Has-Ref.
     perform  zz236-Open-Part2 thru zz236-Exit.
 zz348-Read.
     perform  zz238-Get-Sorted-Rec thru zz238-Exit.
     if       Part2-Eof
              perform zz350-Close-Name thru zz350-Exit
              perform zz239-Close-Part2
              go to zz348-Moves.
     if       SkaDataName = spaces
              go to zz348-Read.
     if       SkaDataName not = MP-Cur-Name
              perform zz350-Close-Name thru zz350-Exit
              move SkaDataName to MP-Cur-Name
              move "N" to MP-Has-Def MP-Has-Ref.
     if       SkaWSorPD2 = zero and SkaWSorPD < 8
              move "Y" to MP-Has-Def.
     if       SkaWSorPD = 8 and SkaWSorPD2 = 2
              move "Y" to MP-Has-Ref.
     go       to zz348-Read.
*>
*> MOVEs into captured map fields that overrun them.
*>
 zz348-Moves.
     perform  varying MP-Idx from 1 by 1
              until MP-Idx > Flow-Pair-Count
              if   FP-Move (MP-Idx) = "Y"
                   perform zz351-Check-Map-Move thru zz351-Exit
              end-if
     end-perform.
     if       MP-Hits = zero
              move "  (program and maps agree)" to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 zz348-Close.
     close    Copyuse-Report-Out.
     move     MP-Hits to MP-RefZ.
     display  "Map reconciliation (" FUNCTION TRIM (MP-RefZ)
              " hit(s)) written to "
              FUNCTION TRIM (Mapcheck-FileName).
 zz348-Exit.
     exit.
*>
 zz349-One-Map-Cmd.                                               *> New -MAPCHECK
*> "MAP=X MAPSET=Y ..." - the named map must have A symbolic group.
     move     zero to MP-P.
     inspect  CX-Res (MP-Idx) tallying MP-P for characters
              before initial "MAP=".
     if       MP-P not < 64
              go to zz349-Exit.
     move     "Y" to MP-Has-Maps.
     move     spaces to MP-Map.
     compute  MP-P = MP-P + 5.
     unstring CX-Res (MP-Idx) (MP-P:16) delimited by all spaces
              into MP-Map.
     if       MP-Map = spaces
              go to zz349-Exit.
     move     "N" to MP-Hit.
     perform  varying MP-J from 1 by 1 until MP-J > Layout-Count
              if   LT-Level (MP-J) = 1
                   move spaces to MP-Grp
                   string FUNCTION TRIM (MP-Map) delimited by size
                          "I" delimited by size into MP-Grp
                   if   FUNCTION UPPER-CASE (LT-Name (MP-J))
                      = FUNCTION UPPER-CASE (MP-Grp)
                        move "Y" to MP-Hit
                        exit perform
                   end-if
                   move spaces to MP-Grp
                   string FUNCTION TRIM (MP-Map) delimited by size
                          "O" delimited by size into MP-Grp
                   if   FUNCTION UPPER-CASE (LT-Name (MP-J))
                      = FUNCTION UPPER-CASE (MP-Grp)
                        move "Y" to MP-Hit
                        exit perform
                   end-if
              end-if
     end-perform.
     if       MP-Hit = "N"
              add  1 to MP-Hits
              move CX-Ref (MP-Idx) to MP-RefZ
              move spaces to Copyuse-Report-Rec
              string "  map " delimited by size
                     FUNCTION TRIM (MP-Map) delimited by size
                     " named at " delimited by size
                     FUNCTION TRIM (MP-RefZ) delimited by size
                     " has no symbolic group ("
                            delimited by size
                     FUNCTION TRIM (MP-Map) delimited by size
                     "I/" delimited by size
                     FUNCTION TRIM (MP-Map) delimited by size
                     "O) in the copybooks COPYed here"
                            delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move "MAPCHECK"   to FG-W-Rule
              move 3            to FG-W-Sev
              move CX-Ref (MP-Idx) to FG-W-Ref
              move MP-Map       to FG-W-Name
              move "map missing from the symbolic copybooks"
                   to FG-W-Detail
              perform zz250-Add-Finding thru zz250-Exit.
 zz349-Exit.
     exit.
*>
 zz350-Close-Name.                                                *> New -MAPCHECK
*> an I/O-suffixed name referenced but never defined - the program
*>   moved ahead of (or behind) its map copybook.
     if       MP-Cur-Name = spaces
           or MP-Has-Def = "Y"
           or MP-Has-Ref not = "Y"
              go to zz350-Exit.
     move     zero to MP-P.
     perform  varying MP-P from 32 by -1
              until MP-P < 3
                 or MP-Cur-Name (MP-P:1) not = space
              continue
     end-perform.
     if       MP-P < 3
           or (MP-Cur-Name (MP-P:1) not = "I"
          and  MP-Cur-Name (MP-P:1) not = "O")
              go to zz350-Exit.
     add      1 to MP-Hits.
     move     spaces to Copyuse-Report-Rec.
     string   "  "    delimited by size
              FUNCTION TRIM (MP-Cur-Name) delimited by size
              " is used here but defined by no copybook - the"
              " map and the program disagree" delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
 zz350-Exit.
     exit.
*>
 zz351-Check-Map-Move.                                            *> New -MAPCHECK
*> MOVE source longer than A map output field truncates on screen.
     move     FP-To (MP-Idx) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              go to zz351-Exit.
     move     zero to MP-P.
     perform  varying MP-P from 32 by -1
              until MP-P < 3
                 or FP-To (MP-Idx) (MP-P:1) not = space
              continue
     end-perform.
     if       MP-P < 3
           or (FP-To (MP-Idx) (MP-P:1) not = "I"
          and  FP-To (MP-Idx) (MP-P:1) not = "O")
              go to zz351-Exit.
     move     LT-Length (LT-Lookup-Idx) to MP-J.
     move     FP-From (MP-Idx) to LT-Lookup-Name.
     perform  zz047-Find-Layout thru zz047-Exit.
     if       LT-Lookup-Idx = zero
              go to zz351-Exit.
     if       LT-Length (LT-Lookup-Idx) > MP-J
              add  1 to MP-Hits
              move FP-Ref (MP-Idx) to MP-RefZ
              move LT-Length (LT-Lookup-Idx) to MP-NumZ
              move MP-J to MP-NumZ2
              move spaces to Copyuse-Report-Rec
              string "  MOVE at " delimited by size
                     FUNCTION TRIM (MP-RefZ) delimited by size
                     ": "        delimited by size
                     FUNCTION TRIM (FP-From (MP-Idx))
                                 delimited by size
                     " ("        delimited by size
                     FUNCTION TRIM (MP-NumZ) delimited by size
                     ") into map field " delimited by size
                     FUNCTION TRIM (FP-To (MP-Idx))
                                 delimited by size
                     " ("        delimited by size
                     FUNCTION TRIM (MP-NumZ2) delimited by size
                     ") truncates on screen" delimited by size
                     into Copyuse-Report-Rec
              write Copyuse-Report-Rec.
 zz351-Exit.
     exit.
*>
 zz352-Track-Screen-Word.                                         *> New -SCREENMAP
*> one clause word of A screen item: LINE and COLUMN set the
*>   cursor, VALUE drops its literal there, A PIC places the item
*>   itself as an input/output field.  A change of the name being
*>   declared opens A new item - attributes met from here on
*>   buffer up for it instead of landing on the one before.
     if       Saved-Variable (1:32) not = SM-Seen-Var
              move Saved-Variable (1:32) to SM-Seen-Var
              move zero to SM-Last-E
              move spaces to SM-Pend-Attr
              move 1 to SM-Pend-AP.
     if       SM-Pend = "L"
              move space to SM-Pend
              if   wsFoundWord2 (1:Word-Length) numeric
                   move FUNCTION NUMVAL
                         (wsFoundWord2 (1:Word-Length))
                        to SM-Cur-Line
              end-if
              go to zz352-Exit.
     if       SM-Pend = "C"
              move space to SM-Pend
              if   wsFoundWord2 (1:Word-Length) numeric
                   move FUNCTION NUMVAL
                         (wsFoundWord2 (1:Word-Length))
                        to SM-Cur-Col
              end-if
              go to zz352-Exit.
     if       SM-Pend = "V"
              move space to SM-Pend
              if   (wsf1-1 = quote or = "'")
               and SM-Count < 200
                   add  1 to SM-Count
                   move SM-Cur-Line to SM-Line (SM-Count)
                   move SM-Cur-Col  to SM-Col (SM-Count)
                   move "L" to SM-Kind (SM-Count)
                   move spaces to SM-Text (SM-Count)
                   move spaces to SM-Attrs (SM-Count)
                   unstring wsFoundWord2 (2:59)
                            delimited by quote or "'"
                            into SM-Text (SM-Count)
                   move SM-Count to SM-Last-E
                   move 1 to SM-Last-AP
              end-if
              go to zz352-Exit.
     evaluate true
         when wsFoundWord2 (1:5) = "LINE "
              move "L" to SM-Pend
         when wsFoundWord2 (1:7) = "COLUMN "
                   move 1 to SM-Pend-AP
                   move SM-Count to SM-Last-E
              end-if
         when wsFoundWord2 (1:7) = "SECURE "
           or wsFoundWord2 (1:14) = "REVERSE-VIDEO "
           or wsFoundWord2 (1:10) = "HIGHLIGHT "
           or wsFoundWord2 (1:9) = "LOWLIGHT "
           or wsFoundWord2 (1:6) = "BLINK "
           or wsFoundWord2 (1:10) = "UNDERLINE "
           or wsFoundWord2 (1:6) = "BLANK "
           or wsFoundWord2 (1:7) = "SCREEN "
           or wsFoundWord2 (1:5) = "AUTO "
           or wsFoundWord2 (1:5) = "FULL "
           or wsFoundWord2 (1:9) = "REQUIRED "
           or wsFoundWord2 (1:5) = "BELL "
           or wsFoundWord2 (1:6) = "ERASE "
*>            attribute clauses ride before or after the PIC - the
*>            ones met before buffer up, the ones after land on the
*>            item just recorded.
              perform zz352-Note-Attr thru zz352-Attr-Exit
         when other
              continue
     end-evaluate.
 zz352-Exit.
     exit.
*>
 zz352-Note-Attr.                                                 *> New -SCREENMAP
     if       SM-Last-E > zero
              if   SM-Last-AP < 34
                   string wsFoundWord2 (1:Word-Length)
                                delimited by size
                          " "   delimited by size
                          into SM-Attrs (SM-Last-E)
                          with pointer SM-Last-AP
              end-if
     else
              if   SM-Pend-AP < 34
                   string wsFoundWord2 (1:Word-Length)
                                delimited by size
                          " "   delimited by size
                          into SM-Pend-Attr
                          with pointer SM-Pend-AP
              end-if
     end-if.
 zz352-Attr-Exit.
     exit.
*>
 zz353-Screenmap-Report.                                          *> New -SCREENMAP
*>***********************
*> the grid: literals verbatim, fields as underscores, the legend
*>   keyed by number underneath.
*>***********************
     if       SM-Count = zero
              go to zz353-Exit.
     perform  zz045-Compute-Layout thru zz045-Exit.
     move     Screenmap-FileName to Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "Screen mockup for "            delimited by size
              FUNCTION TRIM (HoldID-Module)   delimited by size
              " (24x80):"                     delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     "+" to Copyuse-Report-Rec (1:1).
     move     all "-" to Copyuse-Report-Rec (2:80).
     move     "+" to Copyuse-Report-Rec (82:1).
     write    Copyuse-Report-Rec.
     perform  varying SM-Idx from 1 by 1 until SM-Idx > 24
              move spaces to SM-Grid-Line (SM-Idx)
     end-perform.
     perform  varying SM-Idx from 1 by 1 until SM-Idx > SM-Count
              perform zz354-Place-One thru zz354-Exit
     end-perform.
     perform  varying SM-Idx from 1 by 1 until SM-Idx > 24
              move spaces to Copyuse-Report-Rec
              move "|" to Copyuse-Report-Rec (1:1)
              move SM-Grid-Line (SM-Idx)
                   to Copyuse-Report-Rec (2:80)
              move "|" to Copyuse-Report-Rec (82:1)
              write Copyuse-Report-Rec
     end-perform.
     move     spaces to Copyuse-Report-Rec.
     move     "+" to Copyuse-Report-Rec (1:1).
     move     all "-" to Copyuse-Report-Rec (2:80).
     move     "+" to Copyuse-Report-Rec (82:1).
     write    Copyuse-Report-Rec.
     move     "Legend (input/output fields):" to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     perform  varying SM-Idx from 1 by 1 until SM-Idx > SM-Count
              if   SM-Kind (SM-Idx) = "F"
                   move SM-Line (SM-Idx) to SM-NumZ
                   move spaces to Copyuse-Report-Rec
                   move 1 to SM-J
                   string "  "  delimited by size
                          FUNCTION TRIM (SM-Text (SM-Idx))
                                delimited by size
                          " at line " delimited by size
                          FUNCTION TRIM (SM-NumZ) delimited by size
                          into Copyuse-Report-Rec with pointer SM-J
                   move SM-Col (SM-Idx) to SM-NumZ
                   string ", col " delimited by size
                          FUNCTION TRIM (SM-NumZ) delimited by size
                          into Copyuse-Report-Rec with pointer SM-J
                   move SM-Text (SM-Idx) (1:32) to LT-Lookup-Name
                   perform zz047-Find-Layout thru zz047-Exit
                   if   LT-Lookup-Idx > zero
                        string ", PIC " delimited by size
                               FUNCTION TRIM
                                (LT-Pic (LT-Lookup-Idx))
                                        delimited by size
                               into Copyuse-Report-Rec
                               with pointer SM-J
                   end-if
                   if   SM-Attrs (SM-Idx) not = spaces
                        string ", attrs: " delimited by size
                               FUNCTION TRIM (SM-Attrs (SM-Idx))
                                        delimited by size
                               into Copyuse-Report-Rec
                               with pointer SM-J
                   end-if
                   write Copyuse-Report-Rec
              end-if
     end-perform.
     close    Copyuse-Report-Out.
     move     SM-Count to SM-NumZ.
     display  "Screen mockup (" FUNCTION TRIM (SM-NumZ)
              " element(s)) written to "
              FUNCTION TRIM (Screenmap-FileName).
     move     zero to SM-Count.             *> per nested program
     move     zero to SM-Cur-Line SM-Cur-Col SM-Last-E.
     move     space to SM-Pend.
     move     spaces to SM-Pend-Attr SM-Seen-Var.
     move     1 to SM-Pend-AP.
 zz353-Exit.
     exit.
*>
 zz354-Place-One.                                                 *> New -SCREENMAP
     if       SM-Line (SM-Idx) < 1 or SM-Line (SM-Idx) > 24
           or SM-Col (SM-Idx) < 1 or SM-Col (SM-Idx) > 80
              go to zz354-Exit.
     if       SM-Kind (SM-Idx) = "L"
              move zero to SM-Len
              perform varying SM-J from 60 by -1
                      until SM-J < 1
                         or SM-Text (SM-Idx) (SM-J:1) not = space
                      continue
              end-perform
              move SM-J to SM-Len
     else
              move SM-Text (SM-Idx) (1:32) to LT-Lookup-Name
              perform zz047-Find-Layout thru zz047-Exit
              if   LT-Lookup-Idx > zero
                   move LT-Length (LT-Lookup-Idx) to SM-Len
              else
                   move 8 to SM-Len
              end-if.
     if       SM-Len < 1
              go to zz354-Exit.
     compute  SM-J = 81 - SM-Col (SM-Idx).
     if       SM-Len > SM-J
              move SM-J to SM-Len.
     if       SM-Kind (SM-Idx) = "L"
              move SM-Text (SM-Idx) (1:SM-Len)
                   to SM-Grid-Line (SM-Line (SM-Idx))
                      (SM-Col (SM-Idx):SM-Len)
     else
              move all "_"
                   to SM-Grid-Line (SM-Line (SM-Idx))
                      (SM-Col (SM-Idx):SM-Len).
 zz354-Exit.
     exit.
*>
 zz355-Scan-Sibling-Calls.                                        *> New -EXITCHECK
*>***********************
*> Is this program A USER/RESOLVD call target in any .calls file
*>   beside the source?  The same sweep -QUERY's CALLERS OF does.
*>***********************
     move     spaces to QY-Dir.
     move     zero to QY-Idx.
     perform  varying A3 from 64 by -1 until A3 < 1
              if   Prog-BaseName (A3:1) = OS-Delimiter
                   move A3 to QY-Idx
                   exit perform
              end-if
     end-perform.
     if       QY-Idx > 1
              move Prog-BaseName (1:QY-Idx - 1) to QY-Dir
     else
              move "." to QY-Dir.
     move     spaces to Batch-Command Batch-List-FileName.
     string   Temp-PathName       delimited by space
              OS-Delimiter        delimited by size
              "cxextmp"           delimited by size into Batch-List-FileName.
     string   "ls "               delimited by size
              QY-Dir              delimited by space
              OS-Delimiter        delimited by size
              "*.calls 2>/dev/null > "
                                  delimited by size
              Batch-List-FileName delimited by space
                                  into Batch-Command.
     call     "SYSTEM" using Batch-Command.
     move     zero to SW-Batch-List-Eof.
     open     input Batch-List-In.
     perform  until Batch-List-Eof or EX-Is-Sub = "Y"
              read Batch-List-In at end
                       move 1 to SW-Batch-List-Eof
                       exit perform
              end-read
              if   Batch-List-Rec not = spaces
                   perform zz355-One-Calls thru zz355-One-Exit
              end-if
     end-perform.
     close    Batch-List-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Batch-List-FileName.
 zz355-Exit.
     exit.
*>
 zz355-One-Calls.                                                 *> New -EXITCHECK
     move     Batch-List-Rec to Batch-Calls-FileName.
     move     zero to SW-Batch-Calls-Eof.
     open     input Batch-Calls-In.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to zz355-One-Exit.
     perform  until Batch-Calls-Eof or EX-Is-Sub = "Y"
              read Batch-Calls-In at end
                       move 1 to SW-Batch-Calls-Eof
                       exit perform
              end-read
              if   (BCL-Call-Type (1:4) = "USER"
                 or BCL-Call-Type (1:7) = "RESOLVD")
               and FUNCTION UPPER-CASE (BCL-Call-Name (1:32))
                    = FUNCTION UPPER-CASE (HoldID-Module (1:32))
                   move "Y" to EX-Is-Sub
                   move "A .calls file calls it" to EX-Why
              end-if
     end-perform.
     close    Batch-Calls-In.
 zz355-One-Exit.
     exit.
*>
 zz360-Save-Db.                                                   *> New -SAVEDB
*>***********************
*> One row per table entry, the entry's own display bytes behind A
*>   one-character type tag - versioned header first.  Nested
*>   programs append, each behind its own header.
*>***********************
     if       XD-Started = "Y"
              open extend Xdb-Out
     else
              open output Xdb-Out
              move "Y" to XD-Started.
     move     zero to XD-Rows.
     move     spaces to Xdb-Out-Rec.
     string   "COBXREF-XDB 1 "               delimited by size
              FUNCTION TRIM (HoldID-Module)  delimited by size
              into Xdb-Out-Rec.
     write    Xdb-Out-Rec.
     perform  zz045-Compute-Layout thru zz045-Exit.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > Layout-Count
              move spaces to Xdb-Out-Rec
              move "L" to Xdb-Out-Rec (1:1)
              move LT-Entry (XD-Idx) to Xdb-Out-Rec (2:175)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > PG-Para-Count
              move spaces to Xdb-Out-Rec
              move "P" to Xdb-Out-Rec (1:1)
              move PG-Para-Entry (XD-Idx) to Xdb-Out-Rec (2:39)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > PG-Edge-Count
              move spaces to Xdb-Out-Rec
              move "E" to Xdb-Out-Rec (1:1)
              move PG-Edge-Entry (XD-Idx) to Xdb-Out-Rec (2:71)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > Con-Tab-Count
              move spaces to Xdb-Out-Rec
              move "C" to Xdb-Out-Rec (1:1)
              move Con-Tab-Blocks (XD-Idx) to Xdb-Out-Rec (2:74)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1
              until XD-Idx > Flow-Pair-Count
              move spaces to Xdb-Out-Rec
              move "F" to Xdb-Out-Rec (1:1)
              move Flow-Pair-Entry (XD-Idx) to Xdb-Out-Rec (2:71)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > Lit-Count
              move spaces to Xdb-Out-Rec
              move "T" to Xdb-Out-Rec (1:1)
              move Lit-Blocks (XD-Idx) to Xdb-Out-Rec (2:76)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > Cond-Val-Count
              move spaces to Xdb-Out-Rec
              move "V" to Xdb-Out-Rec (1:1)
              move Cond-Val-Entry (XD-Idx) to Xdb-Out-Rec (2:80)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > FG-Count
              move spaces to Xdb-Out-Rec
              move "G" to Xdb-Out-Rec (1:1)
              move Findings-Entry (XD-Idx) to Xdb-Out-Rec (2:147)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > LV-Count   *> New -GENCONVERT
              move spaces to Xdb-Out-Rec
              move "W" to Xdb-Out-Rec (1:1)
              move LV-Entry (XD-Idx) to Xdb-Out-Rec (2:128)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > Sql-Stmt-Count *> New -SQLIMPACT
              move spaces to Xdb-Out-Rec
              move "S" to Xdb-Out-Rec (1:1)
              move Sql-Stmt-Entry (XD-Idx) (1:146) to Xdb-Out-Rec (2:146)
              write Xdb-Out-Rec
              move spaces to Xdb-Out-Rec
              move "H" to Xdb-Out-Rec (1:1)
              move SQ-Ref (XD-Idx)   to Xdb-Out-Rec (2:6)
              move SQ-Hosts (XD-Idx) to Xdb-Out-Rec (8:96)
              move SQ-Binds (XD-Idx) to Xdb-Out-Rec (104:96)
              write Xdb-Out-Rec
              add  2 to XD-Rows
     end-perform.
     perform  varying XD-Idx from 1 by 1 until XD-Idx > FIO-Rec-Count
              move spaces to Xdb-Out-Rec
              move "R" to Xdb-Out-Rec (1:1)
              move FIO-Rec-Entry (XD-Idx) to Xdb-Out-Rec (2:64)
              write Xdb-Out-Rec
              add  1 to XD-Rows
     end-perform.
     perform  bd385-Crud-Rows thru bd385-Exit.                     *> New -CRUD
     if       Msgcat-Output                                         *> New -MSGCAT
              perform varying XD-Idx from 1 by 1 until XD-Idx > MG-Count
                      move spaces to Xdb-Out-Rec
                      move "M" to Xdb-Out-Rec (1:1)
                      move MG-Entry (XD-Idx) to Xdb-Out-Rec (2:199)
                      write Xdb-Out-Rec
                      add  1 to XD-Rows
              end-perform
     end-if.
     if       Rcmap-Output                                          *> New -RCMAP
              perform varying XD-Idx from 1 by 1 until XD-Idx > RC-Count
                      move spaces to Xdb-Out-Rec
                      move "K" to Xdb-Out-Rec (1:1)
                      move RC-Entry (XD-Idx) to Xdb-Out-Rec (2:156)
                      write Xdb-Out-Rec
                      add  1 to XD-Rows
              end-perform
     end-if.
     if       Tranflow-Output                                       *> New -TRANFLOW
              perform varying XD-Idx from 1 by 1 until XD-Idx > Cics-Count
                      move spaces to Xdb-Out-Rec
                      move "X" to Xdb-Out-Rec (1:1)
                      move Cics-Entry (XD-Idx) to Xdb-Out-Rec (2:82)
                      move TF-Quote (XD-Idx) to Xdb-Out-Rec (84:2)
                      write Xdb-Out-Rec
                      add  1 to XD-Rows
              end-perform
     end-if.
     if       Parmdir-Output                                        *> New -PARMDIR
              perform varying XD-Idx from 1 by 1 until XD-Idx > PR-Parm-Cnt
                      move spaces to Xdb-Out-Rec
                      move "D" to Xdb-Out-Rec (1:1)
                      move PR-Parm (XD-Idx) to Xdb-Out-Rec (2:112)
                      write Xdb-Out-Rec
                      add  1 to XD-Rows
              end-perform
              perform varying XD-Idx from 1 by 1 until XD-Idx > PR-Arg-Cnt
                      move spaces to Xdb-Out-Rec
                      move "U" to Xdb-Out-Rec (1:1)
                      move PR-Arg (XD-Idx) to Xdb-Out-Rec (2:129)
                      write Xdb-Out-Rec
                      add  1 to XD-Rows
              end-perform
     end-if.
     if       Archrules-Output                                      *> New -ARCHRULES
              perform bd765-Ar-Rows thru bd765-Exit.
     if       Reldelta-Output                                       *> New -RELDELTA
              perform bd780-Dt-Rows thru bd780-Exit.
     if       Dlixref-Output                                        *> New -DLIXREF
              perform bd860-Dl-Rows thru bd860-Exit.
     if       Mqxref-Output                                         *> New -MQXREF
              perform bd874-Mq-Rows thru bd874-Exit.
     if       Testmap-Output                                        *> New -TESTMAP
              perform bd876-Tm-Rows thru bd876-Exit.
     if       Balance-Output                                        *> New -BALANCE
              perform bd888-Ba-Rows thru bd888-Exit.
     close    Xdb-Out.
     move     XD-Rows to XD-CntZ.
     display  "Analysis database (" FUNCTION TRIM (XD-CntZ)
              " row(s)) written to " FUNCTION TRIM (Xdb-FileName).
 zz360-Exit.
     exit.
*>
 zz361-Process-Reportdb.                                          *> New -SAVEDB
*>***********************
*> Reload A saved database and emit the table-driven reports the
*>   run's switches ask for - seconds, not A re-parse.
*>***********************
     move     WS-Reportdb-File to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Error: cannot open analysis database "
                       FUNCTION TRIM (WS-Reportdb-File)
              move 16 to return-code
              goback.
     read     Xdb-In at end
              continue
     end-read.
     if       Xdb-In-Rec (1:14) not = "COBXREF-XDB 1 "
              display "Error: " FUNCTION TRIM (WS-Reportdb-File)
                      " is not A version-1 analysis database"
              close Xdb-In
              move 16 to return-code
              goback.
     move     Xdb-In-Rec (15:32) to HoldID-Module HoldID.
     move     zero to XD-Rows Layout-Count PG-Para-Count
                      PG-Edge-Count Con-Tab-Count Flow-Pair-Count
                      Lit-Count Cond-Val-Count FG-Count.
     move     zero to LV-Count.                                   *> New -GENCONVERT
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              add  1 to XD-Rows
              evaluate Xdb-In-Rec (1:1)
                  when "L"
                       if   Layout-Count < 5000
                            add  1 to Layout-Count
                            move Xdb-In-Rec (2:175)
                                 to LT-Entry (Layout-Count)
                       end-if
                  when "P"
                       if   PG-Para-Count < 2000
                            add  1 to PG-Para-Count
                            move Xdb-In-Rec (2:39)
                                 to PG-Para-Entry (PG-Para-Count)
                       end-if
                  when "E"
                       if   PG-Edge-Count < 4000
                            add  1 to PG-Edge-Count
                            move Xdb-In-Rec (2:71)
                                 to PG-Edge-Entry (PG-Edge-Count)
                       end-if
                  when "C"
                       if   Con-Tab-Count < 100000
                            if  Con-Tab-Size not < Con-Tab-Count
                                add 10 to Con-Tab-Size
                            end-if
                            add  1 to Con-Tab-Count
                            move Xdb-In-Rec (2:74)
                                 to Con-Tab-Blocks (Con-Tab-Count)
                       end-if
                  when "F"
                       if   Flow-Pair-Count < 4000
                            add  1 to Flow-Pair-Count
                            move Xdb-In-Rec (2:71)
                                 to Flow-Pair-Entry (Flow-Pair-Count)
                       end-if
                  when "T"
                       if   Lit-Count < 3000
                            if  Lit-Size not < Lit-Count + 1
                                continue
                            else
                                add 10 to Lit-Size
                            end-if
                            if  Lit-Size not < 3001
                                move 3001 to Lit-Size
                            end-if
                            add  1 to Lit-Count
                            move Xdb-In-Rec (2:76)
                                 to Lit-Blocks (Lit-Count)
                       end-if
                  when "V"
                       if   Cond-Val-Count < 500
                            add  1 to Cond-Val-Count
                            move Xdb-In-Rec (2:80)
                                 to Cond-Val-Entry (Cond-Val-Count)
                       end-if
                  when "G"
                       if   FG-Count < 500
                            add  1 to FG-Count
                            move Xdb-In-Rec (2:147)
                                 to Findings-Entry (FG-Count)
                       end-if
                  when "W"                                          *> New -GENCONVERT
                       if   LV-Count < 3000
                            add  1 to LV-Count
                            move Xdb-In-Rec (2:128)
                                 to LV-Entry (LV-Count)
                       end-if
                  when other       *> A later program's header - the
                       if   Xdb-In-Rec (1:11) = "COBXREF-XDB"  *> last
                            move Xdb-In-Rec (15:32)    *> one's reports
                                 to HoldID-Module HoldID  *> are emitted
                       end-if
              end-evaluate
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
     move     XD-Rows to XD-CntZ.
     display  "Analysis database loaded: "
              FUNCTION TRIM (XD-CntZ) " row(s) for "
              FUNCTION TRIM (HoldID-Module).
*>
*> output names follow the database's own basename.
*>
     perform  varying XD-P from 64 by -1
              until XD-P < 2
                 or WS-Reportdb-File (XD-P:1) = "."
              continue
     end-perform.
     if       XD-P > 1
              subtract 1 from XD-P
              move spaces to Prog-BaseName
              move WS-Reportdb-File (1:XD-P) to Prog-BaseName.
     move     spaces to Layout-FileName Pgraph-FileName
                        Deadcode-FileName Storage-FileName
                        Ddl-FileName Schema-FileName
                        Constgen-FileName.
     string   Prog-BaseName delimited by space
              ".layout"     delimited by size into Layout-FileName.
     string   Prog-BaseName delimited by space
              ".pgraph"     delimited by size into Pgraph-FileName.
     string   Prog-BaseName delimited by space
              ".deadcode"   delimited by size into Deadcode-FileName.
     string   Prog-BaseName delimited by space
              ".storage"    delimited by size into Storage-FileName.
     string   Prog-BaseName delimited by space
              ".ddl"        delimited by size into Ddl-FileName.
     string   Prog-BaseName delimited by space
              ".schema.csv" delimited by size into Schema-FileName.
     string   Prog-BaseName delimited by space
              ".constgen"   delimited by size into Constgen-FileName.
*>
     if       Layout-Output
              open output Layout-Listing
              perform bc840-Layout-Report thru bc849-Exit
              close Layout-Listing
              display "  .layout regenerated".
     if       Pgraph-Output
              open output Pgraph-Listing
              perform bc820-Pgraph-Report thru bc829-Exit
              close Pgraph-Listing
              display "  .pgraph regenerated".
     if       Deadcode-Output
              open output Deadcode-Listing
              perform bc830-Deadcode-Report thru bc839-Exit
              close Deadcode-Listing
              display "  .deadcode regenerated".
     if       Storage-Output
              open output Storage-Listing
              perform bc860-Storage-Report thru bc869-Exit
              close Storage-Listing
              display "  .storage regenerated".
     if       Ddl-Output
              perform bd220-Ddl-Export thru bd229-Exit.
     if       Constgen-Output
              perform bd250-Constgen thru bd259-Exit.
     if       Graph-Output
              perform bd280-Graph-Export thru bd289-Exit.
     move     zero to return-code.
     goback.
 zz361-Exit.
     exit.
*>
 zz362-Rules-Verb.                                                *> New -RULES
*>***********************
*> Reserved words drive the decision tables: IF / EVALUATE open one,
*>   WHEN and ELSE open a row, the END- words and the full stop
*>   close them, the relational words build the row's tests and the
*>   action verbs turn the row over to collecting its actions.
*>***********************
     move     spaces to RU-Word.
     if       Word-Length > 48
              move wsFoundWord2 (1:48) to RU-Word
     else
              move wsFoundWord2 (1:Word-Length) to RU-Word.
     move     "O" to RU-Last.
     perform  zz371-Rules-Top thru zz371-Exit.
     evaluate true
         when RU-Word = "IF"
              move "I" to RU-Kind
              perform zz366-Rules-Open thru zz366-Exit
         when RU-Word = "EVALUATE"
              move "E" to RU-Kind
              perform zz366-Rules-Open thru zz366-Exit
         when RU-Depth = zero
              continue
         when RU-Word = "WHEN"
              perform zz367-Rules-When thru zz367-Exit
         when RU-Word = "ELSE"
              perform zz368-Rules-Else thru zz368-Exit
         when RU-Word = "END-IF"
              if   RU-Stk-Kind (RU-Depth) = "I"
                   perform zz378-Rules-Pop thru zz378-Exit
              end-if
         when RU-Word = "END-EVALUATE"
              perform zz369-Rules-Pop-Ifs thru zz369-Exit
              if   RU-Depth > zero
                   perform zz378-Rules-Pop thru zz378-Exit
              end-if
         when RU-Word = "THEN"
              if   RU-State = "C"
                   move "A" to RU-State
                   move "N" to RU-Act-On
              end-if
         when RU-Word = "ALSO"
              if   RU-State = "S" or = "C"
                   add  1 to RU-Also
                   move spaces to RU-Op RU-Joiner
                   move "N" to RU-Not
              end-if
         when RU-Word = "OTHER"
              if   RU-State = "C"
                   perform zz372-Rules-Other thru zz372-Exit
              end-if
         when RU-Word = "NOT"
              if   RU-State = "C"
                   move "Y" to RU-Not
              else
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
         when RU-Word = "AND" or = "OR"
              if   RU-State = "C"
                   move RU-Word to RU-Joiner
              else
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
         when RU-Word = "THRU" or = "THROUGH"
              if   RU-State = "C"
                   move "THRU" to RU-Joiner
              else
                   move "THRU" to RU-Word
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
         when RU-Word = "OF" or = "IN"
              if   RU-State = "C"
                   move "Y" to RU-Qual
              else
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
         when RU-Word = "IS" or = "THAN" or = "TO"
              if   RU-State not = "C"
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
         when RU-Word = "EQUAL" or = "EQUALS"
              if   RU-State = "C"
                   if   RU-Op = ">" or = "<"
                        move "=" to RU-Op (2:1)
                        move "Y" to RU-Op-New
                        if   RU-Joiner = "OR"     *> GREATER OR EQUAL
                             move spaces to RU-Joiner
                        end-if
                   else
                        move "=" to RU-Op
                        move "Y" to RU-Op-New
                   end-if
              end-if
         when RU-Word = "GREATER"
              if   RU-State = "C"
                   move ">" to RU-Op
                   move "Y" to RU-Op-New
              end-if
         when RU-Word = "LESS"
              if   RU-State = "C"
                   move "<" to RU-Op
                   move "Y" to RU-Op-New
              end-if
         when RU-Word = "TRUE" or = "FALSE"
              evaluate RU-State
                  when "S"
                       if   RU-Dec > zero and RU-Also = 1
                            move "Y" to RU-Dec-True (RU-Dec)
                       end-if
                  when "C"
                       perform zz373-Rules-Value thru zz373-Exit
                  when other
                       perform zz376-Rules-Act-Word thru zz376-Exit
              end-evaluate
         when RU-Word = "ZERO" or = "ZEROS" or = "ZEROES"
                     or = "SPACE" or = "SPACES"
                     or = "HIGH-VALUE" or = "HIGH-VALUES"
                     or = "LOW-VALUE" or = "LOW-VALUES"
                     or = "QUOTE" or = "QUOTES" or = "NULL" or = "NULLS"
                     or = "ANY"
                     or = "NUMERIC" or = "ALPHABETIC"
                     or = "ALPHABETIC-LOWER" or = "ALPHABETIC-UPPER"
                     or = "POSITIVE" or = "NEGATIVE"
              if   RU-State = "C"
                   perform zz373-Rules-Value thru zz373-Exit
              else
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
         when RU-Word = "MOVE" or = "SET" or = "PERFORM" or = "COMPUTE"
                     or = "CALL" or = "GO" or = "NEXT"
              perform zz375-Rules-Act-Verb thru zz375-Exit
         when RU-Word = "CONTINUE"
                     or = "ADD" or = "SUBTRACT" or = "MULTIPLY"
                     or = "DIVIDE" or = "DISPLAY" or = "WRITE"
                     or = "REWRITE" or = "READ" or = "RETURN"
                     or = "RELEASE" or = "STRING" or = "UNSTRING"
                     or = "INITIALIZE" or = "INITIALISE" or = "INSPECT"
                     or = "ACCEPT" or = "OPEN" or = "CLOSE" or = "START"
                     or = "DELETE" or = "SEARCH" or = "SORT" or = "MERGE"
                     or = "EXIT" or = "STOP" or = "GOBACK" or = "CANCEL"
              move "A" to RU-State
              move "N" to RU-Act-On
         when RU-Word (1:4) = "END-"
              move "N" to RU-Act-On
         when other
              if   RU-State = "A"
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
     end-evaluate.
     if       Word-Delimit = "."
              perform zz374-Rules-Close-All thru zz374-Exit.
 zz362-Exit.
     exit.
*>
 zz362-Rules-Parens.
*>***********************
*> Round brackets in A test, looked at before the word is taken.
*>   One straight after A data name opens A subscript and what it
*>   holds is passed over as before.  One after A relation or A
*>   sign groups part of the value compared against and is kept in
*>   the test text; one ahead of the item tested only has its
*>   closing bracket counted off.  Subscripts shut first, then
*>   value groups, then the outer ones.
*>***********************
     if       RU-State not = "C"
              move zero to RU-Sub-Par RU-Grp-Par RU-Skip-Par
                           RU-Grp-Open RU-Grp-Close
              go to zz362-Rules-Parens-Exit.
     perform  zz371-Rules-Top thru zz371-Exit.
     perform  zz373-Rules-Shut thru zz373-Rules-Shut-Exit.
     move     zero to RU-Lp RU-Rp.
     inspect  wsFoundWord2 (1:Word-Length) tallying RU-Lp for leading "(".
     move     Word-Length to RU-E.
     if       RU-E > 1
          and wsFoundWord2 (RU-E:1) = "."
              subtract 1 from RU-E.
     perform  varying RU-E from RU-E by -1
              until RU-E not > RU-Lp or wsFoundWord2 (RU-E:1) not = ")"
              add  1 to RU-Rp
     end-perform.
     if       RU-Lp > zero
              if   RU-Last = "V" or RU-Sub-Par > zero
                   add  RU-Lp to RU-Sub-Par
              else
               if  RU-Op = spaces and not RU-Arith
                   add  RU-Lp to RU-Skip-Par
                   move "Y" to RU-Grp-Tok
               else
                   add  RU-Lp to RU-Grp-Par RU-Grp-Open
                   move "Y" to RU-Grp-Tok
               end-if
              end-if
     end-if.
     if       RU-Rp > zero
          and RU-Sub-Par = zero
              move "Y" to RU-Grp-Tok.
     if       RU-Rp > zero
          and RU-Sub-Par > zero
              if   RU-Rp > RU-Sub-Par
                   subtract RU-Sub-Par from RU-Rp
                   move zero to RU-Sub-Par
              else
                   subtract RU-Rp from RU-Sub-Par
                   move zero to RU-Rp
              end-if
     end-if.
     if       RU-Rp > zero
          and RU-Grp-Par > zero
              if   RU-Rp > RU-Grp-Par
                   subtract RU-Grp-Par from RU-Rp
                   add  RU-Grp-Par to RU-Grp-Close
                   move zero to RU-Grp-Par
              else
                   subtract RU-Rp from RU-Grp-Par
                   add  RU-Rp to RU-Grp-Close
                   move zero to RU-Rp
              end-if
     end-if.
     if       RU-Rp > zero
              if   RU-Rp > RU-Skip-Par
                   move zero to RU-Skip-Par
              else
                   subtract RU-Rp from RU-Skip-Par
              end-if
     end-if.
*>
*> A literal in A bracket never reaches zz364 - take it here.
*>
     if       RU-Grp-Tok = "Y"
          and RU-Grp-Open > zero
          and RU-E > RU-Lp
              add  1 to RU-Lp
              if   wsFoundWord2 (RU-Lp:1) = quote or = "'"
                or wsFoundWord2 (RU-Lp:1) numeric
                or ((wsFoundWord2 (RU-Lp:1) = "+" or = "-" or = ".")
                    and RU-E > RU-Lp
                    and wsFoundWord2 (RU-Lp + 1:1) numeric)
                   subtract RU-Lp from RU-E
                   add  1 to RU-E
                   move spaces to RU-Word
                   if   RU-E > 48
                        move 48 to RU-E
                   end-if
                   move wsFoundWord2 (RU-Lp:RU-E) to RU-Word
                   inspect RU-Word replacing all quote by "'"
                   perform zz373-Rules-Value thru zz373-Exit
                   if   Word-Delimit = "."
                        perform zz374-Rules-Close-All thru zz374-Exit
                   end-if
              end-if
     end-if.
 zz362-Rules-Parens-Exit.
     exit.
*>
 zz363-Rules-Operand.                                             *> New -RULES
*>***********************
*> A data or condition name in the Procedure Division.  A paragraph
*>   or section header moves the tables on to a new owner; inside a
*>   test it is either the item tested (a new column) or the value
*>   it is tested against; inside an action it is just text.
*>***********************
     if       HoldWSorPD2 = zero or = 1
              move SkaDataName (1:32) to RU-Cur-Para
              perform zz374-Rules-Close-All thru zz374-Exit
              go to zz363-Exit.
     if       RU-Depth = zero
              go to zz363-Exit.
     perform  zz371-Rules-Top thru zz371-Exit.
     move     SkaDataName (1:32) to RU-Name.
     if       (RU-In-Sub = "Y" and RU-Grp-Tok not = "Y")
           or RU-Qual = "Y"
              move "N" to RU-Qual
              if   RU-State = "A"
                   move RU-Name to RU-Word
                   perform zz376-Rules-Act-Word thru zz376-Exit
              end-if
              go to zz363-Period.
     evaluate RU-State
         when "S"
              if   RU-Dec > zero and RU-Also < 7
                   move RU-Name to RU-Dec-Col (RU-Dec RU-Also)
                   if   RU-Dec-Cols (RU-Dec) < RU-Also
                        move RU-Also to RU-Dec-Cols (RU-Dec)
                   end-if
              end-if
         when "C"
              perform zz379-Rules-Cond-Name thru zz379-Exit
         when "A"
              move RU-Name to RU-Word
              perform zz376-Rules-Act-Word thru zz376-Exit
         when other
              continue
     end-evaluate.
 zz363-Period.
     if       Word-Delimit = "."
              perform zz374-Rules-Close-All thru zz374-Exit.
 zz363-Exit.
     exit.
*>
 zz364-Rules-Literal.                                             *> New -RULES
*> A literal: a tested value inside a condition, text in an action.
*>   One that shuts A value group loses its brackets to the test.
     if       RU-Grp-Tok not = "Y"
          and (RU-In-Sub = "Y"
            or wsFoundWord2 (Word-Length:1) = ")")
              go to zz364-Exit.
     move     spaces to RU-Word.
     if       Word-Length > 48
              move wsFoundWord2 (1:48) to RU-Word
     else
              move wsFoundWord2 (1:Word-Length) to RU-Word
              if   Word-Length > 1
               and RU-Word (Word-Length:1) = "."
               and wsf1-1 not = quote and not = "'"
                   move space to RU-Word (Word-Length:1)
                   move "." to Word-Delimit
              end-if
     end-if.
     if       RU-Grp-Tok = "Y"
              perform varying RU-E from 48 by -1
                      until RU-E < 2
                         or (RU-Word (RU-E:1) not = space
                         and RU-Word (RU-E:1) not = ")")
                   move space to RU-Word (RU-E:1)
              end-perform.
     inspect  RU-Word replacing all quote by "'".
     perform  zz371-Rules-Top thru zz371-Exit.
     if       RU-State = "C"
              perform zz373-Rules-Value thru zz373-Exit
     else
      if      RU-State = "A"
              perform zz376-Rules-Act-Word thru zz376-Exit.
     if       Word-Delimit = "."
              perform zz374-Rules-Close-All thru zz374-Exit.
 zz364-Exit.
     exit.
*>
 zz365-Rules-Symbol.                                              *> New -RULES
*> = > < >= <= <> open a test; A sign joins the value compared
*>   against to its next term, as coded.  Signs in A subscript stay
*>   out of it.
     perform  zz371-Rules-Top thru zz371-Exit.
     if       RU-State = "C"
              move "O" to RU-Last
              if   wsf1-2 = "= " or = "> " or = "< "
                or wsf1-3 = ">= " or = "<= " or = "<> "
                   move wsFoundWord2 (1:2) to RU-Op
                   move "Y" to RU-Op-New
              else
               if  RU-Sub-Par = zero
                   move wsFoundWord2 (1:2) to RU-Joiner
               end-if
              end-if
     else
      if      RU-State = "A"
              move wsFoundWord2 (1:2) to RU-Word
              perform zz376-Rules-Act-Word thru zz376-Exit.
 zz365-Exit.
     exit.
*>
 zz366-Rules-Open.                                                *> New -RULES
*>***********************
*> IF (RU-Kind I) or EVALUATE (E): a new table, pushed on the nesting
*>   stack.  A nested one is noted in the enclosing row's actions so
*>   the analyst can follow the chain.
*>***********************
     if       RU-Depth not < 10
              go to zz366-Exit.
     if       RU-Depth > zero
          and RU-Row > zero
              move Gen-RefNo1 to RU-RefZ
              move spaces to RU-Word
              string "(see decision at line " delimited by size
                     FUNCTION TRIM (RU-RefZ)  delimited by size
                     ")"                      delimited by size
                     into RU-Word
              perform zz375-Rules-Act-Verb thru zz375-Exit
              move "N" to RU-Act-On.
     add      1 to RU-Depth.
     move     RU-Kind to RU-Stk-Kind (RU-Depth).
     move     zero to RU-Stk-Dec (RU-Depth) RU-Stk-Row (RU-Depth).
     if       RU-Dec-Count < 300
              add  1 to RU-Dec-Count
              initialize RU-Dec-Entry (RU-Dec-Count)
              move RU-Cur-Para to RU-Dec-Para (RU-Dec-Count)
              move Gen-RefNo1  to RU-Dec-Ref (RU-Dec-Count)
              move RU-Kind     to RU-Dec-Kind (RU-Dec-Count)
              move "N"         to RU-Dec-True (RU-Dec-Count)
              move RU-Dec-Count to RU-Stk-Dec (RU-Depth)
              if   Testplan-Output                                   *> New -TESTPLAN
                   perform bd519-Tp-Open thru bd519-Exit
              end-if
              if   RU-Kind = "I"
                   perform zz377-Rules-New-Row thru zz377-Exit
              end-if
     end-if.
     if       RU-Kind = "I"
              move "C" to RU-State
     else
              move "S" to RU-State.
     move     1 to RU-Also.
     move     zero to RU-Col RU-Sub-Par RU-Grp-Par RU-Skip-Par
                      RU-Grp-Open RU-Grp-Close.
     move     spaces to RU-Op RU-Joiner.
     move     "O" to RU-Last.
     move     "N" to RU-Not RU-Qual RU-Act-On.
 zz366-Exit.
     exit.
*>
 zz367-Rules-When.                                                *> New -RULES
*> WHEN: a new row - unless it is stacked straight under another
*>   WHEN with no action between, when both share the one row.
     perform  zz369-Rules-Pop-Ifs thru zz369-Exit.
     if       RU-Depth = zero
              go to zz367-Exit.
     perform  zz371-Rules-Top thru zz371-Exit.
     if       RU-State = "C"
          and RU-Row > zero
          and RU-Row-Act-Ptr (RU-Row) = 1
              move "OR" to RU-Joiner
     else
              perform zz377-Rules-New-Row thru zz377-Exit
              move spaces to RU-Joiner.
     move     "C" to RU-State.
     move     1 to RU-Also.
     move     zero to RU-Col RU-Sub-Par RU-Grp-Par RU-Skip-Par
                      RU-Grp-Open RU-Grp-Close.
     move     spaces to RU-Op.
     move     "O" to RU-Last.
     move     "N" to RU-Not RU-Qual RU-Act-On.
 zz367-Exit.
     exit.
*>
 zz368-Rules-Else.                                                *> New -RULES
     if       RU-Stk-Kind (RU-Depth) not = "I"
              go to zz368-Exit.
     perform  zz377-Rules-New-Row thru zz377-Exit.
     perform  zz371-Rules-Top thru zz371-Exit.
     if       RU-Dec > zero
              move "Y" to RU-Dec-Else (RU-Dec).
     if       RU-Row > zero
              perform varying RU-J from 1 by 1
                      until RU-J > RU-Dec-Cols (RU-Dec)
                   move "(otherwise)" to RU-Row-Test (RU-Row RU-J)
              end-perform.
     move     "A" to RU-State.
     move     "N" to RU-Act-On.
 zz368-Exit.
     exit.
*>
 zz369-Rules-Pop-Ifs.                                             *> New -RULES
*> IFs left open inside A WHEN end with it.
     if       RU-Depth = zero
              go to zz369-Exit.
     if       RU-Stk-Kind (RU-Depth) not = "I"
              go to zz369-Exit.
     perform  zz378-Rules-Pop thru zz378-Exit.
     go       to zz369-Rules-Pop-Ifs.
 zz369-Exit.
     exit.
*>
 zz370-Rules-Report.                                              *> New -RULES
*>***********************
*> One CSV table per decision with at least one tested item:
*>   header row of the items tested, then a row per branch.
*>***********************
     open     output Rules-Listing.
     move     spaces to Rules-Record.
     string   quote "Decision tables for "      delimited by size
              FUNCTION TRIM (HoldID-Module)     delimited by size
              quote                             delimited by size
              into Rules-Record.
     write    Rules-Record.
     move     zero to RU-Hits.
     perform  varying RU-Dec from 1 by 1 until RU-Dec > RU-Dec-Count
              if   RU-Dec-Cols (RU-Dec) > zero
                   perform zz383-Rules-One-Dec thru zz383-Exit
              end-if
     end-perform.
     if       RU-Hits = zero
              move spaces to Rules-Record
              string quote "(no IF or EVALUATE tests A data item)"
                     quote delimited by size into Rules-Record
              write Rules-Record.
     close    Rules-Listing.
     move     RU-Hits to RU-NumZ.
     display  "Decision tables (" FUNCTION TRIM (RU-NumZ)
              ") written to " FUNCTION TRIM (Rules-FileName).
     move     zero to RU-Dec-Count RU-Row-Count RU-Depth.  *> per program
     move     spaces to RU-Cur-Para.
     move     space to RU-State.
 zz370-Exit.
     exit.
*>
 zz371-Rules-Top.                                                 *> New -RULES
     move     zero to RU-Dec RU-Row.
     if       RU-Depth > zero
              move RU-Stk-Dec (RU-Depth) to RU-Dec
              move RU-Stk-Row (RU-Depth) to RU-Row.
 zz371-Exit.
     exit.
*>
 zz372-Rules-Other.                                               *> New -RULES
*> WHEN OTHER: every column reads "(any other)".
     if       RU-Row = zero
              go to zz372-Exit.
     if       RU-Dec-Cols (RU-Dec) = zero
              move "(any other)" to RU-Name
              perform zz380-Rules-Find-Col thru zz380-Exit.
     perform  varying RU-J from 1 by 1 until RU-J > RU-Dec-Cols (RU-Dec)
              move "(any other)" to RU-Row-Test (RU-Row RU-J)
     end-perform.
 zz372-Exit.
     exit.
*>
 zz373-Rules-Value.                                               *> New -RULES
*>***********************
*> RU-Word is a value tested: it goes into the current column's test
*>   for this row, after any NOT and relation, and after "OR" /
*>   "AND" / "THRU" when the test already holds a value.  Under an
*>   EVALUATE with subjects the column is the ALSO position.
*>***********************
     if       RU-Dec = zero or RU-Row = zero
              go to zz373-Exit.
     if       RU-Stk-Kind (RU-Depth) = "E"
          and RU-Dec-True (RU-Dec) not = "Y"
              move RU-Also to RU-Col
              if   RU-Col > 6
                   go to zz373-Exit
              end-if
              if   RU-Dec-Cols (RU-Dec) < RU-Col
                   move RU-Col to RU-Dec-Cols (RU-Dec)
              end-if
              if   RU-Dec-Col (RU-Dec RU-Col) = spaces
                   move "(expression)" to RU-Dec-Col (RU-Dec RU-Col)
              end-if
     end-if.
     if       RU-Col = zero
              move "(expression)" to RU-Name
              perform zz380-Rules-Find-Col thru zz380-Exit.
     if       RU-Col = zero
              go to zz373-Exit.
     move     RU-Row-Test (RU-Row RU-Col) to RU-Build.
     move     1 to RU-P.
     if       RU-Build not = spaces
              perform varying RU-P from 80 by -1
                      until RU-P < 2 or RU-Build (RU-P:1) not = space
                   continue
              end-perform
              add  2 to RU-P
              if   RU-Joiner not = spaces
                   string RU-Joiner delimited by space
                          " "       delimited by size
                          into RU-Build with pointer RU-P
              end-if
              if   RU-Joiner = "THRU" or RU-Arith
                   go to zz373-Word
              end-if
     end-if.
     if       RU-Joiner not = "THRU"
              if   RU-Not = "Y"
                   string "NOT " delimited by size
                          into RU-Build with pointer RU-P
              end-if
              if   RU-Op not = spaces
                   string RU-Op delimited by space
                          " "   delimited by size
                          into RU-Build with pointer RU-P
              end-if
              if   RU-Arith
                   string RU-Joiner delimited by space
                          " "       delimited by size
                          into RU-Build with pointer RU-P
              end-if
     end-if.
 zz373-Word.
     perform  RU-Grp-Open times
              string "(" delimited by size
                     into RU-Build with pointer RU-P
     end-perform.
     string   FUNCTION TRIM (RU-Word) delimited by size
              into RU-Build with pointer RU-P.
     perform  RU-Grp-Close times
              string ")" delimited by size
                     into RU-Build with pointer RU-P
     end-perform.
     perform  zz373-Rules-Fit thru zz373-Rules-Fit-Exit.
     move     spaces to RU-Joiner.
     move     "N" to RU-Not RU-Op-New.
     move     "V" to RU-Last.
     move     zero to RU-Grp-Open RU-Grp-Close.
 zz373-Exit.
     exit.
*>
 zz373-Rules-Fit.
*> RU-Build back into the row's test.  A test too long for the
*>   column stops at the last whole term with " ..." after it.
     if       RU-P < 82
              move RU-Build to RU-Row-Test (RU-Row RU-Col)
              go to zz373-Rules-Fit-Exit.
     move     RU-Row-Test (RU-Row RU-Col) to RU-Test.
     perform  varying RU-E from 80 by -1
              until RU-E < 2 or RU-Test (RU-E:1) not = space
              continue
     end-perform.
     if       RU-E > 2
          and RU-Test (RU-E - 2:3) = "..."
              go to zz373-Rules-Fit-Exit.
     if       RU-E > 76
              perform varying RU-E from 76 by -1
                      until RU-E < 2 or RU-Test (RU-E + 1:1) = space
                   continue
              end-perform
              move spaces to RU-Test (RU-E + 1:).
     move     " ..." to RU-Test (RU-E + 1:4).
     move     RU-Test to RU-Row-Test (RU-Row RU-Col).
 zz373-Rules-Fit-Exit.
     exit.
*>
 zz373-Rules-Shut.
*> Closing brackets of A value group left over from A word that was
*>   not itself written to the test (A subscript's last term).
     if       RU-Grp-Close = zero
              go to zz373-Rules-Shut-Exit.
     if       RU-Row = zero or RU-Col = zero
           or RU-Row-Test (RU-Row RU-Col) = spaces
              move zero to RU-Grp-Close
              go to zz373-Rules-Shut-Exit.
     move     RU-Row-Test (RU-Row RU-Col) to RU-Build.
     perform  varying RU-P from 80 by -1
              until RU-P < 2 or RU-Build (RU-P:1) not = space
              continue
     end-perform.
     if       RU-P > 2
          and RU-Build (RU-P - 2:3) = "..."
              move zero to RU-Grp-Close
              go to zz373-Rules-Shut-Exit.
     add      1 to RU-P.
     perform  RU-Grp-Close times
              string ")" delimited by size
                     into RU-Build with pointer RU-P
     end-perform.
     perform  zz373-Rules-Fit thru zz373-Rules-Fit-Exit.
     move     zero to RU-Grp-Close.
 zz373-Rules-Shut-Exit.
     exit.
*>
 zz374-Rules-Close-All.                                           *> New -RULES
*> A full stop (or a new paragraph) ends every open decision.
     if       RU-State = "C"
              perform zz371-Rules-Top thru zz371-Exit
              perform zz373-Rules-Shut thru zz373-Rules-Shut-Exit.
     move     zero to RU-Depth RU-Grp-Open RU-Grp-Close.
     move     space to RU-State.
     move     "N" to RU-Act-On RU-Qual RU-Not.
 zz374-Exit.
     exit.
*>
 zz375-Rules-Act-Verb.                                            *> New -RULES
*> MOVE / SET / PERFORM / COMPUTE / CALL / GO / NEXT start an action.
     move     "A" to RU-State.
     move     "Y" to RU-Act-On.
     if       RU-Row = zero
              go to zz375-Exit.
     if       RU-Row-Act-Ptr (RU-Row) > 1
          and RU-Row-Act-Ptr (RU-Row) < 158
              string ";" delimited by size
                     into RU-Row-Act (RU-Row)
                     with pointer RU-Row-Act-Ptr (RU-Row).
     perform  zz376-Rules-Act-Word thru zz376-Exit.
 zz375-Exit.
     exit.
*>
 zz376-Rules-Act-Word.                                            *> New -RULES
     if       RU-Act-On not = "Y"
           or RU-Row = zero
              go to zz376-Exit.
     if       RU-Row-Act-Ptr (RU-Row) > 158
              go to zz376-Exit.
     if       RU-Row-Act-Ptr (RU-Row) > 1
              string " " delimited by size
                     into RU-Row-Act (RU-Row)
                     with pointer RU-Row-Act-Ptr (RU-Row).
     string   FUNCTION TRIM (RU-Word) delimited by size
              into RU-Row-Act (RU-Row)
              with pointer RU-Row-Act-Ptr (RU-Row).
 zz376-Exit.
     exit.
*>
 zz377-Rules-New-Row.                                             *> New -RULES
     move     zero to RU-Stk-Row (RU-Depth).
     if       RU-Stk-Dec (RU-Depth) = zero
           or RU-Row-Count not < 1000
              go to zz377-Exit.
     add      1 to RU-Row-Count.
     initialize RU-Row-Entry (RU-Row-Count).
     move     RU-Stk-Dec (RU-Depth) to RU-Row-Dec (RU-Row-Count).
     move     1 to RU-Row-Act-Ptr (RU-Row-Count).
     move     RU-Row-Count to RU-Stk-Row (RU-Depth).
 zz377-Exit.
     exit.
*>
 zz378-Rules-Pop.                                                 *> New -RULES
     if       RU-Depth > zero
              subtract 1 from RU-Depth.
     if       RU-Depth > zero
              move "A" to RU-State
     else
              move space to RU-State.
     move     "N" to RU-Act-On.
 zz378-Exit.
     exit.
*>
 zz379-Rules-Cond-Name.                                           *> New -RULES
*>***********************
*> A name inside a test.  An 88 becomes a test on its parent item
*>   with the VALUE list spelt out; after a relation it is the value
*>   compared against; otherwise it is the next item tested.
*>***********************
     if       RU-Dec = zero
              go to zz379-Exit.
     if       RU-Stk-Kind (RU-Depth) = "E"
          and RU-Dec-True (RU-Dec) not = "Y"
              move RU-Name to RU-Word
              perform zz373-Rules-Value thru zz373-Exit
              go to zz379-Exit.
     move     zero to RU-K.
     perform  varying RU-J from 1 by 1 until RU-J > Con-Tab-Count
              if   Conditions (RU-J) = RU-Name
                   move RU-J to RU-K
                   exit perform
              end-if
     end-perform.
     if       RU-K > zero
              perform zz381-Rules-88-Vals thru zz381-Exit
              move Variables (RU-K) to RU-Name
              perform zz380-Rules-Find-Col thru zz380-Exit
              move spaces to RU-Op
              perform zz373-Rules-Value thru zz373-Exit
              go to zz379-Exit.
     if       RU-Col > zero
          and (RU-Arith
            or (RU-Op not = spaces
            and (RU-Joiner = spaces or RU-Op-New = "Y")))
              move RU-Name to RU-Word
              perform zz373-Rules-Value thru zz373-Exit
              go to zz379-Exit.
*> A new item tested - A bracket just opened was round the test.
     add      RU-Grp-Open to RU-Skip-Par.
     subtract RU-Grp-Open from RU-Grp-Par.
     move     zero to RU-Grp-Open.
     perform  zz380-Rules-Find-Col thru zz380-Exit.
     move     spaces to RU-Op.
     move     "N" to RU-Op-New.
     move     "V" to RU-Last.
 zz379-Exit.
     exit.
*>
 zz380-Rules-Find-Col.                                            *> New -RULES
*> RU-Name's column in this decision, added if new (six at most).
     move     zero to RU-Col.
     if       RU-Dec = zero
              go to zz380-Exit.
     perform  varying RU-J from 1 by 1 until RU-J > RU-Dec-Cols (RU-Dec)
              if   RU-Dec-Col (RU-Dec RU-J) = RU-Name
                   move RU-J to RU-Col
                   exit perform
              end-if
     end-perform.
     if       RU-Col = zero
          and RU-Dec-Cols (RU-Dec) < 6
              add  1 to RU-Dec-Cols (RU-Dec)
              move RU-Dec-Cols (RU-Dec) to RU-Col
              move RU-Name to RU-Dec-Col (RU-Dec RU-Col).
 zz380-Exit.
     exit.
*>
 zz381-Rules-88-Vals.                                             *> New -RULES
*> RU-Word = "cond-name (v1,v2 THRU v3)" for Conditions (RU-K).
     move     spaces to RU-Word.
     move     1 to RU-P.
     string   FUNCTION TRIM (Conditions (RU-K)) delimited by size
              into RU-Word with pointer RU-P.
     move     zero to RU-Idx.
     perform  varying RU-J from 1 by 1 until RU-J > Cond-Val-Count
              if   CVT-Cond (RU-J) = Conditions (RU-K)
               and CVT-Var (RU-J) = Variables (RU-K)
                   if   RU-Idx = zero
                        string " (" delimited by size
                               into RU-Word with pointer RU-P
                   else
                        string "," delimited by size
                               into RU-Word with pointer RU-P
                   end-if
                   add  1 to RU-Idx
                   move CVT-Lo (RU-J) to RU-Test
                   perform zz382-Rules-Show-Val thru zz382-Exit
                   if   CVT-Hi (RU-J) not = CVT-Lo (RU-J)
                        string " THRU " delimited by size
                               into RU-Word with pointer RU-P
                        move CVT-Hi (RU-J) to RU-Test
                        perform zz382-Rules-Show-Val thru zz382-Exit
                   end-if
              end-if
     end-perform.
     if       RU-Idx > zero
              string ")" delimited by size
                     into RU-Word with pointer RU-P.
 zz381-Exit.
     exit.
*>
 zz382-Rules-Show-Val.                                            *> New -RULES
*> 88 values are held zero-filled when numeric - shed the padding.
     if       RU-Test (1:8) numeric
              move RU-Test (1:8) to RU-Num8
              move RU-Num8 to RU-Num8Z
              string FUNCTION TRIM (RU-Num8Z) delimited by size
                     into RU-Word with pointer RU-P
     else
              string "'"                     delimited by size
                     FUNCTION TRIM (RU-Test) delimited by size
                     "'"                     delimited by size
                     into RU-Word with pointer RU-P.
 zz382-Exit.
     exit.
*>
 zz383-Rules-One-Dec.                                             *> New -RULES
     add      1 to RU-Hits.
     move     spaces to Rules-Record.
     write    Rules-Record.
     move     1 to RU-P.
     string   quote "Paragraph" quote ","       delimited by size
              quote "Line" quote ","            delimited by size
              quote "Rule" quote                delimited by size
              into Rules-Record with pointer RU-P.
     perform  varying RU-J from 1 by 1 until RU-J > RU-Dec-Cols (RU-Dec)
              string "," quote                  delimited by size
                     FUNCTION TRIM (RU-Dec-Col (RU-Dec RU-J))
                                                delimited by size
                     quote                      delimited by size
                     into Rules-Record with pointer RU-P
     end-perform.
     string   "," quote "Actions" quote         delimited by size
              into Rules-Record with pointer RU-P.
     write    Rules-Record.
     move     RU-Dec-Ref (RU-Dec) to RU-RefZ.
     move     zero to RU-K.
     perform  varying RU-Row from 1 by 1 until RU-Row > RU-Row-Count
              if   RU-Row-Dec (RU-Row) = RU-Dec
                   add  1 to RU-K
                   move RU-K to RU-NumZ
                   move spaces to Rules-Record
                   move 1 to RU-P
                   string quote                       delimited by size
                          FUNCTION TRIM (RU-Dec-Para (RU-Dec))
                                                      delimited by size
                          quote "," quote             delimited by size
                          FUNCTION TRIM (RU-RefZ)     delimited by size
                          quote "," quote             delimited by size
                          FUNCTION TRIM (RU-NumZ)     delimited by size
                          quote                       delimited by size
                          into Rules-Record with pointer RU-P
                   perform varying RU-J from 1 by 1
                           until RU-J > RU-Dec-Cols (RU-Dec)
                        if   RU-Row-Test (RU-Row RU-J) = spaces
                             move "-" to RU-Test
                        else
                             move RU-Row-Test (RU-Row RU-J) to RU-Test
                        end-if
                        string "," quote              delimited by size
                               FUNCTION TRIM (RU-Test) delimited by size
                               quote                  delimited by size
                               into Rules-Record with pointer RU-P
                   end-perform
                   if   RU-Row-Act (RU-Row) = spaces
                        move "(no action)" to RU-Row-Act (RU-Row)
                   end-if
                   string "," quote                   delimited by size
                          FUNCTION TRIM (RU-Row-Act (RU-Row))
                                                      delimited by size
                          quote                       delimited by size
                          into Rules-Record with pointer RU-P
                   write Rules-Record
              end-if
     end-perform.
*> An IF with no ELSE still has A way through - shown as the row
*>   WHEN OTHER would give it.
     if       RU-Dec-Kind (RU-Dec) not = "I"
           or RU-Dec-Else (RU-Dec) = "Y"
              go to zz383-Exit.
     add      1 to RU-K.
     move     RU-K to RU-NumZ.
     move     spaces to Rules-Record.
     move     1 to RU-P.
     string   quote                       delimited by size
              FUNCTION TRIM (RU-Dec-Para (RU-Dec))
                                          delimited by size
              quote "," quote             delimited by size
              FUNCTION TRIM (RU-RefZ)     delimited by size
              quote "," quote             delimited by size
              FUNCTION TRIM (RU-NumZ)     delimited by size
              quote                       delimited by size
              into Rules-Record with pointer RU-P.
     perform  varying RU-J from 1 by 1 until RU-J > RU-Dec-Cols (RU-Dec)
              string "," quote "(otherwise)" quote delimited by size
                     into Rules-Record with pointer RU-P
     end-perform.
     string   "," quote "(no action)" quote delimited by size
              into Rules-Record with pointer RU-P.
     write    Rules-Record.
 zz383-Exit.
     exit.
*>
 zz384-Process-Genconv.                                           *> New -GENCONVERT
*>***********************
*> Batch driver: each database's layouts are loaded in turn and the
*>   chosen 01 copied to its GC-Side, the new side's fields are
*>   matched to the old by name, then the program is written -
*>   findings in its header, the two records as its FDs, A MOVE per
*>   matched field.  Return code 4 when fields were dropped or left
*>   for hand conversion, 16 when A database cannot be used.
*>***********************
     move     spaces to GC-Old-File GC-New-File GC-Rec-Name.
     unstring WS-Genconv-Arg delimited by ","
              into GC-Old-File GC-New-File GC-Rec-Name.
     move     FUNCTION UPPER-CASE (GC-Rec-Name) to GC-Rec-Name.
     if       GC-Old-File = spaces or GC-New-File = spaces
              display "Error: -GENCONVERT needs old.xdb,new.xdb[,01name]"
              move 16 to return-code
              goback.
     move     GC-Old-File to GC-Db (1).
     move     GC-New-File to GC-Db (2).
     if       GC-Rec-Name = spaces
              move "Y" to GC-Dflt         *> first FD 01 unless the
     else                                 *> old side's name is found
              move "N" to GC-Dflt.
     perform  varying GC-S from 1 by 1 until GC-S > 2
              perform zz385-Load-Xdb-Layout thru zz385-Exit
              perform zz386-Take-Record thru zz386-Exit
              if   GC-Cnt (GC-S) = zero
                   display "Error: no 01 " FUNCTION TRIM (GC-Rec-Name)
                           " layout in "
                           FUNCTION TRIM (GC-Db (GC-S))
                   move 16 to return-code
                   goback
              end-if
              if   GC-Rec-Name = spaces
                   move GC-Name (1 1) to GC-Rec-Name
              end-if
     end-perform.
     perform  zz387-Match-Fields thru zz387-Exit.
     perform  zz392-Write-Genconv thru zz392-Exit.
     move     GC-Matched to GC-NumZ.
     display  "Conversion program: " FUNCTION TRIM (GC-NumZ)
              " field(s) matched" no advancing.
     move     GC-Flagged to GC-NumZ.
     display  ", " FUNCTION TRIM (GC-NumZ) " flagged" no advancing.
     move     GC-New to GC-NumZ.
     display  ", " FUNCTION TRIM (GC-NumZ) " new" no advancing.
     move     GC-Dropped to GC-NumZ.
     display  ", " FUNCTION TRIM (GC-NumZ) " dropped" no advancing.
     move     GC-Hand to GC-NumZ.
     display  ", " FUNCTION TRIM (GC-NumZ) " by hand".
     display  "Conversion program written to "
              FUNCTION TRIM (Genconv-FileName).
     if       GC-Dropped > zero or GC-Hand > zero
              move 4 to return-code
     else
              move zero to return-code.
     goback.
*>
 zz385-Load-Xdb-Layout.                                           *> New -GENCONVERT
*> Layout rows (L) and VALUE rows (W) of GC-Db (GC-S) into
*>   Layout-Table / LV-Table, replacing whatever was there.
     move     GC-Db (GC-S) to Xdb-FileName.
     open     input Xdb-In.
     if       FS-Reply not = zero
              display "Error: cannot open analysis database "
                       FUNCTION TRIM (GC-Db (GC-S))
              move 16 to return-code
              goback.
     read     Xdb-In at end
              continue
     end-read.
     if       Xdb-In-Rec (1:14) not = "COBXREF-XDB 1 "
              display "Error: " FUNCTION TRIM (GC-Db (GC-S))
                      " is not A version-1 analysis database"
              close Xdb-In
              move 16 to return-code
              goback.
     move     zero to Layout-Count LV-Count.
     perform  until FS-Reply not = zero
              read Xdb-In at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              evaluate Xdb-In-Rec (1:1)
                  when "L"
                       if   Layout-Count < 5000
                            add  1 to Layout-Count
                            move Xdb-In-Rec (2:175)
                                 to LT-Entry (Layout-Count)
                       end-if
                  when "W"
                       if   LV-Count < 3000
                            add  1 to LV-Count
                            move Xdb-In-Rec (2:128)
                                 to LV-Entry (LV-Count)
                       end-if
                  when other
                       continue
              end-evaluate
     end-perform.
     close    Xdb-In.
     move     zero to FS-Reply.
 zz385-Exit.
     exit.
*>
 zz386-Take-Record.                                               *> New -GENCONVERT
*>***********************
*> The 01 named GC-Rec-Name (failing that, when no name was given,
*>   the first FILE-section 01, then the first 01 at all) and its
*>   subordinates, copied to GC-Side (GC-S) with their VALUEs.
*>***********************
     move     zero to GC-Top GC-Cnt (GC-S).
     if       GC-Rec-Name not = spaces
              perform varying GC-K from 1 by 1 until GC-K > Layout-Count
                   if   LT-Level (GC-K) = 1
                    and FUNCTION UPPER-CASE (LT-Name (GC-K)) = GC-Rec-Name
                        move GC-K to GC-Top
                        exit perform
                   end-if
              end-perform.
     if       GC-Top = zero
          and GC-Dflt = "Y"
              perform varying GC-K from 1 by 1 until GC-K > Layout-Count
                   if   LT-Level (GC-K) = 1
                    and LT-Section (GC-K) = 1
                        move GC-K to GC-Top
                        exit perform
                   end-if
              end-perform.
     if       GC-Top = zero
          and GC-Dflt = "Y"
              perform varying GC-K from 1 by 1 until GC-K > Layout-Count
                   if   LT-Level (GC-K) = 1
                        move GC-K to GC-Top
                        exit perform
                   end-if
              end-perform.
     if       GC-Top = zero
              go to zz386-Exit.
     perform  varying GC-K from GC-Top by 1
              until GC-K > Layout-Count or GC-Cnt (GC-S) not < 1000
              if   GC-K > GC-Top
               and (LT-Level (GC-K) = 1 or = 77
                 or LT-Prog (GC-K) not = LT-Prog (GC-Top))
                   exit perform
              end-if
              add  1 to GC-Cnt (GC-S)
              move GC-Cnt (GC-S) to GC-J
              move LT-Level (GC-K)     to GC-Lvl (GC-S GC-J)
              move LT-Name (GC-K)      to GC-Name (GC-S GC-J)
              move LT-Pic (GC-K)       to GC-Pic (GC-S GC-J)
              move LT-Usage (GC-K)     to GC-Usage (GC-S GC-J)
              move LT-Occurs (GC-K)    to GC-Occ (GC-S GC-J)
              move LT-Redefines (GC-K) to GC-Redef (GC-S GC-J)
              move LT-Length (GC-K)    to GC-Len (GC-S GC-J)
              move LT-Offset (GC-K)    to GC-Off (GC-S GC-J)
              if   LT-Group-Flag (GC-K) = "N"
                   move "Y" to GC-Elem (GC-S GC-J)
              else
                   move "N" to GC-Elem (GC-S GC-J)
              end-if
              move spaces to GC-Val (GC-S GC-J) GC-Stat (GC-S GC-J)
                             GC-Chg (GC-S GC-J)
              move zero   to GC-Link (GC-S GC-J)
              perform varying GC-X from 1 by 1 until GC-X > LV-Count
                   if   LV-Name (GC-X)  = LT-Name (GC-K)
                    and LV-RefNo (GC-X) = LT-RefNo (GC-K)
                    and LV-Prog (GC-X)  = LT-Prog (GC-K)
                        move LV-Value (GC-X) to GC-Val (GC-S GC-J)
                        exit perform
                   end-if
              end-perform
     end-perform.
 zz386-Exit.
     exit.
*>
 zz387-Match-Fields.                                              *> New -GENCONVERT
*> Every named elementary field of the new record against the old;
*>   old fields nobody claimed are the dropped ones.
     move     zero to GC-Matched GC-New GC-Dropped GC-Flagged GC-Hand.
     perform  varying GC-J from 2 by 1 until GC-J > GC-Cnt (2)
              if   GC-Elem (2 GC-J) = "Y"
               and GC-Name (2 GC-J) not = "FILLER"
                   perform zz388-Match-One thru zz388-Exit
              end-if
     end-perform.
     move     1 to GC-S.
     perform  varying GC-K from 2 by 1 until GC-K > GC-Cnt (1)
              if   GC-Elem (1 GC-K) = "Y"
               and GC-Name (1 GC-K) not = "FILLER"
               and GC-Stat (1 GC-K) = space
                   perform zz389-Item-Chain thru zz389-Exit
                   if   GC-In-Redef = "N"     *> an alternate view of
                        move "D" to GC-Stat (1 GC-K)    *> bytes that
                        add  1 to GC-Dropped   *> are carried anyway
                   end-if
              end-if
     end-perform.
 zz387-Exit.
     exit.
*>
 zz388-Match-One.                                                 *> New -GENCONVERT
*>***********************
*> New field GC-J: its old namesake (first not yet claimed), then
*>   whether A plain MOVE will do.  Fields under A REDEFINES, at
*>   different OCCURS depths or nested two OCCURS deep are left for
*>   hand conversion - GC-Chg (1:1) says why (R / D / N).
*>***********************
     move     2 to GC-S.
     move     GC-J to GC-K.
     perform  zz389-Item-Chain thru zz389-Exit.
     move     GC-Depth    to GC-Depth2.
     move     GC-Occ-Cnt  to GC-Occ-Cnt2.
     move     GC-In-Redef to GC-In-Redef2.
     move     zero to GC-X.
     perform  varying GC-K from 2 by 1 until GC-K > GC-Cnt (1)
              if   GC-Name (1 GC-K) = GC-Name (2 GC-J)
               and GC-Elem (1 GC-K) = "Y"
               and GC-Stat (1 GC-K) = space
                   move GC-K to GC-X
                   exit perform
              end-if
     end-perform.
     if       GC-X = zero
              if   GC-In-Redef2 = "Y"
                   move "H" to GC-Stat (2 GC-J)
                   move "R" to GC-Chg (2 GC-J)
                   add  1 to GC-Hand
              else
                   move "N" to GC-Stat (2 GC-J)
                   add  1 to GC-New
              end-if
              go to zz388-Exit.
     move     GC-X to GC-Link (2 GC-J).
     move     GC-J to GC-Link (1 GC-X).
     move     "M"  to GC-Stat (1 GC-X).
     move     1 to GC-S.
     move     GC-X to GC-K.
     perform  zz389-Item-Chain thru zz389-Exit.
     if       GC-In-Redef = "Y" or GC-In-Redef2 = "Y"
              move "R" to GC-Chg (2 GC-J)
     else
      if      GC-Depth not = GC-Depth2
              move "D" to GC-Chg (2 GC-J)
      else
       if     GC-Depth > 1
              move "N" to GC-Chg (2 GC-J).
     if       GC-Chg (2 GC-J) not = spaces
              move "H" to GC-Stat (2 GC-J)
              add  1 to GC-Hand
              go to zz388-Exit.
     move     "M" to GC-Stat (2 GC-J).
     add      1 to GC-Matched.
     if       GC-Off (1 GC-X) not = GC-Off (2 GC-J)
              move "M" to GC-Chg (2 GC-J) (1:1).
     if       GC-Pic (1 GC-X) not = GC-Pic (2 GC-J)
              move "P" to GC-Chg (2 GC-J) (2:1).
     if       GC-Usage (1 GC-X) not = GC-Usage (2 GC-J)
              move "U" to GC-Chg (2 GC-J) (3:1).
     if       GC-Depth = 1
          and GC-Occ-Cnt not = GC-Occ-Cnt2
              move "O" to GC-Chg (2 GC-J) (4:1).
     if       GC-Chg (2 GC-J) not = spaces
              add  1 to GC-Flagged.
 zz388-Exit.
     exit.
*>
 zz389-Item-Chain.                                                *> New -GENCONVERT
*> For GC-Item (GC-S GC-K): how many OCCURS levels it sits under
*>   (its own included) and the count of the innermost, whether it
*>   or A parent REDEFINES, and its nearest named parent group.
     move     zero to GC-Depth GC-Occ-Cnt GC-Parent.
     move     "N" to GC-In-Redef.
     if       GC-Occ (GC-S GC-K) > zero
              add  1 to GC-Depth
              move GC-Occ (GC-S GC-K) to GC-Occ-Cnt.
     if       GC-Redef (GC-S GC-K) not = spaces
              move "Y" to GC-In-Redef.
     move     GC-Lvl (GC-S GC-K) to GC-Lv.
     perform  varying GC-P from GC-K by -1 until GC-P < 2
              if   GC-Lvl (GC-S GC-P) < GC-Lv
                   move GC-Lvl (GC-S GC-P) to GC-Lv
                   if   GC-Parent = zero
                    and GC-Name (GC-S GC-P) not = "FILLER"
                        move GC-P to GC-Parent
                   end-if
                   if   GC-Occ (GC-S GC-P) > zero
                        add  1 to GC-Depth
                        if   GC-Occ-Cnt = zero
                             move GC-Occ (GC-S GC-P) to GC-Occ-Cnt
                        end-if
                   end-if
                   if   GC-Redef (GC-S GC-P) not = spaces
                        move "Y" to GC-In-Redef
                   end-if
              end-if
     end-perform.
 zz389-Exit.
     exit.
*>
 zz390-Record-Item-Value.                                         *> New -GENCONVERT
*> The word after VALUE, as coded, for the layout row just opened.
*>   IS is passed over and ALL waits for its literal.
     if       wsFoundWord2 (1:3) = "IS "
              go to zz390-Exit.
     if       LV-Armed = "Y"
              if   LV-Count not < 3000
                   move "N" to LV-Armed
                   go to zz390-Exit
              end-if
              add  1 to LV-Count
              move LT-Prog (Layout-Count)  to LV-Prog (LV-Count)
              move LT-Name (Layout-Count)  to LV-Name (LV-Count)
              move LT-RefNo (Layout-Count) to LV-RefNo (LV-Count)
              move spaces to LV-Value (LV-Count)
              move 1 to LV-P
     else
              string " " delimited by size
                     into LV-Value (LV-Count) with pointer LV-P.
     move     zero to GC-X.
     if       (wsf1-1 = quote or = "'")    *> literal - its case as
          and Word-Length > zero and < 61  *> coded, from the source
              perform varying GC-X from 1 by 1
                      until GC-X > 256 - Word-Length
                   if   FUNCTION UPPER-CASE
                          (SourceRecIn (GC-X:Word-Length))
                          = wsFoundWord2 (1:Word-Length)
                        exit perform
                   end-if
              end-perform
              if   GC-X > 256 - Word-Length
                   move zero to GC-X
              end-if
     end-if.
     if       GC-X > zero
              string SourceRecIn (GC-X:Word-Length) delimited by size
                     into LV-Value (LV-Count) with pointer LV-P
     else
      if      Word-Length > zero and < 61
              string wsFoundWord2 (1:Word-Length) delimited by size
                     into LV-Value (LV-Count) with pointer LV-P
      else
              string wsFoundWord2 (1:60) delimited by size
                     into LV-Value (LV-Count) with pointer LV-P.
     if       LV-P > 2
          and LV-Value (LV-Count) (LV-P - 1:1) = "."
          and LV-Value (LV-Count) (LV-P - 2:1) not = quote and not = "'"
              subtract 1 from LV-P
              move space to LV-Value (LV-Count) (LV-P:1).
     if       wsFoundWord2 (1:4) = "ALL "
              move "A" to LV-Armed
     else
              move "N" to LV-Armed.
 zz390-Exit.
     exit.
*>
 zz391-Qual-Name.                                                 *> New -GENCONVERT
*> GC-Qual = the generated program's qualified name for
*>   GC-Item (GC-S GC-K): name OF parent OF cv-old/new-record.
     perform  zz389-Item-Chain thru zz389-Exit.
     move     spaces to GC-Qual.
     move     1 to GC-T.
     string   FUNCTION TRIM (GC-Name (GC-S GC-K)) delimited by size
              " of "                              delimited by size
              into GC-Qual with pointer GC-T.
     if       GC-Parent > zero
              string FUNCTION TRIM (GC-Name (GC-S GC-Parent))
                                                  delimited by size
                     " of "                       delimited by size
                     into GC-Qual with pointer GC-T.
     if       GC-S = 1
              string "cv-old-record" delimited by size
                     into GC-Qual with pointer GC-T
     else
              string "cv-new-record" delimited by size
                     into GC-Qual with pointer GC-T.
     if       GC-Depth = 1
              string " (cv-i)" delimited by size
                     into GC-Qual with pointer GC-T.
 zz391-Exit.
     exit.
*>
 zz392-Write-Genconv.                                             *> New -GENCONVERT
*>***********************
*> The conversion program, free format: header findings, two fixed
*>   length sequential files (OLDFILE in, NEWFILE out - resolved
*>   by the runtime's usual DD_ / environment mapping), A read /
*>   convert / write loop and the end-of-job count reconciliation.
*>***********************
     perform  varying GC-P from 64 by -1
              until GC-P < 2 or GC-Db (2) (GC-P:1) = "."
              continue
     end-perform.
     if       GC-P < 2
              move 65 to GC-P.
     subtract 1 from GC-P.
     move     spaces to Genconv-FileName.
     string   GC-Db (2) (1:GC-P) delimited by space
              ".conv.cbl"        delimited by size
              into Genconv-FileName.
     move     GC-P to GC-T.
     perform  varying GC-T from GC-T by -1
              until GC-T < 1 or GC-Db (2) (GC-T:1) = "/" or = "\"
              continue
     end-perform.
     add      1 to GC-T.
     compute  GC-K = GC-P - GC-T + 1.
     move     spaces to GC-Prog.
     if       GC-K > 25
              move 25 to GC-K.
     if       GC-K > zero
              move FUNCTION UPPER-CASE (GC-Db (2) (GC-T:GC-K)) to GC-Prog.
     inspect  GC-Prog converting "._" to "--".
     perform  varying GC-T from 31 by -1
              until GC-T < 1
                 or (GC-Prog (GC-T:1) not = "-" and not = space)
              continue
     end-perform.
     if       GC-T < 1
              move "RECORD" to GC-Prog
              move 6 to GC-T.
     add      1 to GC-T.
     move     "-CONV" to GC-Prog (GC-T:5).
     move     FUNCTION CURRENT-DATE to GC-Date.
     open     output Genconv-Listing.
     move     "       >>SOURCE FREE" to Genconv-Record.
     write    Genconv-Record.
     move     all "*" to Genconv-Record (3:66).
     move     "*>" to Genconv-Record (1:2).
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*> "                           delimited by size
              FUNCTION TRIM (GC-Prog)         delimited by size
              " - converts "                  delimited by size
              FUNCTION TRIM (GC-Name (1 1))   delimited by size
              " records to the "              delimited by size
              FUNCTION TRIM (GC-Name (2 1))   delimited by size
              " layout."                      delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*>   old layout: "           delimited by size
              FUNCTION TRIM (GC-Db (1))       delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*>   new layout: "           delimited by size
              FUNCTION TRIM (GC-Db (2))       delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "*>   Generated by cobxref -GENCONVERT on "
                                              delimited by size
              GC-Date (1:4) "-" GC-Date (5:2) "-" GC-Date (7:2)
                                              delimited by size
              " - review the flagged fields"  delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     "*>   before the first production run.  OLDFILE in, NEWFILE out."
              to Genconv-Record.
     write    Genconv-Record.
     move     "*>" to Genconv-Record.
     write    Genconv-Record.
*>
     move     "*> Fields dropped (old layout only - not carried over):"
              to Genconv-Record.
     write    Genconv-Record.
     move     zero to GC-X.
     perform  varying GC-K from 2 by 1 until GC-K > GC-Cnt (1)
              if   GC-Stat (1 GC-K) = "D"
                   add  1 to GC-X
                   move GC-Off (1 GC-K) to GC-NumZ
                   move spaces to Genconv-Record
                   string "*>   "                        delimited by size
                          GC-Name (1 GC-K)               delimited by size
                          " pic "                        delimited by size
                          FUNCTION TRIM (GC-Pic (1 GC-K)) delimited by size
                          " "                            delimited by size
                          FUNCTION TRIM (GC-Usage (1 GC-K))
                                                         delimited by size
                          " at offset "                  delimited by size
                          FUNCTION TRIM (GC-NumZ)        delimited by size
                          into Genconv-Record
                   write Genconv-Record
              end-if
     end-perform.
     if       GC-X = zero
              move "*>   (none)" to Genconv-Record
              write Genconv-Record.
*>
     move     "*> Fields flagged (matched by name but changed - check the MOVE):"
              to Genconv-Record.
     write    Genconv-Record.
     move     zero to GC-X.
     perform  varying GC-J from 2 by 1 until GC-J > GC-Cnt (2)
              if   GC-Stat (2 GC-J) = "M"
               and GC-Chg (2 GC-J) not = spaces
                   add  1 to GC-X
                   perform zz393-Flag-Line thru zz393-Exit
              end-if
     end-perform.
     if       GC-X = zero
              move "*>   (none)" to Genconv-Record
              write Genconv-Record.
*>
     move     "*> Fields new (VALUE clause where coded, else INITIALIZE):"
              to Genconv-Record.
     write    Genconv-Record.
     move     zero to GC-X.
     perform  varying GC-J from 2 by 1 until GC-J > GC-Cnt (2)
              if   GC-Stat (2 GC-J) = "N"
                   add  1 to GC-X
                   move spaces to Genconv-Record
                   move 1 to GC-T
                   string "*>   "                         delimited by size
                          FUNCTION TRIM (GC-Name (2 GC-J)) delimited by size
                          into Genconv-Record with pointer GC-T
                   if   GC-Val (2 GC-J) not = spaces
                        string "  value "                  delimited by size
                               FUNCTION TRIM (GC-Val (2 GC-J))
                                                          delimited by size
                               into Genconv-Record with pointer GC-T
                   end-if
                   write Genconv-Record
              end-if
     end-perform.
     if       GC-X = zero
              move "*>   (none)" to Genconv-Record
              write Genconv-Record.
*>
     move     "*> Fields left for hand conversion:" to Genconv-Record.
     write    Genconv-Record.
     move     zero to GC-X.
     perform  varying GC-J from 2 by 1 until GC-J > GC-Cnt (2)
              if   GC-Stat (2 GC-J) = "H"
                   add  1 to GC-X
                   evaluate GC-Chg (2 GC-J) (1:1)
                       when "R" move "under A REDEFINES" to GC-Why
                       when "D" move "OCCURS nesting differs" to GC-Why
                       when other
                                move "nested OCCURS" to GC-Why
                   end-evaluate
                   move spaces to Genconv-Record
                   string "*>   "                         delimited by size
                          GC-Name (2 GC-J)                delimited by size
                          " "                             delimited by size
                          FUNCTION TRIM (GC-Why)          delimited by size
                          into Genconv-Record
                   write Genconv-Record
              end-if
     end-perform.
     if       GC-X = zero
              move "*>   (none)" to Genconv-Record
              write Genconv-Record.
     move     all "*" to Genconv-Record (3:66).
     move     "*>" to Genconv-Record (1:2).
     write    Genconv-Record.
*>
     move     "identification division." to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "program-id. "             delimited by size
              FUNCTION TRIM (GC-Prog)    delimited by size
              "."                        delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     move     "environment division." to Genconv-Record.
     write    Genconv-Record.
     move     "input-output section." to Genconv-Record.
     write    Genconv-Record.
     move     "file-control." to Genconv-Record.
     write    Genconv-Record.
     move     "    select old-file assign 'OLDFILE'" to Genconv-Record.
     write    Genconv-Record.
     move     "           organization sequential" to Genconv-Record.
     write    Genconv-Record.
     move     "           file status cv-old-status." to Genconv-Record.
     write    Genconv-Record.
     move     "    select new-file assign 'NEWFILE'" to Genconv-Record.
     write    Genconv-Record.
     move     "           organization sequential" to Genconv-Record.
     write    Genconv-Record.
     move     "           file status cv-new-status." to Genconv-Record.
     write    Genconv-Record.
     move     "data division." to Genconv-Record.
     write    Genconv-Record.
     move     "file section." to Genconv-Record.
     write    Genconv-Record.
     move     "fd  old-file." to Genconv-Record.
     write    Genconv-Record.
     move     1 to GC-S.
     perform  zz394-Emit-Record thru zz394-Exit.
     move     "fd  new-file." to Genconv-Record.
     write    Genconv-Record.
     move     2 to GC-S.
     perform  zz394-Emit-Record thru zz394-Exit.
     move     "working-storage section." to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-old-status          pic xx." to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-new-status          pic xx." to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-eof                 pic x      value 'N'."
              to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-read                pic 9(9)   value zero."
              to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-written             pic 9(9)   value zero."
              to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-rejected            pic 9(9)   value zero."
              to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-i                   pic 9(8)   comp value zero."
              to Genconv-Record.
     write    Genconv-Record.
     move     "01  cv-count-z             pic zzz,zzz,zz9." to Genconv-Record.
     write    Genconv-Record.
*>
     move     "procedure division." to Genconv-Record.
     write    Genconv-Record.
     move     "cv-main." to Genconv-Record.
     write    Genconv-Record.
     move     "    open input old-file" to Genconv-Record.
     write    Genconv-Record.
     move     "    if cv-old-status not = '00'" to Genconv-Record.
     write    Genconv-Record.
     move     "        display 'cannot open OLDFILE, status ' cv-old-status"
              to Genconv-Record.
     write    Genconv-Record.
     move     "        move 16 to return-code" to Genconv-Record.
     write    Genconv-Record.
     move     "        goback" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    open output new-file" to Genconv-Record.
     write    Genconv-Record.
     move     "    if cv-new-status not = '00'" to Genconv-Record.
     write    Genconv-Record.
     move     "        display 'cannot open NEWFILE, status ' cv-new-status"
              to Genconv-Record.
     write    Genconv-Record.
     move     "        close old-file" to Genconv-Record.
     write    Genconv-Record.
     move     "        move 16 to return-code" to Genconv-Record.
     write    Genconv-Record.
     move     "        goback" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform cv-read-old" to Genconv-Record.
     write    Genconv-Record.
     move     "    perform until cv-eof = 'Y'" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform cv-convert" to Genconv-Record.
     write    Genconv-Record.
     move     "        write cv-new-record" to Genconv-Record.
     write    Genconv-Record.
     move     "        if cv-new-status = '00'" to Genconv-Record.
     write    Genconv-Record.
     move     "            add 1 to cv-written" to Genconv-Record.
     write    Genconv-Record.
     move     "        else" to Genconv-Record.
     write    Genconv-Record.
     move     "            add 1 to cv-rejected" to Genconv-Record.
     write    Genconv-Record.
     move     "            display 'write failed, status ' cv-new-status"
              to Genconv-Record.
     write    Genconv-Record.
     move     "                    ' on input record ' cv-read"
              to Genconv-Record.
     write    Genconv-Record.
     move     "        end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "        perform cv-read-old" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-perform" to Genconv-Record.
     write    Genconv-Record.
     move     "    close old-file new-file" to Genconv-Record.
     write    Genconv-Record.
     move     "    move cv-read to cv-count-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    display 'records read     ' cv-count-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    move cv-written to cv-count-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    display 'records written  ' cv-count-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    move cv-rejected to cv-count-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    display 'records rejected ' cv-count-z" to Genconv-Record.
     write    Genconv-Record.
     move     "    if cv-read = cv-written" to Genconv-Record.
     write    Genconv-Record.
     move     "        display 'record counts reconcile'" to Genconv-Record.
     write    Genconv-Record.
     move     "    else" to Genconv-Record.
     write    Genconv-Record.
     move     "        display 'record counts DO NOT reconcile'"
              to Genconv-Record.
     write    Genconv-Record.
     move     "        move 8 to return-code" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-if" to Genconv-Record.
     write    Genconv-Record.
     move     "    goback." to Genconv-Record.
     write    Genconv-Record.
     move     "cv-read-old." to Genconv-Record.
     write    Genconv-Record.
     move     "    read old-file" to Genconv-Record.
     write    Genconv-Record.
     move     "        at end move 'Y' to cv-eof" to Genconv-Record.
     write    Genconv-Record.
     move     "        not at end add 1 to cv-read" to Genconv-Record.
     write    Genconv-Record.
     move     "    end-read." to Genconv-Record.
     write    Genconv-Record.
     move     "cv-convert." to Genconv-Record.
     write    Genconv-Record.
     move     "    move spaces to cv-new-record" to Genconv-Record.
     write    Genconv-Record.
     move     "    initialize cv-new-record" to Genconv-Record.
     write    Genconv-Record.
     perform  varying GC-J from 2 by 1 until GC-J > GC-Cnt (2)
              if   GC-Stat (2 GC-J) = "M"
                or (GC-Stat (2 GC-J) = "N"
                    and GC-Val (2 GC-J) not = spaces)
                   perform zz395-Emit-Move thru zz395-Exit
              end-if
     end-perform.
     move     "    continue." to Genconv-Record.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     string   "end program "             delimited by size
              FUNCTION TRIM (GC-Prog)    delimited by size
              "."                        delimited by size
              into Genconv-Record.
     write    Genconv-Record.
     close    Genconv-Listing.
 zz392-Exit.
     exit.
*>
 zz393-Flag-Line.                                                 *> New -GENCONVERT
*> One header line for flagged field GC-J: what changed, old -> new.
     move     GC-Link (2 GC-J) to GC-O.
     move     spaces to Genconv-Record.
     move     1 to GC-T.
     string   "*>   "                           delimited by size
              FUNCTION TRIM (GC-Name (2 GC-J))  delimited by size
              into Genconv-Record with pointer GC-T.
     if       GC-Chg (2 GC-J) (1:1) = "M"
              move GC-Off (1 GC-O) to GC-NumZ
              move GC-Off (2 GC-J) to GC-NumZ2
              string "  moved "                 delimited by size
                     FUNCTION TRIM (GC-NumZ)    delimited by size
                     " -> "                     delimited by size
                     FUNCTION TRIM (GC-NumZ2)   delimited by size
                     into Genconv-Record with pointer GC-T.
     if       GC-Chg (2 GC-J) (2:1) = "P"
              string "  pic "                   delimited by size
                     FUNCTION TRIM (GC-Pic (1 GC-O)) delimited by size
                     " -> "                     delimited by size
                     FUNCTION TRIM (GC-Pic (2 GC-J)) delimited by size
                     into Genconv-Record with pointer GC-T.
     if       GC-Chg (2 GC-J) (3:1) = "U"
              string "  usage "                 delimited by size
                     FUNCTION TRIM (GC-Usage (1 GC-O)) delimited by size
                     " -> "                     delimited by size
                     FUNCTION TRIM (GC-Usage (2 GC-J)) delimited by size
                     into Genconv-Record with pointer GC-T.
     if       GC-Chg (2 GC-J) (4:1) = "O"
              move 2 to GC-S
              move GC-J to GC-K
              perform zz389-Item-Chain thru zz389-Exit
              move GC-Occ-Cnt to GC-NumZ2
              move 1 to GC-S
              move GC-O to GC-K
              perform zz389-Item-Chain thru zz389-Exit
              move GC-Occ-Cnt to GC-NumZ
              string "  occurs "                delimited by size
                     FUNCTION TRIM (GC-NumZ)    delimited by size
                     " -> "                     delimited by size
                     FUNCTION TRIM (GC-NumZ2)   delimited by size
                     into Genconv-Record with pointer GC-T.
     write    Genconv-Record.
 zz393-Exit.
     exit.
*>
 zz394-Emit-Record.                                               *> New -GENCONVERT
*> GC-Side (GC-S) as an FD record - the 01 renamed cv-old-record /
*>   cv-new-record so the two layouts' field names can be qualified.
     perform  varying GC-K from 1 by 1 until GC-K > GC-Cnt (GC-S)
              move spaces to Genconv-Record
              move 1 to GC-T
              move GC-Lvl (GC-S GC-K) to GC-LvlZ
              if   GC-K = 1
                   if   GC-S = 1
                        move "01  cv-old-record" to Genconv-Record
                   else
                        move "01  cv-new-record" to Genconv-Record
                   end-if
                   move 18 to GC-T
              else
                   string "    "                  delimited by size
                          GC-LvlZ                 delimited by size
                          "  "                    delimited by size
                          FUNCTION TRIM (GC-Name (GC-S GC-K))
                                                  delimited by size
                          into Genconv-Record with pointer GC-T
              end-if
              if   GC-K > 1
               and GC-Redef (GC-S GC-K) not = spaces
                   string " redefines "           delimited by size
                          FUNCTION TRIM (GC-Redef (GC-S GC-K))
                                                  delimited by size
                          into Genconv-Record with pointer GC-T
              end-if
              if   GC-Pic (GC-S GC-K) not = spaces
                   string " pic "                 delimited by size
                          FUNCTION TRIM (GC-Pic (GC-S GC-K))
                                                  delimited by size
                          into Genconv-Record with pointer GC-T
              end-if
              if   GC-Usage (GC-S GC-K) = "PACKED-DEC"
                   string " packed-decimal"       delimited by size
                          into Genconv-Record with pointer GC-T
              else
               if  GC-Usage (GC-S GC-K) not = "DISPLAY" and not = spaces
                   string " "                     delimited by size
                          FUNCTION TRIM (GC-Usage (GC-S GC-K))
                                                  delimited by size
                          into Genconv-Record with pointer GC-T
               end-if
              end-if
              if   GC-Occ (GC-S GC-K) > zero
                   move GC-Occ (GC-S GC-K) to GC-NumZ
                   string " occurs "              delimited by size
                          FUNCTION TRIM (GC-NumZ) delimited by size
                          into Genconv-Record with pointer GC-T
              end-if
              string "."                          delimited by size
                     into Genconv-Record with pointer GC-T
              write Genconv-Record
     end-perform.
 zz394-Exit.
     exit.
*>
 zz395-Emit-Move.                                                 *> New -GENCONVERT
*> The statement(s) filling new field GC-J: from its old namesake,
*>   or its VALUE for A field new to the layout - over every
*>   occurrence (the fewer of the two sides) when it repeats.
     if       GC-Chg (2 GC-J) not = spaces
              move "    *> flagged - see the header" to Genconv-Record
              write Genconv-Record.
     move     2 to GC-S.
     move     GC-J to GC-K.
     perform  zz391-Qual-Name thru zz391-Exit.
     move     GC-Qual to GC-Qual2.
     move     GC-Occ-Cnt to GC-Occ-Cnt2.
     if       GC-Depth > 1           *> A VALUE is not spread over A
              go to zz395-Exit.      *> nested table - INITIALIZE only
     if       GC-Stat (2 GC-J) = "M"
              move 1 to GC-S
              move GC-Link (2 GC-J) to GC-K
              perform zz391-Qual-Name thru zz391-Exit
              if   GC-Depth = 1
               and GC-Occ-Cnt < GC-Occ-Cnt2
                   move GC-Occ-Cnt to GC-Occ-Cnt2
              end-if
     else
              move GC-Val (2 GC-J) to GC-Qual.
     move     5 to GC-Ind.               *> statement column
     if       GC-Depth = 1
              move GC-Occ-Cnt2 to GC-NumZ
              move spaces to Genconv-Record
              string "    perform varying cv-i from 1 by 1 until cv-i > "
                                               delimited by size
                     FUNCTION TRIM (GC-NumZ)   delimited by size
                     into Genconv-Record
              write Genconv-Record
              move 9 to GC-Ind.
     move     spaces to Genconv-Record.
     move     GC-Ind to GC-T.
     string   "move "                         delimited by size
              FUNCTION TRIM (GC-Qual)         delimited by size
              into Genconv-Record with pointer GC-T.
     write    Genconv-Record.
     move     spaces to Genconv-Record.
     move     GC-Ind to GC-T.
     string   "  to "                         delimited by size
              FUNCTION TRIM (GC-Qual2)        delimited by size
              into Genconv-Record with pointer GC-T.
     write    Genconv-Record.
     if       GC-Depth = 1
              move "    end-perform" to Genconv-Record
              write Genconv-Record.
 zz395-Exit.
     exit.
*>
 zz384-Exit.
     exit.
*>
 zz396-Layout-Registry.                                           *> New -LAYOUTREG
*>***********************
*> Per program: every 01 / 77 whose items came out of A copybook is
*>   checked against its last registered version (zz398), and the
*>   registry gains A dated version when the layout is new or has
*>   moved.  Any offset, length or USAGE change sets LR-Gate-Fail
*>   for the end-of-run return code.
*>***********************
     perform  zz045-Compute-Layout thru zz045-Exit.
     if       LR-Cat-Loaded = "N"
              perform zz397-Load-Catalog thru zz397-Exit
              move "Y" to LR-Cat-Loaded.
     if       LR-Opened = "N"
              open output Layreg-Listing
              move "Y" to LR-Opened
     else
              open extend Layreg-Listing.
     move     FUNCTION CURRENT-DATE to LR-Date.
     move     spaces to Layreg-Record.
     string   "Layout registry check for "       delimited by size
              FUNCTION TRIM (HoldID-Module)      delimited by size
              " against "                        delimited by size
              FUNCTION TRIM (WS-Layreg-Registry) delimited by size
              into Layreg-Record.
     write    Layreg-Record.
     move     zero to LR-Tot-Layouts LR-Tot-New LR-Tot-Changed.
     perform  varying LR-Idx from 1 by 1 until LR-Idx > Layout-Count
              if   FUNCTION UPPER-CASE (LT-Prog (LR-Idx))
                     = FUNCTION UPPER-CASE (HoldID-Module)
               and (LT-Level (LR-Idx) = 1 or = 77)
                   perform zz398-One-Layout thru zz398-Exit
              end-if
     end-perform.
     move     spaces to Layreg-Record.
     if       LR-Tot-Layouts = zero
              move "  (no copybook layouts in this program)"
                   to Layreg-Record
     else
              move LR-Tot-Layouts to LR-NumZ
              move LR-Tot-New     to LR-NumZ2
              move LR-Tot-Changed to LR-NumZ3
              string "  "                        delimited by size
                     FUNCTION TRIM (LR-NumZ)     delimited by size
                     " copybook layout(s) checked, "
                                                 delimited by size
                     FUNCTION TRIM (LR-NumZ2)    delimited by size
                     " new, "                    delimited by size
                     FUNCTION TRIM (LR-NumZ3)    delimited by size
                     " changed"                  delimited by size
                     into Layreg-Record.
     write    Layreg-Record.
     move     spaces to Layreg-Record.
     write    Layreg-Record.
     close    Layreg-Listing.
     move     LR-Tot-Changed to LR-NumZ.
     display  "Layout registry check (" FUNCTION TRIM (LR-NumZ)
              " changed) written to " FUNCTION TRIM (Layoutreg-FileName).
 zz396-Exit.
     exit.
*>
 zz397-Load-Catalog.                                              *> New -LAYOUTREG
*>***********************
*> Once per run: the -FILECAT ASSIGN sweep (zz211-Add-Assign) over
*>   the catalog directory - the source's own directory when none
*>   was given - and this source's name as the catalog files it.
*>***********************
     if       WS-Layreg-Catdir = spaces
              perform varying LR-P from 64 by -1
                      until LR-P < 1
                         or SourceFileName (LR-P:1) = OS-Delimiter
                      continue
              end-perform
              if   LR-P > 1
                   move SourceFileName (1:LR-P - 1) to WS-Layreg-Catdir
              else
               if  LR-P = 1
                   move OS-Delimiter to WS-Layreg-Catdir
               else
                   move "." to WS-Layreg-Catdir
               end-if
              end-if
     end-if.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Layreg-Catdir    delimited by space
              OS-Delimiter        delimited by size
              "cxlayregtmp"       delimited by size
                                  into Copyuse-Raw-FileName.
     string   "grep -Hni " quote "assign" quote " "
                                  delimited by size
              WS-Layreg-Catdir    delimited by space
              OS-Delimiter        delimited by size
              "*.c* 2>/dev/null | sort > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
*>
     move     zero to Filecat-Count SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              perform  zz211-Add-Assign thru zz211-Add-Assign-Exit
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
*>
     move     SourceFileName to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to LR-Src-Prog.
 zz397-Exit.
     exit.
*>
 zz398-One-Layout.                                                *> New -LAYOUTREG
*>***********************
*> LR-Idx is an 01 / 77 row.  Find where its items end and which
*>   copybook the first of them came from (innermost expansion
*>   range) - A record built in the program around A COPY of its
*>   fields counts as the copybook's too.  Then pick up the datasets,
*>   read the registry and compare.
*>***********************
     compute  LR-End = LR-Idx + 1.
     perform  until LR-End > Layout-Count
                 or LT-Level (LR-End) = 1 or LT-Level (LR-End) = 77
                 or LT-Prog (LR-End) not = LT-Prog (LR-Idx)
              add 1 to LR-End
     end-perform.
     subtract 1 from LR-End.
     move     zero to LR-Best.
     perform  varying LR-K from LR-Idx by 1
              until LR-K > LR-End or LR-Best > zero
              perform varying LR-J from 1 by 1 until LR-J > CPM-Count
                  if   LT-RefNo (LR-K) not < CPM-Start (LR-J)
                   and CPM-End (LR-J) > zero
                   and LT-RefNo (LR-K) not > CPM-End (LR-J)
                       if   LR-Best = zero
                         or CPM-Start (LR-J) > CPM-Start (LR-Best)
                            move LR-J to LR-Best
                       end-if
                  end-if
              end-perform
     end-perform.
     if       LR-Best = zero
              go to zz398-Exit.
     move     CPM-Name (LR-Best) to CU-Path.
     perform  zz201-Get-Path-Basename thru zz201-Get-Path-Basename-Exit.
     move     FUNCTION UPPER-CASE (CU-Program-Name) to LR-Copybook.
     move     FUNCTION UPPER-CASE (LT-Name (LR-Idx)) to LR-Rec-Name.
     add      1 to LR-Tot-Layouts.
*>
*> the layout as it stands now - side 2.
*>
     move     zero to LR-Cnt (2).
     perform  varying LR-K from LR-Idx by 1 until LR-K > LR-End
              if   LR-Cnt (2) < 500
                   add  1 to LR-Cnt (2)
                   move LR-Cnt (2) to LR-C
                   move LT-Level  (LR-K) to LR-Lvl   (2 LR-C)
                   move FUNCTION UPPER-CASE (LT-Name (LR-K))
                                         to LR-Name  (2 LR-C)
                   move LT-Offset (LR-K) to LR-Off   (2 LR-C)
                   move LT-Length (LR-K) to LR-Len   (2 LR-C)
                   move LT-Usage  (LR-K) to LR-Usage (2 LR-C)
                   move LT-Pic    (LR-K) to LR-Pic   (2 LR-C)
                   move "N"              to LR-Hit   (2 LR-C)
                   move 1                to LR-Ord   (2 LR-C)
                   perform varying LR-J from 1 by 1 until LR-J not < LR-C
                       if   LR-Name (2 LR-J) = LR-Name (2 LR-C)
                            add 1 to LR-Ord (2 LR-C)
                       end-if
                   end-perform
              end-if
     end-perform.
*>
*> FD record?  FD -> SELECT name -> the catalog's ASSIGNed datasets.
*>
     move     spaces to LR-FD-Name LR-Datasets.
     if       LT-Section (LR-Idx) = 1
              perform varying LR-J from 1 by 1 until LR-J > FIO-Rec-Count
                  if   FUNCTION UPPER-CASE (FIO-Rec-Name (LR-J))
                         = LR-Rec-Name
                       move FUNCTION UPPER-CASE (FIO-Rec-File (LR-J))
                            to LR-FD-Name
                       exit perform
                  end-if
              end-perform
     end-if.
     if       LR-FD-Name not = spaces
              move 1 to LR-P
              perform varying LR-J from 1 by 1 until LR-J > Filecat-Count
                  if   FUNCTION UPPER-CASE (FC-Select (LR-J)) = LR-FD-Name
                   and FUNCTION UPPER-CASE (FC-Prog (LR-J)) = LR-Src-Prog
                   and LR-P < 50
                       string FC-Phys (LR-J) delimited by space
                              " "            delimited by size
                              into LR-Datasets with pointer LR-P
                  end-if
              end-perform
     end-if.
     perform  zz398-Read-Registry thru zz398-Read-Registry-Exit.
     move     LR-Datasets to LR-Text.
     perform  zz398-Merge-Dsns thru zz398-Merge-Dsns-Exit.
     perform  zz398-Compare thru zz398-Compare-Exit.
     perform  zz399-Append-Registry thru zz399-Exit.
     go       to zz398-Exit.
*>
 zz398-Read-Registry.
*>
*> The latest H version of this copybook + 01 wins (side 1); every
*>   U row for it adds its datasets to LR-Dsn-List.
*>
     move     "N" to LR-Have-Old LR-U-Known LR-Eof.
     move     zero to LR-Cnt (1).
     move     spaces to LR-Old-Stamp LR-Old-Prog LR-Dsn-List.
     move     2 to LR-Dsn-Ptr.
     open     input Layreg-Registry.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to zz398-Read-Registry-Exit.
     perform  until LR-Eof = "Y"
              read Layreg-Registry at end
                   move "Y" to LR-Eof
                   exit perform
              end-read
              evaluate Layreg-Reg-Record (1:2)
                  when "H "
                       if   Layreg-Reg-Record (18:32) = LR-Copybook
                        and Layreg-Reg-Record (51:32) = LR-Rec-Name
                            move "Y" to LR-Have-Old
                            move zero to LR-Cnt (1)
                            move Layreg-Reg-Record (3:14)
                                 to LR-Old-Stamp
                            move Layreg-Reg-Record (84:30)
                                 to LR-Old-Prog
                       end-if
                  when "F "
                       if   Layreg-Reg-Record (3:32) = LR-Copybook
                        and Layreg-Reg-Record (36:32) = LR-Rec-Name
                        and LR-Cnt (1) < 500
                            add  1 to LR-Cnt (1)
                            move LR-Cnt (1) to LR-C
                            move Layreg-Reg-Record (69:2)
                                 to LR-Lvl   (1 LR-C)
                            move Layreg-Reg-Record (72:32)
                                 to LR-Name  (1 LR-C)
                            move Layreg-Reg-Record (105:3)
                                 to LR-Ord   (1 LR-C)
                            move Layreg-Reg-Record (109:8)
                                 to LR-Off   (1 LR-C)
                            move Layreg-Reg-Record (118:8)
                                 to LR-Len   (1 LR-C)
                            move Layreg-Reg-Record (127:10)
                                 to LR-Usage (1 LR-C)
                            move Layreg-Reg-Record (138:30)
                                 to LR-Pic   (1 LR-C)
                            move "N" to LR-Hit (1 LR-C)
                       end-if
                  when "U "
                       if   Layreg-Reg-Record (3:32) = LR-Copybook
                        and Layreg-Reg-Record (36:32) = LR-Rec-Name
                            if   Layreg-Reg-Record (69:30)
                                   = HoldID-Module (1:30)
                             and Layreg-Reg-Record (100:96)
                                   = LR-Datasets
                                 move "Y" to LR-U-Known
                            end-if
                            move Layreg-Reg-Record (100:96) to LR-Text
                            perform zz398-Merge-Dsns
                               thru zz398-Merge-Dsns-Exit
                       end-if
              end-evaluate
     end-perform.
     close    Layreg-Registry.
 zz398-Read-Registry-Exit.
     exit.
*>
 zz398-Merge-Dsns.
*>
*> LR-Text is A space separated dataset list - add each one not
*>   already in LR-Dsn-List (kept " a b c " so A whole name matches).
*>
     move     1 to LR-P.
     perform  until LR-P > 96
              move spaces to LR-Word
              unstring LR-Text delimited by all spaces
                       into LR-Word with pointer LR-P
              if   LR-Word not = spaces
                   move zero to LR-Wlen
                   inspect LR-Word tallying LR-Wlen
                           for characters before initial space
                   move spaces to LR-Probe
                   string " "     delimited by size
                          LR-Word delimited by space
                          " "     delimited by size
                          into LR-Probe
                   move zero to LR-Tally
                   inspect LR-Dsn-List tallying LR-Tally
                           for all LR-Probe (1:LR-Wlen + 2)
                   if   LR-Tally = zero
                    and LR-Dsn-Ptr < 150
                        string LR-Word delimited by space
                               " "     delimited by size
                               into LR-Dsn-List with pointer LR-Dsn-Ptr
                   end-if
              end-if
     end-perform.
 zz398-Merge-Dsns-Exit.
     exit.
*>
 zz398-Compare.
*>
*> Fields pair up by name (and which use of the name, for FILLERs);
*>   offset, length or USAGE moving, A field appearing or going, all
*>   count as A change.
*>
     move     zero to LR-Chg-Count.
     if       LR-Have-Old = "N"
              add  1 to LR-Tot-New
              move LR-Len (2 1) to LR-NumZ
              move spaces to Layreg-Record
              string "  NEW      "                delimited by size
                     FUNCTION TRIM (LR-Copybook)  delimited by size
                     "  "                         delimited by size
                     FUNCTION TRIM (LR-Rec-Name)  delimited by size
                     "  length "                  delimited by size
                     FUNCTION TRIM (LR-NumZ)      delimited by size
                     " - first version registered"
                                                  delimited by size
                     into Layreg-Record
              write Layreg-Record
              perform zz398-Write-Dsns thru zz398-Write-Dsns-Exit
              go to zz398-Compare-Exit.
     perform  varying LR-C from 1 by 1 until LR-C > LR-Cnt (2)
              perform varying LR-J from 1 by 1 until LR-J > LR-Cnt (1)
                  if   LR-Name (1 LR-J) = LR-Name (2 LR-C)
                   and LR-Ord  (1 LR-J) = LR-Ord  (2 LR-C)
                       exit perform
                  end-if
              end-perform
              if   LR-J > LR-Cnt (1)
                   perform zz398-Change-Head thru zz398-Change-Head-Exit
                   move LR-Off (2 LR-C) to LR-NumZ
                   move LR-Len (2 LR-C) to LR-NumZ2
                   move spaces to Layreg-Record
                   string "    ADDED    "                delimited by size
                          FUNCTION TRIM (LR-Name (2 LR-C))
                                                         delimited by size
                          "  offset "                    delimited by size
                          FUNCTION TRIM (LR-NumZ)        delimited by size
                          "  length "                    delimited by size
                          FUNCTION TRIM (LR-NumZ2)       delimited by size
                          "  "                           delimited by size
                          FUNCTION TRIM (LR-Usage (2 LR-C))
                                                         delimited by size
                          into Layreg-Record
                   write Layreg-Record
              else
                   move "Y" to LR-Hit (1 LR-J)
                   if   LR-Off   (1 LR-J) not = LR-Off   (2 LR-C)
                     or LR-Len   (1 LR-J) not = LR-Len   (2 LR-C)
                     or LR-Usage (1 LR-J) not = LR-Usage (2 LR-C)
                        perform zz398-Change-Head
                           thru zz398-Change-Head-Exit
                        move LR-Off (1 LR-J) to LR-NumZ
                        move LR-Off (2 LR-C) to LR-NumZ2
                        move LR-Len (1 LR-J) to LR-NumZ3
                        move LR-Len (2 LR-C) to LR-NumZ4
                        move spaces to Layreg-Record
                        string "    SHIFTED  "           delimited by size
                               FUNCTION TRIM (LR-Name (2 LR-C))
                                                         delimited by size
                               "  offset "               delimited by size
                               FUNCTION TRIM (LR-NumZ)   delimited by size
                               " -> "                    delimited by size
                               FUNCTION TRIM (LR-NumZ2)  delimited by size
                               "  length "               delimited by size
                               FUNCTION TRIM (LR-NumZ3)  delimited by size
                               " -> "                    delimited by size
                               FUNCTION TRIM (LR-NumZ4)  delimited by size
                               "  usage "                delimited by size
                               FUNCTION TRIM (LR-Usage (1 LR-J))
                                                         delimited by size
                               " -> "                    delimited by size
                               FUNCTION TRIM (LR-Usage (2 LR-C))
                                                         delimited by size
                               into Layreg-Record
                        write Layreg-Record
                   end-if
              end-if
     end-perform.
     perform  varying LR-J from 1 by 1 until LR-J > LR-Cnt (1)
              if   LR-Hit (1 LR-J) = "N"
                   perform zz398-Change-Head thru zz398-Change-Head-Exit
                   move LR-Off (1 LR-J) to LR-NumZ
                   move LR-Len (1 LR-J) to LR-NumZ2
                   move spaces to Layreg-Record
                   string "    REMOVED  "                delimited by size
                          FUNCTION TRIM (LR-Name (1 LR-J))
                                                         delimited by size
                          "  was offset "                delimited by size
                          FUNCTION TRIM (LR-NumZ)        delimited by size
                          "  length "                    delimited by size
                          FUNCTION TRIM (LR-NumZ2)       delimited by size
                          into Layreg-Record
                   write Layreg-Record
              end-if
     end-perform.
     if       LR-Chg-Count > zero
              add  1 to LR-Tot-Changed
              move "Y" to LR-Gate-Fail
              perform zz398-Write-Dsns thru zz398-Write-Dsns-Exit
     else
              move spaces to Layreg-Record
              string "  SAME     "                delimited by size
                     FUNCTION TRIM (LR-Copybook)  delimited by size
                     "  "                         delimited by size
                     FUNCTION TRIM (LR-Rec-Name)  delimited by size
                     " - as registered "          delimited by size
                     LR-Old-Stamp (1:4) "-" LR-Old-Stamp (5:2) "-"
                     LR-Old-Stamp (7:2) " " LR-Old-Stamp (9:2) ":"
                     LR-Old-Stamp (11:2)          delimited by size
                     into Layreg-Record
              write Layreg-Record.
 zz398-Compare-Exit.
     exit.
*>
 zz398-Change-Head.
*> the copybook's header line, ahead of its first change only.
     add      1 to LR-Chg-Count.
     if       LR-Chg-Count > 1
              go to zz398-Change-Head-Exit.
     move     spaces to Layreg-Record.
     string   "  CHANGED  "                delimited by size
              FUNCTION TRIM (LR-Copybook)  delimited by size
              "  "                         delimited by size
              FUNCTION TRIM (LR-Rec-Name)  delimited by size
              " - since "                  delimited by size
              LR-Old-Stamp (1:4) "-" LR-Old-Stamp (5:2) "-"
              LR-Old-Stamp (7:2) " " LR-Old-Stamp (9:2) ":"
              LR-Old-Stamp (11:2)          delimited by size
              " ("                         delimited by size
              FUNCTION TRIM (LR-Old-Prog)  delimited by size
              ")"                          delimited by size
              into Layreg-Record.
     write    Layreg-Record.
 zz398-Change-Head-Exit.
     exit.
*>
 zz398-Write-Dsns.
     move     spaces to Layreg-Record.
     if       LR-Dsn-List = spaces
              move "    datasets: none catalogued" to Layreg-Record
              if   LR-FD-Name not = spaces
                   string "    datasets: none catalogued for FD "
                                                     delimited by size
                          FUNCTION TRIM (LR-FD-Name) delimited by size
                          into Layreg-Record
              end-if
     else
              string "    datasets:"               delimited by size
                     LR-Dsn-List (1:140)           delimited by size
                     into Layreg-Record.
     write    Layreg-Record.
 zz398-Write-Dsns-Exit.
     exit.
*>
 zz398-Exit.
     exit.
*>
 zz399-Append-Registry.                                           *> New -LAYOUTREG
*>***********************
*> A new dated version (H + F rows) when the layout is new or has
*>   changed, A U row the first time this program is seen using it
*>   with these datasets.  The registry is only ever appended to.
*>***********************
     if       LR-Have-Old = "Y"
          and LR-Chg-Count = zero
          and LR-U-Known = "Y"
              go to zz399-Exit.
     open     extend Layreg-Registry.
     if       FS-Reply not = zero
              open output Layreg-Registry
              if   FS-Reply not = zero
                   display "Layout registry " FUNCTION TRIM
                           (WS-Layreg-Registry) " cannot be written - "
                           FS-Reply
                   move zero to FS-Reply
                   go to zz399-Exit
              end-if
              move "COBXREF-LAYREG 1" to Layreg-Reg-Record
              write Layreg-Reg-Record
     end-if.
     if       LR-Have-Old = "N"
           or LR-Chg-Count > zero
              move spaces to Layreg-Reg-Record
              move "H"           to Layreg-Reg-Record (1:1)
              move LR-Date (1:14) to Layreg-Reg-Record (3:14)
              move LR-Copybook   to Layreg-Reg-Record (18:32)
              move LR-Rec-Name   to Layreg-Reg-Record (51:32)
              move HoldID-Module to Layreg-Reg-Record (84:30)
              write Layreg-Reg-Record
              perform varying LR-C from 1 by 1 until LR-C > LR-Cnt (2)
                  move spaces to Layreg-Reg-Record
                  move "F"               to Layreg-Reg-Record (1:1)
                  move LR-Copybook       to Layreg-Reg-Record (3:32)
                  move LR-Rec-Name       to Layreg-Reg-Record (36:32)
                  move LR-Lvl   (2 LR-C) to Layreg-Reg-Record (69:2)
                  move LR-Name  (2 LR-C) to Layreg-Reg-Record (72:32)
                  move LR-Ord   (2 LR-C) to Layreg-Reg-Record (105:3)
                  move LR-Off   (2 LR-C) to Layreg-Reg-Record (109:8)
                  move LR-Len   (2 LR-C) to Layreg-Reg-Record (118:8)
                  move LR-Usage (2 LR-C) to Layreg-Reg-Record (127:10)
                  move LR-Pic   (2 LR-C) to Layreg-Reg-Record (138:30)
                  write Layreg-Reg-Record
              end-perform
     end-if.
     if       LR-U-Known = "N"
              move spaces to Layreg-Reg-Record
              move "U"           to Layreg-Reg-Record (1:1)
              move LR-Copybook   to Layreg-Reg-Record (3:32)
              move LR-Rec-Name   to Layreg-Reg-Record (36:32)
              move HoldID-Module to Layreg-Reg-Record (69:30)
              move LR-Datasets   to Layreg-Reg-Record (100:96)
              write Layreg-Reg-Record.
     close    Layreg-Registry.
 zz399-Exit.
     exit.
*>
 bd180-Dumpfile.                                                  *> New -DUMPFILE
                  if   (Flow-Output or Movecheck-Output             *> New -FLOW
                        or Dateaudit-Output                          *>  & -MOVECHECK
                        or Mapcheck-Output                           *>  & -DATEAUDIT
                        or Savedb-Output                             *>  & -MAPCHECK
                        or Privacymap-Output                         *>  & -SAVEDB
                        or Taint-Output                              *>  & -PRIVACYMAP
                        or Balance-Output)                           *>  & -TAINT
                   and HoldWSorPD = 8                                *>  & -BALANCE
                   and HoldWSorPD2 = 2
                       perform zz039-Record-Flow-Pair thru zz039-Exit
                  end-if
                  if   Privacymap-Output                            *> New -PRIVACYMAP
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       perform bd407-Privacy-Sink thru bd407-Exit
                  end-if
                  if   Taint-Output                                 *> New -TAINT
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       perform bd412-Taint-Scan thru bd412-Exit
                  end-if
                  if   Msgcat-Output                                *> New -MSGCAT
                   and MG-Open = "Y"
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       perform bd421-Msg-Name thru bd421-Exit
                  end-if
                  if   Rcmap-Output                                 *> New -RCMAP
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       move FUNCTION UPPER-CASE (SkaDataName (1:32))
                            to RC-Word
                       perform bd432-Rc-Operand thru bd432-Exit
                  end-if
                  if   Cpmigrate-Output                             *> New -CPMIGRATE
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       move FUNCTION UPPER-CASE (SkaDataName (1:32))
                            to CP-Word
                       perform bd442-Cp-Operand thru bd442-Exit
                  end-if
                  if   Printchart-Output                            *> New -PRINTCHART
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       move FUNCTION UPPER-CASE (SkaDataName (1:32))
                            to PT-Word
                       perform bd507-Pc-Operand thru bd507-Exit
                  end-if
                  if   (Fpcount-Output                              *> New -FPCOUNT
                     or Balance-Output)                             *>   & -BALANCE
                   and FPT-State not = space
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       move FUNCTION UPPER-CASE (SkaDataName (1:32))
                            to FPT-Word
                       perform bd566-Fp-Operand thru bd566-Exit
                  end-if
                  if   Extract-Output                               *> New -EXTRACT
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       move FUNCTION UPPER-CASE (SkaDataName (1:32))
                            to XT-Name
                       perform bd601-Ex-Ref thru bd601-Exit
                  end-if
                  if   Parmdir-Output                               *> New -PARMDIR
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       move FUNCTION UPPER-CASE (SkaDataName (1:32))
                            to PR-Name
                       perform bd740-Pr-Ref thru bd740-Exit
                  end-if
                  if   Parmcard-Output                              *> New -PARMCARD
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       perform bd637-Pm-Test thru bd637-Exit
                  end-if
                  if   Ptrcheck-Output                              *> New -PTRCHECK
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       perform bd685-Pk-Ref thru bd685-Exit
                  end-if
                  if   (Compcheck-Output or Perfadvise-Output)      *> New -COMPCHECK
                   and AR2-Active = "Y"                              *>  & -PERFADVISE
                   and HoldWSorPD = 8
                        or Thruaudit-Output                          *>   & -PERFCYCLE
                        or Exitcheck-Output                          *>   & -THRUAUDIT
                        or Perfadvise-Output                         *>   & -EXITCHECK
                        or Savedb-Output                             *>   & -PERFADVISE
                        or Privacymap-Output                         *>   & -SAVEDB
                        or Taint-Output                              *>   & -PRIVACYMAP
                        or Cpmigrate-Output                          *>   & -TAINT
                        or Blame-Output                              *>   & -CPMIGRATE
                        or Ptrcheck-Output                           *>   & -BLAME
                        or Xmljson-Output)                           *>   & -PTRCHECK
                   and HoldWSorPD = 8                                *>   & -XMLJSON
                       perform zz041-Track-Para-Graph thru zz041-Exit
                  end-if
                  if   Fileio-Output                                 *> New -FILEIO
                   and FIO-Pending not = space
                       perform zz049-Record-File-IO thru zz049-Exit
                  end-if
                  if   Balance-Output                                *> New -BALANCE
                   and HoldWSorPD = 8
                       perform bd884-Ba-Proc-Ref thru bd884-Exit
                  end-if
                  if   Sortxref-Output                               *> New -SORTXREF
                   and SX-Active = "Y"
                   and HoldWSorPD = 8
                   and HoldWSorPD2 = 2
                       perform zz054-Track-Errhandle thru zz054-Exit
                  end-if
                  if   (Callcheck-Output or Gendriver-Output         *> New -CALLCHECK
                     or Taint-Output                                 *>  & -GENDRIVER
                     or Ptrcheck-Output)                             *>  & -TAINT
                   and HoldWSorPD = 8                                *>  & -PTRCHECK
                   and HoldWSorPD2 = 2
                       perform zz056-Track-Call-Args thru zz056-Exit
                  end-if
                            move SkaRefNo to DP-Cur-Ref
                       end-if
                  end-if
                  if   Rules-Output                                  *> New -RULES
                   and HoldWSorPD = 8
                       perform zz363-Rules-Operand thru zz363-Exit
                  end-if
                  if   Testplan-Output                               *> New -TESTPLAN
                   and HoldWSorPD = 8
                       perform bd522-Tp-Operand thru bd522-Exit
                  end-if
              end-if
              if   HoldWSorPD = 8                                    *> New RWREF
                   if  PD-One-Shot = 1                 *> INSPECT etc: only the
              perform zz324-Search-Verb thru zz324-Exit.
     if       Exitcheck-Output                                    *> New -EXITCHECK
              perform zz327-Term-Verb thru zz327-Exit.
     if       Rules-Output                                        *> New -RULES
              perform zz362-Rules-Verb thru zz362-Exit.
*>***********************
*> Called from bb030-Chk1 for every reserved word met in the
*>   Procedure Division.  Keeps PD-Write-State / PD-Verb current so
               end-if
              end-if.
*>
*> ACCEPT ... FROM <device> - which input the target came from. *> New -TAINT
     if       Taint-Output
          and PD-Verb = "ACCEPT"
          and TN-Acc-Cnt < 200
              move spaces to TN-From
              evaluate wsFoundWord2 (1:18)
                  when "DATE"
                  when "DAY"
                  when "DAY-OF-WEEK"
                  when "TIME"
                  when "ESCAPE"
                  when "EXCEPTION"
                  when "ARGUMENT-NUMBER"
                       move "(SYSTEM)" to TN-From
                  when "ENVIRONMENT"
                  when "ENVIRONMENT-VALUE"
                       move "(ENVIRONMENT)" to TN-From
                  when "ARGUMENT-VALUE"
                  when "COMMAND-LINE"
                       move "(COMMAND LINE)" to TN-From
              end-evaluate
              if   TN-From not = spaces
                   add  1 to TN-Acc-Cnt
                   move Gen-RefNo1 to TN-Acc-Ref (TN-Acc-Cnt)
                   move TN-From to TN-Acc-Kind (TN-Acc-Cnt)
              end-if.
*>
*> OF/IN qualification tracking.                          *> New -QUALXREF
*> OF/IN qualification tracking.                          *> New -QUALXREF
     if       Qualxref-Output
              if   (wsFoundWord2 (1:3) = "OF "
*> PROCEDURE DIVISION USING / CALL ... USING tracking.     *> New -CALLCHECK
     if       Callcheck-Output or Gendriver-Output            *> & -GENDRIVER
           or Exitcheck-Output                                *> & -EXITCHECK
           or Taint-Output                                    *> & -TAINT
           or Ptrcheck-Output                                 *> & -PTRCHECK
           or Archrules-Output                                *> & -ARCHRULES
              evaluate wsFoundWord2 (1:10)
                  when "USING     "
                       if   PP-Expect = "Y"
         when "RETURN      "
              move wsFoundWord2 (1:12) to PD-Verb
              move zero to PD-Write-State PD-One-Shot
              move "N" to PD-Giving                           *> New -EXTRACT
              move spaces to FL-Last-Read FL-First-Name        *> New -FLOW
                             FL-Pending-Target
         when "COMPUTE     "
              end-if
         when "GIVING      "
              move 1 to PD-Write-State
              move "Y" to PD-Giving                           *> New -EXTRACT
         when "BY          "
              if   PD-Verb = "MULTIPLY"    *> MULTIPLY a BY b alters b
                   move 1 to PD-Write-State    *> (GIVING later moves the
         when other
              continue
     end-evaluate.
     if       Msgcat-Output                                      *> New -MSGCAT
              perform bd419-Msg-Verb thru bd419-Exit.
     if       Rcmap-Output                                       *> New -RCMAP
              perform bd430-Rc-Word thru bd430-Exit.
     if       Cpmigrate-Output                                   *> New -CPMIGRATE
              perform bd441-Cp-Word thru bd441-Exit.
     if       Printchart-Output                                  *> New -PRINTCHART
              perform bd506-Pc-Word thru bd506-Exit.
     if       Testplan-Output                                    *> New -TESTPLAN
              perform bd521-Tp-Word thru bd521-Exit.
     if       Fpcount-Output                                     *> New -FPCOUNT
           or Balance-Output                                     *>   & -BALANCE
              perform bd565-Fp-Word thru bd565-Exit.
     if       Extract-Output                                     *> New -EXTRACT
          and XT-State = "I"
          and wsFoundWord2 (1:7) = "GOBACK "
              perform bd619-Ex-Goback thru bd619-Exit.
     if       Extract-Output                                     *> New -EXTRACT
              evaluate true
                  when wsFoundWord2 (1:6) = "WRITE "
                  when wsFoundWord2 (1:8) = "REWRITE "
                       move "M" to XT-Next-Type
                  when (wsFoundWord2 (1:5) = "THRU "
                     or wsFoundWord2 (1:8) = "THROUGH ")
                   and PD-Verb = "PERFORM"
                       move "T" to XT-Next-Type
                  when other
                       move space to XT-Next-Type
              end-evaluate
     end-if.
 zz034-Exit.
     exit.
*>
               end-if
              end-if
     end-if.
     if       FUNCTION UPPER-CASE (wsFoundWord2 (1:CWS)) = "DUPLICATES" *> New -IDCAMS
          and FK-Table-Count > zero
          and FK-Key-Type (FK-Table-Count) = "ALTERNATE"
          and FK-File-Name (FK-Table-Count) = WS-FileKeys-CurFile
              move "Y" to FK-Key-Dups (FK-Table-Count).
     move     WS-FK-Prev1 to WS-FK-Prev2.
     move     FUNCTION UPPER-CASE (wsFoundWord2 (1:12)) to WS-FK-Prev1.
 zz035-Exit.
              move WS-FileKeys-CurFile    to FK-File-Name (FK-Table-Count)
              move WS-FK-Pending-Type     to FK-Key-Type  (FK-Table-Count)
              move wsFoundWord2 (1:32)    to FK-Key-Field (FK-Table-Count)
              move "N"                    to FK-Key-Dups  (FK-Table-Count) *> New -IDCAMS
     end-if.
     move     spaces to WS-FK-Pending-Type.
 zz036-Exit.
*>***********************
     if       Word-Length < 1
              go to zz052-Exit.
     move     2 to SQ-Hv-Off.                                     *> New -SQLIMPACT
     if       wsf1-1 = "(" and wsFoundWord2 (2:1) = ":"
              move 3 to SQ-Hv-Off.
     if       wsf1-1 = ":" or SQ-Hv-Off = 3
              perform zz052-Host-Variable thru zz052-Host-Exit
              go to zz052-Exit.
     if       SQ-New-Stmt = "Y"
                        to SQ-Stmt-Type (Sql-Stmt-Count)
                   move 1 to SQ-Col-Ptr SQ-Tab-Ptr
                   move 1 to SQ-Host-Ptr                          *> New -SQLSCHEMA
                   move 1 to SQ-Bind-Ptr                          *> New -SQLIMPACT
                   move spaces to SQ-Prev-Col
                   move "N" to SQ-Prev-Eq
                   if   wsFoundWord2 (1:7) = "SELECT "
                        move "C" to SQ-State
                   end-if
                   end-if
              end-if
              go to zz052-Exit.
     if       Taint-Output                                        *> New -TAINT
          and wsFoundWord2 (1:10) = "IMMEDIATE "
          and Sql-Stmt-Count > zero
              if   SQ-Stmt-Type (Sql-Stmt-Count) (1:8) = "EXECUTE "
               and TN-Imm-Cnt < 50
                   add  1 to TN-Imm-Cnt
                   move SQ-Ref (Sql-Stmt-Count) to TN-Imm-Ref (TN-Imm-Cnt)
              end-if
              go to zz052-Exit.
*> column = :host - remember the column A comparison or SET follows
     if       wsf1-1 = "=" or "<" or ">"                          *> New -SQLIMPACT
              if   SQ-Prev-Col not = spaces
                   move "Y" to SQ-Prev-Eq
              end-if
              go to zz052-Exit.
     move     "N" to SQ-Prev-Eq.
     move     spaces to SQ-Prev-Col.
     if       wsf1-1 alphabetic and wsf1-1 not = space
              move wsFoundWord2 (1:32) to SQ-Prev-Col.
     evaluate true
         when wsFoundWord2 (1:5) = "FROM "
           or wsFoundWord2 (1:5) = "JOIN "
                          into SQ-Tables (Sql-Stmt-Count)
                          with pointer SQ-Tab-Ptr
              end-if
              if   SQ-Stmt-Type (Sql-Stmt-Count) (1:6) = "INSERT" *> New -SQLIMPACT
                   move "I" to SQ-State
              else
                   move space to SQ-State
              end-if
         when SQ-State = "I"                                      *> New -SQLIMPACT
*> INSERT's own (column, ...) list, parentheses still attached
              move wsFoundWord2 (1:32) to SQ-Col-Word
              inspect SQ-Col-Word replacing all "(" by space
                                                ")" by space
              if   SQ-Col-Word not = spaces
               and SQ-Col-Ptr < 33
                   string FUNCTION TRIM (SQ-Col-Word)
                                       delimited by size
                          " "          delimited by size
                          into SQ-Cols (Sql-Stmt-Count)
                          with pointer SQ-Col-Ptr
              end-if
              if   wsFoundWord2 (1:32) not = SQ-Col-Word
               and FUNCTION TRIM (wsFoundWord2 (1:32)) (FUNCTION LENGTH
                   (FUNCTION TRIM (wsFoundWord2 (1:32))):1) = ")"
                   move space to SQ-State
              end-if
         when SQ-State = "C"
              if   wsf1-1 alphabetic and wsf1-1 not = space
               and SQ-Col-Ptr < 33
*>   name into the main xref.  The name also joins the statement's
*>   own host list for the schema cross-check.                  *> New -SQLSCHEMA
     move     spaces to SQ-Host-Name.
     unstring wsFoundWord2 (SQ-Hv-Off:32)                         *> New -SQLIMPACT
              delimited by "," or ")" or space
              into SQ-Host-Name.
     if       SQ-Host-Name = spaces
              go to zz052-Host-Exit.
                     " "                          delimited by size
                     into SQ-Hosts (Sql-Stmt-Count)
                     with pointer SQ-Host-Ptr.
     if       Sql-Stmt-Count > zero                               *> New -SQLIMPACT
          and SQ-Prev-Eq = "Y"
          and SQ-Bind-Ptr < 64
              string FUNCTION TRIM (SQ-Prev-Col)  delimited by size
                     "="                          delimited by size
                     FUNCTION TRIM (SQ-Host-Name) delimited by size
                     " "                          delimited by size
                     into SQ-Binds (Sql-Stmt-Count)
                     with pointer SQ-Bind-Ptr.
     move     "N" to SQ-Prev-Eq.
     move     spaces to SQ-Prev-Col.
 zz052-Host-Exit.
     exit.
*>
                   move Gen-RefNo1 to CX-Ref (Cics-Count)
                   move wsFoundWord2 (1:12) to CX-Cmd (Cics-Count)
                   move 1 to CX-Res-Ptr
                   move "N" to TF-Q-Tran (Cics-Count)          *> New -TRANFLOW
                               TF-Q-Prog (Cics-Count)
              end-if
              go to zz053-Exit.
     if       Cics-Count = zero
                     " "                        delimited by size
                     into CX-Res (Cics-Count)
                     with pointer CX-Res-Ptr.
     if       CX-Last-Kw (1:8) = "TRANSID "                      *> New -TRANFLOW
              move CX-Was-Quoted to TF-Q-Tran (Cics-Count).
     if       CX-Last-Kw (1:8) = "PROGRAM "
              move CX-Was-Quoted to TF-Q-Prog (Cics-Count).
*>
*> LINK/XCTL targets join the call tree.
*>
     if       SourceInWS (1:7) = "*>CPY> "
              if   Cpyimpact-Output or Locate-Output
                or Sarif-Output                                    *> New -SARIF
                or Layoutreg-Output                                *> New -LAYOUTREG
                or GL-Have-Copy = "Y"                              *>  & -GLOSSARY
                or Reldelta-Output                                 *> New -RELDELTA
                   perform zz060-Track-Cpy-Marker thru zz060-Exit
              end-if
              add  1 to CS-Comment-Cnt                             *> New -COVER
     inspect  SourceInWS replacing all x"09" by space.
     inspect  SourceInWS replacing all ";" by space.
*>
     if       Sqlcheck-Output                                      *> New -SQLCHECK
           or Cicscheck-Output                                     *>   & -CICSCHECK
           or Dlixref-Output                                       *>   & -DLIXREF
           or Mqxref-Output                                        *>   & -MQXREF
           or Testmap-Output                                       *>   & -TESTMAP
              move SourceInWS to QC-Raw-Line.   *> with its commas
*> This could cause A problem in ws so do in proc div
*>
     if       HoldWSorPD = 8           *> chk 4 comma
              inspect SourceInWS replacing all "," by space
     end-if
     if       Features-Output                                      *> New -FEATURES
              move 1 to FE-Adj          *> not numbered yet
              perform bd677-Fe-Line thru bd677-Exit
              move zero to FE-Adj.
     inspect  SourceInWS replacing all "&" by space.
*>
*>  First test if we have A >>SOURCE line
     if       HoldWSorPD > 7
        and   (SourceInWS (1:12) = "ID DIVISION."
         or    SourceInWS (1:20) = "IDENTIFICATION DIVIS")
              if   Features-Output                                 *> New -FEATURES
               and SW-Got-End-Prog = zero         *> no END PROGRAM yet:
                   move 4 to FE-K                 *>  this one is inside
                   move 1 to FE-Adj
                   perform bd676-Fe-Hit thru bd676-Exit
                   move zero to FE-Adj
              end-if
              move 1 to SW-End-Prog SW-Had-End-Prog SW-Nested
              move 1 to S-Pointer2
              go to zz100-Exit
     perform  zz000-Inc-CobolRefNo.
     perform  zz000-Outputsource.
     move     1 to S-Pointer2.
     if       Ooxref-Output                                       *> New -OOXREF
              perform bd722-Oo-Line thru bd722-Exit.
     if       Parmdir-Output                                      *> New -PARMDIR
           or Genbridge-Output                                    *>   & -GENBRIDGE
              perform bd735-Pr-Line thru bd735-Exit.
     if       Sqlcheck-Output                                     *> New -SQLCHECK
           or Cicscheck-Output                                    *>   & -CICSCHECK
           or Dlixref-Output                                      *>   & -DLIXREF
           or Mqxref-Output                                       *>   & -MQXREF
           or Testmap-Output                                      *>   & -TESTMAP
              perform bd822-Qc-Line thru bd822-Exit.
     move     zero to Source-Words.
*>
*> == cobol85/NC/NC113M.CBL   BUG FIX
     if       Source-Eof
          or  End-Prog
              go to zz110-Exit.
     move     "N" to CP-Hex.                                      *> New -CPMIGRATE
*> moved from after pointer > end
     if       S-Pointer2 > Source-Line-End
          or  S-Pointer2 > 256       *> Was 1024
              go to zz110-Get-A-Word-Literal2.
     if       (wsf1-1 = "H" or "X" or "Z" or "N")
         and  (wsf2-1 = quote or = "'")
              if   wsf1-1 = "H" or = "X"                          *> New -CPMIGRATE
                   move "Y" to CP-Hex
              end-if
              add 2 to s giving S-Pointer2
              move wsFoundWord2 (2:1) to wsFoundWord2 (1:1) Word-Delimit2
              go to zz110-Get-A-Word-Literal2.
              move 1 to FoundFunction
     else
              move zero to FoundFunction.
     if       Features-Output                                      *> New -FEATURES
        and   A not = zero
              perform bd675-Fe-Word thru bd675-Exit.
*>
 zz130-Exit.
     exit.
                  move 9 to SkaWSorPD
                  move 1 to SkaWSorPD2
                  set F-Pointer to All-Fun-Idx.
     if       Features-Output                                      *> New -FEATURES
        and   F-Pointer not = zero
              move 11 to FE-K
              perform bd676-Fe-Hit thru bd676-Exit.
     go       to zz140-Exit.
*>
 zz140-User-Check.                                              *> New USERFUNC
                  if a2 = 8
                      move zero to HoldWSorPD2
                      move "Y" to PP-Expect              *> New -CALLCHECK
                      if   TN-Main-Prog = spaces         *> New -TAINT
                           move FUNCTION UPPER-CASE (HoldID-Module (1:32))
                                to TN-Main-Prog
                      end-if
                  end-if
                  exit perform
              end-if
              move zero to SW-Git
                           SW-External
     end-if.
     if       Features-Output                                      *> New -FEATURES
        and   GotASection = "Y"
        and   (HoldWSorPD = 6 or = 7)
        and   Gen-RefNo1 not = FE-Sect-Ref
              compute FE-K = HoldWSorPD - 5
              perform bd676-Fe-Hit thru bd676-Exit
              move Gen-RefNo1 to FE-Sect-Ref.
*>
 zz170-Exit.
     exit.
                      move "Y" to SW-76
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:5)
                       = "-RISK"                           *> New -RISK
                      move "Y" to WS-Risk-Flag
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:16)
                       = "-MANIFEST=VERIFY"                *> New -MANIFEST
                      move "V" to WS-Manifest-Flag
              else
               if     FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-MANIFEST"
                      move "G" to WS-Manifest-Flag
               end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-MAKEFILE"                       *> New -MAKEFILE
                      move "Y" to WS-Makefile-Flag
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:13)
                       = "-ENTRYPOINTS="                   *> New -ORPHANS
                      move Arg-Value (A) (14:64)
                           to WS-Entrypoints-File
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:7)
                       = "-QUERY="                         *> New -QUERY
                      move Arg-Value (A) (8:100) to WS-Query-Text
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-BASELINE="                      *> New -BASELINE
                      move Arg-Value (A) (11:80) to WS-Baseline-Arg
                      move spaces to WS-Baseline-File Arg-Work
                      unstring WS-Baseline-Arg delimited by ","
                               into WS-Baseline-File Arg-Work
                      if   FUNCTION UPPER-CASE (Arg-Work) (1:6)
                             = "RECORD"
                           move "R" to WS-Baseline-Mode
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:8)
                       = "-RETEST="                        *> New -RETEST
                      move FUNCTION UPPER-CASE
                            (Arg-Value (A) (9:32))
                           to WS-Retest-Name
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:8)
                       = "-OUTDIR="                        *> New -OUTDIR
                      move Arg-Value (A) (9:64) to WS-Outdir
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-DUMPFILE="                      *> New -DUMPFILE
                      move Arg-Value (A) (11:64)
                           to WS-Dump-Data-File
                      move "Y" to SW-62
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-VALDATA="                       *> New -VALDATA
                      move Arg-Value (A) (10:64)
                           to WS-Val-Data-File
                      move "Y" to SW-68
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-REPORTDB="                      *> New -SAVEDB
                      move Arg-Value (A) (11:64)
                           to WS-Reportdb-File
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:11)
                       = "-SQLSCHEMA="                     *> New -SQLSCHEMA
                      move Arg-Value (A) (12:64)
                           to WS-Sqlschema-File
                      move "Y" to SW-90
                      move "Y" to SW-41     *> needs the -SQLXREF scan
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-SQLCHECK"                       *> New -SQLCHECK
                      move "Y" to SW-126
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-CICSCHECK"                      *> New -CICSCHECK
                      move "Y" to SW-127
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-DLIXREF"                        *> New -DLIXREF
                      move "Y" to WS-Dlixref-Flag
                      move "Y" to SW-128
                      move "Y" to WS-Capture-Pic
                      move "Y" to SW-93     *> the .xdb carries the rows
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-MQXREF"                         *> New -MQXREF
                      move "Y" to WS-Mqxref-Flag
                      move "Y" to SW-129
                      move "Y" to WS-Capture-Pic
                      move "Y" to SW-93     *> the .xdb carries the rows
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-TESTMAP"                        *> New -TESTMAP
                      move "Y" to WS-Testmap-Flag
                      move "Y" to SW-130
                      move "Y" to SW-93     *> the .xdb carries the rows
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-BALANCE"                        *> New -BALANCE
                      move "Y" to WS-Balance-Flag
                      move "Y" to SW-131
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to SW-93     *> the .xdb carries the rows
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:8)
                       = "-RESIZE="                        *> New -RESIZE
                      move FUNCTION UPPER-CASE (Arg-Value (A) (9:64))
                           to WS-Resize-Arg
                      move spaces to RZ-Item RZ-New-Pic
                      unstring WS-Resize-Arg delimited by ":"
                               into RZ-Item RZ-New-Pic
                      if   RZ-Item not = spaces
                       and RZ-New-Pic not = spaces
                           move "Y" to SW-125
                           move "Y" to SW-93     *> the .xdb carries the rows
                           move "Y" to SW-41     *> -SQLXREF host variables
                           move "Y" to WS-Capture-Pic
                      else
                           move spaces to WS-Resize-Arg
                           display "Caution: -RESIZE= wants item:newpic"
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:11)
                       = "-SQLIMPACT="                     *> New -SQLIMPACT
                      move Arg-Value (A) (12:64)
                           to WS-Sqlimpact-Arg
                      move "Y" to SW-93     *> the .xdb carries the rows
                      move "Y" to SW-41     *> needs the -SQLXREF scan
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:5)
                       = "-CRUD"                           *> New -CRUD
                      move "Y" to WS-Crud-Flag
                      move "Y" to SW-93     *> the .xdb carries the rows
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to SW-41     *> -SQLXREF statements
                      move "Y" to SW-42     *> -CICSXREF commands
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:14)
                       = "-FIELDLINEAGE="                  *> New -FIELDLINEAGE
                      move Arg-Value (A) (15:80)
                           to WS-Fieldlin-Arg
                      move "Y" to SW-93     *> the .xdb carries the rows
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:11)
                       = "-PRIVACYMAP"                     *> New -PRIVACYMAP
                      move "Y" to SW-101
                      move "Y" to SW-41     *> -SQLXREF host variables
                      move "Y" to WS-Capture-Pic
                      if   Arg-Value (A) (12:1) = "="
                           move Arg-Value (A) (13:116)
                                to WS-Privacy-Arg
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:6)
                       = "-RCMAP"                          *> New -RCMAP
                      move "Y" to SW-104
                      move "Y" to SW-94     *> -RULES guard conditions
                      move "Y" to SW-93     *> the .xdb carries the rows
                      if   Arg-Value (A) (7:1) = "="
                           move Arg-Value (A) (8:116)
                                to WS-Rcmap-Arg
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-CPMIGRATE"                      *> New -CPMIGRATE
                      move "Y" to SW-105
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:6)
                       = "-BLAME"                          *> New -BLAME
                      move "Y" to SW-106
                      move "Y" to WS-Capture-Pic
                      display "COBXREF_CPYMAP" upon Environment-Name
                      display "Y"              upon Environment-Value
                      if   Arg-Value (A) (7:1) = "="
                           move Arg-Value (A) (8:20) to WS-Blame-Arg
                           move spaces to VC-W-Num VC-W-Date
                           unstring WS-Blame-Arg delimited by ","
                                    into VC-W-Num VC-W-Date
                           if   FUNCTION TRIM (VC-W-Num) is numeric
                                move FUNCTION NUMVAL (VC-W-Num) to VC-Years
                           end-if
                           if   FUNCTION TRIM (VC-W-Date) is numeric
                                move FUNCTION NUMVAL (VC-W-Date) to VC-Days
                           end-if
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-MSGCAT"                         *> New -MSGCAT
                      move "Y" to WS-Msgcat-Flag
                      move "Y" to SW-103
                      move "Y" to SW-94     *> -RULES guard conditions
                      move "Y" to SW-93     *> the .xdb carries the rows
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-TRANFLOW"                       *> New -TRANFLOW
                      move "Y" to WS-Tranflow-Flag
                      move "Y" to SW-107
                      move "Y" to SW-42     *> -CICSXREF commands
                      move "Y" to SW-93     *> the .xdb carries the rows
                      if   Arg-Value (A) (10:1) = "="
                           move Arg-Value (A) (11:64) to WS-Tranflow-Csd
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:5)
                       = "-BMS="                           *> New -BMS
                      move "Y" to SW-108
                      move "Y" to WS-Capture-Pic
                      move Arg-Value (A) (6:120) to WS-Bms-File
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:8)
                       = "-IDCAMS="                        *> New -IDCAMS
                      move "Y" to SW-109
                      move "Y" to WS-Capture-Pic
                      unstring Arg-Value (A) (9:120) delimited by ","
                               into WS-Idcams-Cards WS-Idcams-Catdir
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-PRINTCHART"                     *> New -PRINTCHART
                      move "Y" to SW-110
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to SW-94     *> -RULES guard conditions
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-TESTPLAN"                       *> New -TESTPLAN
                      move "Y" to SW-111
                      move "Y" to SW-94     *> -RULES decision tables
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-FPCOUNT"                        *> New -FPCOUNT
                      move "Y" to SW-112
                      move "Y" to WS-Fpcount-Flag
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to SW-42     *> -CICSXREF commands
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:11)
                       = "-FLOWCHART="                     *> New -FLOWCHART
                      move "Y" to SW-113
                      move FUNCTION UPPER-CASE (Arg-Value (A) (12:117))
                           to WS-Flowchart-Arg
                      unstring WS-Flowchart-Arg delimited by ","
                               into FW-Sel-First FW-Sel-Last
                      if   FW-Sel-Last = spaces
                           move FW-Sel-First to FW-Sel-Last
                      end-if
                      if   FW-Sel-First = "ALL"
                           move "Y" to FW-Sel-All
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-EXTRACT="                       *> New -EXTRACT
                      move "Y" to SW-114
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to WS-Capture-Pic
                      move FUNCTION UPPER-CASE (Arg-Value (A) (10:117))
                           to WS-Flowchart-Arg
                      unstring WS-Flowchart-Arg delimited by ":"
                               into XT-First XT-Last
                      if   XT-Last = spaces
                           move XT-First to XT-Last
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-NAMING"                         *> New -NAMING
                      move "Y" to SW-115
                      move "Y" to SW-39     *> -FILEIO FD records
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-PARMCARD"                       *> New -PARMCARD
                      move "Y" to SW-116
                      move "Y" to SW-39     *> -FILEIO FD records
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-FEATURES"                       *> New -FEATURES
                      move "Y" to SW-117
                      move "Y" to WS-Features-Flag
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-PTRCHECK"                       *> New -PTRCHECK
                      move "Y" to SW-118
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-XMLJSON"                        *> New -XMLJSON
                      move "Y" to SW-119
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-OOXREF"                         *> New -OOXREF
                      move "Y" to SW-120
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-PARMDIR"                        *> New -PARMDIR
                      move "Y" to SW-121
                      move "Y" to WS-Parmdir-Flag
                      move "Y" to SW-93     *> -SAVEDB "D" / "U" rows
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-RELDELTA"                       *> New -RELDELTA
                      move "Y" to SW-124
                      move "Y" to SW-123    *> the -ARCHRULES rows
                      move "Y" to SW-93     *> the .xdb carries the rows
                      move "Y" to SW-39     *> -FILEIO OPEN events
                      move "Y" to SW-41     *> -SQLXREF statements
                      move "Y" to SW-42     *> -CICSXREF commands
                      move "Y" to WS-Capture-Pic
                      display "COBXREF_CPYMAP" upon Environment-Name
                      display "Y"              upon Environment-Value
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-ARCHRULES"                      *> New -ARCHRULES
                      move "Y" to SW-123
                      move "Y" to SW-93     *> the .xdb carries the rows
                      move "Y" to SW-39     *> -FILEIO OPEN events
                      move "Y" to SW-41     *> -SQLXREF statements
                      move "Y" to SW-42     *> -CICSXREF commands
                      if   Arg-Value (A) (11:1) = "="
                           move Arg-Value (A) (12:64) to WS-Archrules-File
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-GENBRIDGE"                      *> New -GENBRIDGE
                      move "Y" to SW-122
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A))
                       = "-TAINT"                          *> New -TAINT
                      move "Y" to SW-102
                      move "Y" to SW-39     *> -FILEIO verb events
                      move "Y" to SW-41     *> -SQLXREF statements
                      move "Y" to SW-53     *> -ENVDEP environment reads
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                           to WS-Reconcile-Arg
                      move "Y" to SW-64
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-GENDATA="                       *> New -GENDATA
                      move Arg-Value (A) (10:80) to WS-Gendata-Arg
                      move spaces to WS-Gendata-Rec Arg-Work
                      move spaces to GN-Text
                      unstring WS-Gendata-Arg delimited by ","
                               into WS-Gendata-Rec Arg-Work GN-Text
                      move FUNCTION UPPER-CASE (WS-Gendata-Rec)
                           to WS-Gendata-Rec
                      if   Arg-Work (1:1) numeric
                           move FUNCTION NUMVAL (Arg-Work)
                                to WS-Gendata-Count
                      end-if
                      if   GN-Text (1:1) numeric
                           move FUNCTION NUMVAL (GN-Text)
                                to WS-Gendata-Seed
                           move "Y" to GN-Seed-Given
                      end-if
                      move "Y" to SW-96
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:13)
                       = "-FILECOMPARE="                   *> New -FILECOMPARE
                      move Arg-Value (A) (14:115) to WS-Filecmp-Arg
                      move spaces to WS-Filecmp-Old WS-Filecmp-New
                      move spaces to WS-Filecmp-Key
                      unstring WS-Filecmp-Arg delimited by ","
                               into WS-Filecmp-Old WS-Filecmp-New
                                    WS-Filecmp-Key
                      move FUNCTION UPPER-CASE (WS-Filecmp-Key)
                           to WS-Filecmp-Key
                      if   WS-Filecmp-Key (1:4) = "KEY="
                           move WS-Filecmp-Key (5:36) to WS-Filecmp-Key
                      end-if
                      move "Y" to SW-97
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-MASKDATA="                      *> New -MASKDATA
                      move Arg-Value (A) (11:118) to WS-Maskdata-Arg
                      move spaces to WS-Mask-In WS-Mask-Out
                      unstring WS-Maskdata-Arg delimited by ","
                               into WS-Mask-In WS-Mask-Out
                      move "Y" to SW-98
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-DATACONV="                      *> New -DATACONV
                      move Arg-Value (A) (11:118) to WS-Dataconv-Arg
                      move spaces to WS-Dataconv-In WS-Dataconv-Out
                      move spaces to DC-Opt1 DC-Opt2
                      unstring WS-Dataconv-Arg delimited by ","
                               into WS-Dataconv-In WS-Dataconv-Out
                                    DC-Opt1 DC-Opt2
                      move FUNCTION UPPER-CASE (DC-Opt1) to DC-Opt1
                      move FUNCTION UPPER-CASE (DC-Opt2) to DC-Opt2
                      if   DC-Opt1 = "A2E" or DC-Opt2 = "A2E"
                           move "A2E" to WS-Dataconv-Dir
                      end-if
                      if   DC-Opt1 = "LINE" or DC-Opt2 = "LINE"
                           move "Y" to WS-Dataconv-Line
                      end-if
                      move "Y" to SW-99
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-REFORMAT"                       *> New -REFORMAT
                      move "Y" to SW-100
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:8)
                       = "-FMTSIG="                        *> New -REFORMAT
                      move Arg-Value (A) (9:120) to WS-Fmtsig-File
                      move "Y" to WS-Fmtsig-Child
                      move "Y" to WS-Capture-Pic
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:11)
                       = "-CMPIGNORE="                     *> New -FILECOMPARE
                      move FUNCTION UPPER-CASE (Arg-Value (A) (12:117))
                           to WS-Filecmp-Ignore
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-LAYOUTREG"                      *> New -LAYOUTREG
                      move "Y" to SW-95
                      move "Y" to WS-Capture-Pic
                      display "COBXREF_CPYMAP" upon Environment-Name
                      display "Y"              upon Environment-Value
                      if   Arg-Value (A) (11:1) = "="
                           move Arg-Value (A) (12:64)
                                to WS-Layreg-Catdir
                      end-if
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:6)
                       = "-DATED"                          *> New -OUTDIR
                      move "Y" to WS-Outdir-Dated
                       move FUNCTION NUMVAL (Arg-Work (1:3))
                            to WS-Grow-Pct
                  end-if
                  if   FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)  *> New -RECOVER
                         = "-RECOVER="
                       move FUNCTION NUMVAL (Arg-Value (A) (10:4))
                            to WS-Recover-Step
                  end-if
              end-perform
              unstring WS-Jobstream-Arg delimited by ","
                       into WS-Jobstream-File WS-Jobstream-Dir
              end-if
              perform zz244-Process-Jobstream thru zz244-Exit.
*>
*> -REGRESS=suite[,RECORD] - golden-master regression run of the      *> New -REGRESS
*>   suite's cases - see bd530-Regress.
*>
     perform  varying A from 1 by 1 until A > Arg-Number
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-REGRESS="
                      move  Arg-Value (A) (10:119) to WS-Regress-Arg
              end-if
     end-perform.
     if       WS-Regress-Arg not = spaces
              unstring WS-Regress-Arg delimited by ","
                       into WS-Regress-Suite WS-Regress-Mode
              move FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Regress-Mode))
                   to WS-Regress-Mode
              perform bd530-Regress thru bd530-Exit.
*>
*> -CATALOG[=file] - program catalog maintenance at the terminal -    *> New -CATALOG
*>   see bd649-Catalog.
*>
     perform  varying A from 1 by 1 until A > Arg-Number
              if      FUNCTION UPPER-CASE (Arg-Value (A)) = "-CATALOG"
                      move "Y" to CG-Cmd
              end-if
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:9)
                       = "-CATALOG="
                      move "Y" to CG-Cmd
                      move  Arg-Value (A) (10:64) to WS-Catalog-Arg
              end-if
     end-perform.
     if       CG-Cmd = "Y"
              perform zz182-Get-Env-Set-TempFiles
              perform bd649-Catalog thru bd649-Exit.
*>
*> -SERVE=index.lx - resident lookup service over A kept index        *> New -SERVE
*>   (build one with -INDEX) - see zz248-Process-Serve.
*>
     if       WS-Serve-Arg not = spaces
              perform zz248-Process-Serve thru zz248-Exit.
*>
*> -SPOOL=dir[,DRAIN] - the analysis request dispatcher - see         *> New -SPOOL
*>   zz358-Process-Spool.
*>
     perform  varying A from 1 by 1 until A > Arg-Number
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:7)
                       = "-SPOOL="
                      move  Arg-Value (A) (8:80) to WS-Spool-Arg
              end-if
     end-perform.
     if       WS-Spool-Arg not = spaces
              perform zz358-Process-Spool thru zz358-Exit.
*>
*> -DEADFIELD=dirpath - copybook items no program in the library      *> New -DEADFIELD
*>   references - see zz273-Process-Deadfield.
*>
     if       WS-Dict-Dir not = spaces
              perform zz225-Process-Dict thru zz225-Dict-Exit.
*>
*> -GLOSSARY=dir - the library's data names against the business     *> New -GLOSSARY
*>   glossary - see bd671-Glossary.
*>
     perform  varying A from 1 by 1 until A > Arg-Number
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-GLOSSARY="
                      move  Arg-Value (A) (11:64) to WS-Glossary-Dir
              end-if
     end-perform.
     if       WS-Glossary-Dir not = spaces
              perform bd671-Glossary thru bd671-Exit.
*>
*> -DUPPARA=dir - pair matching paragraph bodies across A library's   *> New -DUPPARA
*>   .duppara sidecars (the single-program report stays -DUPPARA)
*>
     if       WS-Copyaudit-Dir not = spaces
              perform zz275-Process-Copyaudit thru zz275-Exit.
*>
*> -GENCONVERT=old.xdb,new.xdb[,01name] - A conversion program        *> New -GENCONVERT
*>   between two saved layouts of A record - see
*>   zz384-Process-Genconv.  Kept in case, these are file names.
*>
     perform  varying A from 1 by 1 until A > Arg-Number
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:12)
                       = "-GENCONVERT="
                      move  Arg-Value (A) (13:116) to WS-Genconv-Arg
              end-if
     end-perform.
     if       WS-Genconv-Arg not = spaces
              perform zz384-Process-Genconv thru zz384-Exit.
*>
*> -RELDELTA=olddir,newdir - the structural change between two         *> New -RELDELTA
*>   library snapshots - see bd781-Reldelta.  Kept in case, these
*>   are directory names.
*>
     perform  varying A from 1 by 1 until A > Arg-Number
              if      FUNCTION UPPER-CASE (Arg-Value (A)) (1:10)
                       = "-RELDELTA="
                      move  Arg-Value (A) (11:118) to WS-Reldelta-Arg
              end-if
     end-perform.
     if       WS-Reldelta-Arg not = spaces
              perform bd781-Reldelta thru bd781-Exit.
*>
*> setup source filename
*>    dont need the pointers - kill it after next test
     move     1 to String-Pointer.
*> Now get temp environment variable & build temp sort file names
*>
     perform  zz182-Get-Env-Set-TempFiles thru zz184-Exit.
     if       Reformat-Output                                      *> New -REFORMAT
           or WS-Fmtsig-Child = "Y"
              perform bd350-Fmtsig-Setup thru bd350-Exit.
*>
*> -PRECHECK - the member through cobc's syntax check before we       *> New -PRECHECK
*>   spend A run on it.
              display "87: -JOBSTREAM=script[,srcdir] Cross-reference the batch script:"
              display "               step number, program, datasets touched (joined"
              display "               against the ASSIGN catalog) and which later steps"
              display "               consume each step's outputs - jobstream.report;"
              display "               A SORT / GCSORT / DFSORT / SYNCSORT step's control"
              display "               cards are checked against the FD record of the"
              display "               program writing its input (from its -LAYOUT"
              display "               sidecar in srcdir): positions on real fields and"
              display "               CH / ZD / PD / BI formats against USAGE, RC 4"
              display "88: -WINDOW[=mins] [-GROW=name:pct] (with -JOBSTREAM) Simulate"
              display "               the batch window: per-step elapsed from the"
              display "               Metrics-Log history, critical path and serial"
              display "               .xdb; -REPORTDB=file reloads it and emits the"
              display "               table-driven reports (-LAYOUT -PGRAPH -DEADCODE"
              display "               -STORAGE -DDL -GRAPH -CONSTGEN) with no re-parse"
              display "127: -RULES  Decision tables (CSV) per paragraph from the IF and"
              display "               EVALUATE tests, 88s expanded - Prog-BaseName.rules"
              display "128: -GENCONVERT=old.xdb,new.xdb[,01name] Generate A conversion"
              display "               program between two -SAVEDB layouts of A record"
              display "               - <new db>.conv.cbl"
              display "129: -LAYOUTREG[=catalogdir] Check copybook 01 layouts against"
              display "               the dated layout registry (COBXREF_LAYOUTREG) - offset,"
              display "               length or USAGE shifts + the datasets they hit, rc 8"
              display "               - Prog-BaseName.layreg; put it on the " quote
                      "default:" quote " line"
              display "               of /etc/cobxref.conf or $HOME/.cobxrefrc to run it"
              display "               as A standing release gate"
              display "130: -GENDATA=01name[,count[,seed]] Synthetic test data for the"
              display "               captured 01 layout - valid packed/binary/zoned values,"
              display "               88 domains, unique ascending RECORD KEYs; the same seed"
              display "               gives the same file - Prog-BaseName.gendata"
              display "131: -FILECOMPARE=old,new[,key=field] Field-level compare of two"
              display "               data files via the -DUMPREC 01 layout - changed fields"
              display "               decoded, inserted/deleted counts, rc 8 on any difference;"
              display "               -CMPIGNORE=f1,f2 or config compare.ignore: skips fields"
              display "               - Prog-BaseName.filecmp"
              display "132: -MASKDATA=in,out Masked test copy of A data file via the"
              display "               -DUMPREC 01 layout - config mask.NAME: name|digits|text|"
              display "               blank tags, consistent values, packed/binary kept valid"
              display "               - summary Prog-BaseName.masklog"
              display "133: -DATACONV=in,out[,E2A|A2E][,FIXED|LINE] Data file EBCDIC to"
              display "               ASCII (or back) via the -DUMPREC 01 layout - DISPLAY"
              display "               fields transcoded, COMP/COMP-3 copied, zoned signs"
              display "               recast; LINE = line sequential on the ASCII side"
              display "134: -REFORMAT Normalised copy of the member, verbs and scope"
              display "               terminators aligned - config reformat.case: upper|"
              display "               lower|keep, reformat.indent: n - kept only if its"
              display "               symbol table matches - Prog-BaseName.fmt.cbl"
              display "135: -MAKEFILE (with -LIBRARY=dir) make dependencies - objects on"
              display "               the copybooks each member's .prostamp records, -I"
              display "               paths, link units of the called members reached"
              display "               from each uncalled one - library.mk"
              display "136: -SQLIMPACT=table[.column] Schema change impact - in"
              display "               A member run saves the SQL rows in the .xdb; with"
              display "               -LIBRARY=dir each statement on the table, its host"
              display "               item, PIC and MOVE flows to records/files reached"
              display "               - sqlimpact.report"
              display "137: -CRUD Access matrix - in A member run saves its file, SQL"
              display "               table and CICS file C/R/U/D use in the .xdb; with"
              display "               -LIBRARY=dir the program x store grid, files by"
              display "               physical ASSIGN, stores never created or read"
              display "               flagged - crud.csv, crud.html"
              display "138: -FIELDLINEAGE=dataset:field Field lineage - in A member"
              display "               run saves its layout, MOVE flows and file use"
              display "               in the .xdb; with -LIBRARY=dir the field is"
              display "               followed back through each writing program to"
              display "               its input fields, dataset to dataset - report"
              display "               fieldlineage.report"
              display "139: -PRIVACYMAP[=pattern,...] Sensitive data map - items named by"
              display "               the config privacy: patterns (or the switch's"
              display "               own), and every copy of them, traced to the"
              display "               DISPLAYs, written records and datasets, CALL"
              display "               arguments and SQL host variables they reach -"
              display "               Prog-BaseName.privacymap"
              display "140: -TAINT      Untrusted input - ACCEPTs, environment values,"
              display "               input file records, the main program's USING"
              display "               parameters - traced to ASSIGN file names, CALL"
              display "               ""SYSTEM"", dynamic CALL names and dynamic SQL,"
              display "               with the path and the checks on the way; hits"
              display "               go to -FINDINGS - Prog-BaseName.taint"
              display "141: -MSGCAT     Operator messages - each DISPLAY of A literal or"
              display "               UPON CONSOLE / SYSERR with its paragraph and the"
              display "               IF / EVALUATE tests guarding it, Prog-BaseName.msgcat;"
              display "               with -LIBRARY=dir one sorted dir/msgcat.report"
              display "               flagging shared texts and texts with no id"
              display "142: -RCMAP[=abend,...] Return codes - each MOVE / COMPUTE into"
              display "               RETURN-CODE, STOP RUN / GOBACK RETURNING and abend"
              display "               CALL with its value and guarding tests, to"
              display "               Prog-BaseName.rcmap; with -JOBSTREAM=script[,dir]"
              display "               each step's codes against the script's $? tests"
              display "               in dir/rcmap.report"
              display "143: -CPMIGRATE  EBCDIC to ASCII risks - ordering compares and"
              display "               SORT / MERGE / SEARCH ALL keys on text, hex"
              display "               literals, CHAR / ORD, HIGH / LOW-VALUES as data,"
              display "               INSPECT CONVERTING and REDEFINES of binary over"
              display "               character data, each with its paragraph and"
              display "               why, counted by kind - Prog-BaseName.cpmigrate"
              display "144: -BLAME[=years[,days]] Last change date, author and commits of"
              display "               each paragraph and 01 layout from git blame,"
              display "               flagging those untouched for years (10) or changed"
              display "               in the last days (30) - Prog-BaseName.blame; with"
              display "               -LIBRARY -DASHBOARD the member's history as columns"
              display "145: -TRANFLOW[=csdfile] CICS transaction flow - in A member run"
              display "               saves its EXEC CICS commands in the .xdb; with"
              display "               -LIBRARY=dir each TRANSID (from the CSD DEFINEs)"
              display "               to its program and on by XCTL / LINK / RETURN /"
              display "               START TRANSID with the maps sent, flagging"
              display "               unreached transactions and missing XCTL targets"
              display "               - tranflow.report, tranflow.dot"
              display "146: -BMS=mapsetfile the BMS DFHMSD / DFHMDI / DFHMDF source drawn"
              display "               as 24x80 maps, checked against the symbolic map"
              display "               COPYed here for field order, lengths and the"
              display "               L / F / A / I / O items, with fields no program"
              display "               moves to or tests flagged - Prog-BaseName.bmsmap"
              display "147: -IDCAMS=cardfile[,catalogdir] DEFINE CLUSTER / ALTERNATEINDEX"
              display "               cards against the FDs - each SELECT's dataset (by"
              display "               the -FILECAT catalog) to its cluster, RECORDSIZE"
              display "               against the records, KEYS and the alternate"
              display "               indexes against the RECORD / ALTERNATE RECORD KEY"
              display "               offsets and lengths - Prog-BaseName.idcams, RC 8"
              display "148: -PRINTCHART  Each print file (written AFTER / BEFORE"
              display "               ADVANCING) as A 132 column chart: one row per WRITE,"
              display "               the 01 written FROM or MOVEd in, VALUEs as coded and"
              display "               edited PICs as masks, advancing in the margin, page"
              display "               break conditions noted - Prog-BaseName.prtchart"
              display "149: -TESTPLAN  Basis-path test cases for each paragraph - the"
              display "               IF / EVALUATE / PERFORM UNTIL branches, one case"
              display "               for the first branch of every decision, one for"
              display "               each other branch, as the conditions to meet (88s"
              display "               with their VALUEs) and A blank expected result -"
              display "               Prog-BaseName.testplan and .testplan.csv"
              display "150: -REGRESS=suite[,RECORD]  Run A golden-master regression"
              display "               suite - each case's program or script step run in"
              display "               A scratch directory with its inputs, parms and"
              display "               environment, outputs compared field by field with"
              display "               the golden copies via the .layout sidecars, RC and"
              display "               time taken; RECORD keeps the outputs as golden."
              display "               Stdin is the case's sysin: file, else /dev/null."
              display "               suite.report, history in cobxref.regress (RC 8 on"
              display "               any failure)"
              display "151: -RECOVER=stepno  (with -JOBSTREAM) Recovery sheet for A failed"
              display "               step - each step classed RERUNNABLE, RESTORE FIRST"
              display "               or NOT RESTARTABLE from its OPEN modes, the datasets"
              display "               to restore, the steps to rerun in order and the"
              display "               later steps that must wait - srcdir/recovery.sheet"
              display "152: -FPCOUNT    Function point estimate - FDs updated (ILF) or"
              display "               only read (EIF), screens with input fields, maps"
              display "               RECEIVEd and ACCEPTs (EI), print files and maps"
              display "               SENT (EO), display-only screens (EQ), weighted from"
              display "               the site config, each component with its line -"
              display "               Prog-BaseName.fpcount; with -LIBRARY=dir by member"
              display "               and in total in dir/library.fpcount"
              display "153: -FLOWCHART=para[,thru-para] or -FLOWCHART=ALL  Statement-level"
              display "               DOT flowchart of A paragraph, section or THRU range"
              display "               (or of each paragraph) - decisions, process boxes,"
              display "               loops and exits, each node with its line numbers -"
              display "               Prog-BaseName.flowchart"
              display "154: -EXTRACT=para[:thru-para]  Subprogram extraction advice -"
              display "               the data items the range reads and changes by"
              display "               record, its files, the paragraphs it reaches and"
              display "               the ways in from outside, with A proposed LINKAGE"
              display "               SECTION / USING list and what blocks the cut -"
              display "               Prog-BaseName.extract"
              display "155: -NAMING     Naming standard from the config naming.file:,"
              display "               .working-storage:, .local-storage:, .linkage:,"
              display "               .report:, .screen:, .condition: (88s), .paragraph:"
              display "               and .section: patterns (* ? # digit @ letter,"
              display "               & the FD prefix or 88 parent, ! must not match),"
              display "               numbered paragraphs in order; misses graded"
              display "               naming.severity: (default 2) into -FINDINGS -"
              display "               Prog-BaseName.naming"
              display "156: -PARMCARD   Card specification for each ACCEPT from SYSIN:"
              display "               columns, PIC and class of the receiving fields,"
              display "               their 88 values and the tests made on them -"
              display "               Prog-BaseName.parmcard; with -JOBSTREAM the"
              display "               here-document / < file cards of each step are"
              display "               checked against srcdir .parmcard (length,"
              display "               numeric fields, 88 values)"
              display "157: -CATALOG[=file] Program catalog maintenance (add, change,"
              display "               delete, browse): owner team, business function,"
              display "               criticality tier, batch SLA, on-call contact, last"
              display "               changed date/user - file else COBXREF_CATALOG else"
              display "               cobxref.catalog beside the Metrics-Log; shown by"
              display "               -DASHBOARD, -RUNBOOK, -RISK and -RETEST; -LIBRARY"
              display "               lists uncatalogued members in dir/catalog.missing"
              display "158: -GLOSSARY=dir Library data names with no business term (most"
              display "               used first) and terms several names share, in"
              display "               dir/library.glossary; the pattern|term|definition"
              display "               file named by glossary.file: in the config gives"
              display "               the terms the xref, -DICT and -HTML show"
              display "159: -FEATURES   Language features the member uses (Report Writer,"
              display "               SCREEN SECTION, pointers, nested programs, ENTRY,"
              display "               ALTER, EXEC SQL / CICS / other, OO, intrinsic"
              display "               functions, COMP-5, directives) with hit count and"
              display "               first line in Prog-BaseName.features; with"
              display "               -LIBRARY=dir A member by feature matrix with"
              display "               totals in dir/library.features"
              display "160: -PTRCHECK   Pointer and ADDRESS OF audit: pointer items and"
              display "               their SETs, SET ADDRESS OF, BASED items with their"
              display "               ALLOCATE and FREE points and LINKAGE items not in"
              display "               the USING list; pointer arithmetic and references"
              display "               some path reaches with no ALLOCATE / SET ADDRESS"
              display "               or after A FREE flagged, in Prog-BaseName.ptrcheck"
              display "161: -XMLJSON    XML and JSON GENERATE / PARSE statements with"
              display "               their document, FROM / INTO group, COUNT IN and"
              display "               PROCESSING PROCEDURE and the element / key names"
              display "               the group gives after NAME OF / SUPPRESS, in"
              display "               Prog-BaseName.xmljson; the names as an XML / JSON"
              display "               skeleton per record in Prog-BaseName.payload"
              display "162: -OOXREF     Classes with INHERITS, FACTORY / OBJECT sections"
              display "               and methods with their USING / RETURNING items, and"
              display "               each INVOKE with its target and method, in"
              display "               Prog-BaseName.ooxref; with -CALLGRAPH they go to the"
              display "               .calls file and -LIBRARY flags INVOKEs of A method"
              display "               no class in the library defines"
              display "163: -PARMDIR    Each PROCEDURE DIVISION / ENTRY USING item classed"
              display "               INPUT, OUTPUT, IN-OUT or UNUSED from how the program"
              display "               uses it, and each CALL argument with its BY mode and"
              display "               whether it is read after the CALL, in"
              display "               Prog-BaseName.parmdir (implies -SAVEDB); -LIBRARY"
              display "               checks every caller against the callee's contract"
              display "               in dir/library.parmdir"
              display "164: -GENBRIDGE  A compilable JSON bridge program for the first"
              display "               program with A PROCEDURE DIVISION USING: request"
              display "               JSON into its LINKAGE records field by field,"
              display "               numbers checked, then the CALL and the response"
              display "               JSON from the output fields (directions from"
              display "               -PARMDIR when given), in Prog-BaseName.bridge.cbl,"
              display "               with its JSON schema in Prog-BaseName.schema.json"
              display "165: -ARCHRULES[=rulesfile]  Each CALL (and CICS LINK / XCTL),"
              display "               OPEN with its dataset, EXEC SQL and EXEC CICS kept"
              display "               in the .xdb (implies -SAVEDB); -LIBRARY=dir with"
              display "               =rulesfile puts the programs into the file's layers"
              display "               and checks them against its allow / deny rules,"
              display "               first match deciding, in dir/archrules.report -"
              display "               with -FINDINGS as rule ARCHRULES in"
              display "               dir/library.findings, -BASELINE applying"
              display "166: -RELDELTA   Keep in the .xdb what A release comparison needs"
              display "               (the -ARCHRULES rows and each 01 record's copybook)"
              display "167: -RELDELTA=olddir,newdir  Structural change between two library"
              display "               snapshots: programs, CALL edges, dataset readers and"
              display "               writers, copybook layouts, SQL tables and CICS"
              display "               resources added and removed, findings by severity"
              display "               before and after - newdir/reldelta.report and .html"
              display "168: -RESIZE=item:newpic  Impact of A field's new PICTURE: the"
              display "               receivers it would truncate, its record's length"
              display "               and shifted items, the datasets and programs on"
              display "               them, REDEFINES gone out of step, SQL host columns"
              display "               and lines hard-coding positions - Prog.resize, or"
              display "               with -LIBRARY=dir followed across the members into"
              display "               dir/resize.report"
              display "169: -SQLCHECK  SQL coding-quality audit: EXEC SQL with no SQLCODE /"
              display "               SQLSTATE test, SELECT *, singleton SELECT with no"
              display "               NOT FOUND handling, cursors left open or FETCHed"
              display "               outside A loop, COMMIT in A loop with no restart"
              display "               key, dynamic SQL built from input, nullable INTO"
              display "               hosts with no indicator (-SQLSCHEMA=) - Prog.sqlcheck"
              display "170: -CICSCHECK CICS coding-quality audit: commands with no RESP and"
              display "               no HANDLE / IGNORE CONDITION for what they raise, RESP"
              display "               fields never tested, DFHCOMMAREA used before an"
              display "               EIBCALEN test, COMMAREA LENGTH against the layout,"
              display "               RETURN TRANSID with no COMMAREA, LINKed programs"
              display "               updating files with no SYNCPOINT - Prog.cicscheck"
              display "171: -DLIXREF   IMS DL/I call cross-reference: each CALL CBLTDLI with"
              display "               its function code, PCB mask and USING position, I/O"
              display "               area and SSAs decoded from their layouts, status"
              display "               codes never tested, segments read and updated -"
              display "               Prog.dlixref, with -LIBRARY=dir dir/dlixref.report"
              display "172: -MQXREF    MQ interface cross-reference: each CALL MQOPEN /"
              display "               MQPUT / MQGET / MQPUT1 with its queue, resolved from"
              display "               the object descriptor's MOVEs or VALUE, its options"
              display "               and message buffer layout, completion / reason codes"
              display "               never tested - Prog.mqxref, with -LIBRARY=dir"
              display "               dir/mqxref.report: putters and getters per queue"
              display "173: -TESTMAP   unit-test traceability: each CALL and ENTRY kept in"
              display "               the .xdb; with -LIBRARY=dir dir/testmap.report - test"
              display "               drivers (members calling the testmap.asserts entry"
              display "               points, GUnit's by default), their assertions and the"
              display "               programs they call with what, the tests covering each"
              display "               production program, untested programs, calls to"
              display "               missing ones, -COVERAGE / dir/*.trace paragraphs run"
              display "174: -SPOOL=dir[,DRAIN] Analysis request spool: runs the dir/*.req"
              display "               requests (analyst:, args: or @profile, priority: 1-9,"
              display "               after:, dir:) best first, spool.limit at A time and"
              display "               none inside A spool.blackout window; status in"
              display "               dir/spool.status, each run's output in dir/name.out,"
              display "               each request in the Audit-Log under its analyst;"
              display "               dir/spool.stop stops it, DRAIN once the queue is empty"
              display "175: -BALANCE   Record-count balancing audit: the counters ADDed next"
              display "               to each READ / WRITE and whether they are compared,"
              display "               displayed or written to A trailer / control record,"
              display "               input headers and trailers and whether checked, files"
              display "               never counted or reconciled (print files listed"
              display "               apart, not balanced) - Prog.balance; with"
              display "               -LIBRARY=dir dir/balance.report: the steps of each"
              display "               dir/*.sh *.ksh *.job *.jcl stream that balance or not"
              move zero to return-code
              goback.
*>
              ".conduse"    delimited by size into Conduse-FileName. *> New -CONDUSE
*>
     string   Prog-BaseName delimited by space
              ".cond88"     delimited by size into Cond88-FileName.  *> New -COND88
*>
     string   Prog-BaseName delimited by space
              ".redefmap"   delimited by size into Redefmap-FileName. *> New -REDEFMAP
*>
     string   Prog-BaseName delimited by space
              ".subcheck"   delimited by size into Subcheck-FileName. *> New -SUBCHECK
*>
     string   Prog-BaseName delimited by space
              ".duppara"    delimited by size into Duppara-FileName. *> New -DUPPARA
*>
     string   Prog-BaseName delimited by space
              ".rename"     delimited by size into Rename-FileName.  *> New -RENAME
*>
     string   Prog-BaseName delimited by space
              ".dateaudit"  delimited by size into Dateaudit-FileName. *> New -DATEAUDIT
*>
     string   Prog-BaseName delimited by space
              ".dict"       delimited by size into Dict-FileName.    *> New -DICT
*>
     string   Prog-BaseName delimited by space
              ".dump"       delimited by size into Dumpfile-FileName. *> New -DUMPFILE
*>
     string   Prog-BaseName delimited by space
              ".driver.cbl" delimited by size into Gendriver-FileName. *> New -GENDRIVER
*>
     string   Prog-BaseName delimited by space
              ".reconcile"  delimited by size into Reconcile-FileName. *> New -RECONCILE
*>
     string   Prog-BaseName delimited by space
              ".lx"         delimited by size into Lookup-Index-FileName. *> New -LOOKUPINDEX
*>
     string   Prog-BaseName delimited by space
              ".fseen"      delimited by size into WS-Fseen-FileName. *> New -OWNERS
*>
     string   Prog-BaseName delimited by space
              ".ddl"        delimited by size into Ddl-FileName.    *> New -DDL
*>
     string   Prog-BaseName delimited by space
              ".schema.csv" delimited by size into Schema-FileName. *> New -DDL
*>
     string   Prog-BaseName delimited by space
              ".valdata"    delimited by size into Valdata-FileName. *> New -VALDATA
*>
     string   Prog-BaseName delimited by space
              ".anon.cbl"   delimited by size into Anon-FileName.   *> New -ANON
*>
     string   Prog-BaseName delimited by space
              ".anonmap"    delimited by size into WS-Anonmap-FileName. *> New -ANON
*>
     string   Prog-BaseName delimited by space
              ".constgen"   delimited by size into Constgen-FileName. *> New -CONSTGEN
*>
     string   Prog-BaseName delimited by space
              ".coverage"   delimited by size into Coverage-FileName. *> New -COVERAGE
*>
     string   Prog-BaseName delimited by space
              ".sarif"      delimited by size into Sarif-FileName.  *> New -SARIF
*>
     string   Prog-BaseName delimited by space
              ".runbook"    delimited by size into Runbook-FileName. *> New -RUNBOOK
*>
     string   Prog-BaseName delimited by space
              ".changelog"  delimited by size into Changelog-FileName. *> New -CHANGELOG
*>
     string   Prog-BaseName delimited by space
              ".perfcycle"  delimited by size into Perfcycle-FileName. *> New -PERFCYCLE
*>
     string   Prog-BaseName delimited by space
              ".thruaudit"  delimited by size into Thruaudit-FileName. *> New -THRUAUDIT
*>
     string   Prog-BaseName delimited by space
              ".compcheck"  delimited by size into Compcheck-FileName. *> New -COMPCHECK
*>
     string   Prog-BaseName delimited by space
              ".refmod"     delimited by size into Refmod-FileName.  *> New -REFMOD
*>
     string   Prog-BaseName delimited by space
              ".corr"       delimited by size into Corr-FileName.    *> New -CORR
*>
     string   Prog-BaseName delimited by space
              ".evalcheck"  delimited by size into Evalcheck-FileName. *> New -EVALCHECK
*>
     string   Prog-BaseName delimited by space
              ".searchcheck" delimited by size
                             into Searchcheck-FileName.             *> New -SEARCHCHECK
*>
     string   Prog-BaseName delimited by space
              ".exitcheck"  delimited by size into Exitcheck-FileName. *> New -EXITCHECK
*>
     string   Prog-BaseName delimited by space
              ".reentrancy" delimited by size
                            into Reentrancy-FileName.              *> New -REENTRANCY
*>
     string   Prog-BaseName delimited by space
              ".directives" delimited by size
                            into Directives-FileName.              *> New DIRECTIVES
*>
     string   Prog-BaseName delimited by space
              ".perfadvise" delimited by size
                            into Perfadvise-FileName.              *> New -PERFADVISE
*>
     string   Prog-BaseName delimited by space
              ".sqlschema"  delimited by size
                            into Sqlschema-FileName.               *> New -SQLSCHEMA
*>
     string   Prog-BaseName delimited by space
              ".mapcheck"   delimited by size
                            into Mapcheck-FileName.                *> New -MAPCHECK
*>
     string   Prog-BaseName delimited by space
              ".screenmap"  delimited by size
                            into Screenmap-FileName.               *> New -SCREENMAP
*>
     string   Prog-BaseName delimited by space
              ".xdb"        delimited by size into Xdb-FileName.   *> New -SAVEDB
*>
     string   Prog-BaseName delimited by space
              ".rules"      delimited by size into Rules-FileName. *> New -RULES
*>
     string   Prog-BaseName delimited by space
              ".layreg"     delimited by size into Layoutreg-FileName. *> New -LAYOUTREG
*>
     string   Prog-BaseName delimited by space
              ".privacymap" delimited by size into Privacymap-FileName. *> New -PRIVACYMAP
*>
     string   Prog-BaseName delimited by space
              ".taint"      delimited by size into Taint-FileName.   *> New -TAINT
*>
     string   Prog-BaseName delimited by space
              ".msgcat"     delimited by size into Msgcat-FileName.  *> New -MSGCAT
*>
     string   Prog-BaseName delimited by space
              ".rcmap"      delimited by size into Rcmap-FileName.   *> New -RCMAP
*>
     string   Prog-BaseName delimited by space
              ".cpmigrate"  delimited by size into Cpmigrate-FileName. *> New -CPMIGRATE
*>
     string   Prog-BaseName delimited by space
              ".blame"      delimited by size into Blame-FileName.   *> New -BLAME
*>
     string   Prog-BaseName delimited by space
              ".bmsmap"     delimited by size into Bms-FileName.     *> New -BMS
*>
     string   Prog-BaseName delimited by space
              ".idcams"     delimited by size into Idcams-FileName.  *> New -IDCAMS
*>
     string   Prog-BaseName delimited by space
              ".prtchart"   delimited by size into Printchart-FileName. *> New -PRINTCHART
*>
     string   Prog-BaseName delimited by space
              ".testplan"   delimited by size into Testplan-FileName. *> New -TESTPLAN
     string   Prog-BaseName delimited by space
              ".testplan.csv" delimited by size into Testplan-Csv-FileName.
*>
     string   Prog-BaseName delimited by space
              ".fpcount"    delimited by size into Fpcount-FileName. *> New -FPCOUNT
*>
     string   Prog-BaseName delimited by space
              ".flowchart"  delimited by size into Flowchart-FileName. *> New -FLOWCHART
*>
     string   Prog-BaseName delimited by space
              ".extract"    delimited by size into Extract-FileName. *> New -EXTRACT
*>
     string   Prog-BaseName delimited by space
              ".naming"     delimited by size into Naming-FileName. *> New -NAMING
*>
     string   Prog-BaseName delimited by space
              ".parmcard"   delimited by size into Parmcard-FileName. *> New -PARMCARD
*>
     string   Prog-BaseName delimited by space
              ".features"   delimited by size into Features-FileName. *> New -FEATURES
*>
     string   Prog-BaseName delimited by space
              ".ptrcheck"   delimited by size into Ptrcheck-FileName. *> New -PTRCHECK
*>
     string   Prog-BaseName delimited by space
              ".xmljson"    delimited by size into Xmljson-FileName. *> New -XMLJSON
     string   Prog-BaseName delimited by space
              ".payload"    delimited by size into Payload-FileName.
*>
     string   Prog-BaseName delimited by space
              ".ooxref"     delimited by size into Ooxref-FileName. *> New -OOXREF
*>
     string   Prog-BaseName delimited by space
              ".parmdir"    delimited by size into Parmdir-FileName. *> New -PARMDIR
*>
     string   Prog-BaseName delimited by space
              ".resize"     delimited by size into Resize-FileName. *> New -RESIZE
*>
     string   Prog-BaseName delimited by space
              ".sqlcheck"   delimited by size into Sqlcheck-FileName. *> New -SQLCHECK
     string   Prog-BaseName delimited by space
              ".cicscheck"  delimited by size into Cicscheck-FileName. *> New -CICSCHECK
     string   Prog-BaseName delimited by space
              ".dlixref"    delimited by size into Dlixref-FileName. *> New -DLIXREF
     string   Prog-BaseName delimited by space
              ".mqxref"     delimited by size into Mqxref-FileName. *> New -MQXREF
     string   Prog-BaseName delimited by space
              ".balance"    delimited by size into Balance-FileName. *> New -BALANCE
*>
     string   Prog-BaseName delimited by space
              ".bridge.cbl" delimited by size into Genbridge-FileName. *> New -GENBRIDGE
     string   Prog-BaseName delimited by space
              ".schema.json" delimited by size into Gbschema-FileName.
*>
     string   Prog-BaseName delimited by space
              ".gendata"    delimited by size into Gendata-FileName. *> New -GENDATA
*>
     string   Prog-BaseName delimited by space
              ".filecmp"    delimited by size into Filecmp-FileName. *> New -FILECOMPARE
*>
     string   Prog-BaseName delimited by space
              ".masklog"    delimited by size into Maskdata-FileName. *> New -MASKDATA
*>
     string   Prog-BaseName delimited by space
              ".fmt.cbl"    delimited by size into Reformat-FileName. *> New -REFORMAT
*>
     string   Prog-BaseName delimited by space
              ".diff"       delimited by size into WS-Diff-Report-FileName. *> New -DIFF
              move "Y" to SW-93
              move "Y" to WS-Capture-Pic
         end-if
         if   Arg-Value (A) = "-RULES"                            *> New -RULES
              move "Y" to SW-94
         end-if
         if   Arg-Value (A) = "-RUNBOOK"                          *> New -RUNBOOK
              move "Y" to SW-77
              move "Y" to SW-15       *> -CALLGRAPH
*>   behind it.
*>***********************
     accept   WS-Config-Home from Environment "HOME".
     perform  bd668-Gl-Load thru bd668-Exit.                      *> New -GLOSSARY
     perform  varying CF-A from 2 by 1 until CF-A > 31
              if   Arg-Value (CF-A) (1:1) = "@"
                   move Arg-Value (CF-A) (2:32) to CF-Want
                   end-if
              end-if
     end-perform.
     perform  varying CF-A from 2 by 1 until CF-A > 31    *> New -REFORMAT
              if   FUNCTION UPPER-CASE (Arg-Value (CF-A)) (1:8) = "-FMTSIG="
                   move "Y" to WS-Fmtsig-Child
              end-if
     end-perform.
     if       WS-Fmtsig-Child = "Y"         *> A check run takes no profile
              go to zz264-Exit.
     move     "default" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found = "Y"
     accept   WS-Metrics-FileName from Environment "COBXREF_METRICS".
     if       WS-Metrics-FileName = spaces
              move "cobxref.metrics" to WS-Metrics-FileName.
*>
*> Layout registry set up - kept in the Metrics-Log's directory        *> New -LAYOUTREG
*>   (overridable via COBXREF_LAYOUTREG).
*>
     accept   WS-Layreg-Registry from Environment "COBXREF_LAYOUTREG".
     if       WS-Layreg-Registry = spaces
              perform varying LR-P from 64 by -1
                      until LR-P < 1
                         or WS-Metrics-FileName (LR-P:1) = OS-Delimiter
                      continue
              end-perform
              if   LR-P > zero
                   string WS-Metrics-FileName (1:LR-P) delimited by size
                          "cobxref.layouts"            delimited by size
                          into WS-Layreg-Registry
              else
                   move "cobxref.layouts" to WS-Layreg-Registry
              end-if
     end-if.
*>
*> Program catalog - named on -CATALOG=, else COBXREF_CATALOG, else    *> New -CATALOG
*>   kept in the Metrics-Log's directory like the layout registry.
*>
     move     WS-Catalog-Arg to WS-Catalog-File.
     if       WS-Catalog-File = spaces
              accept WS-Catalog-File from Environment "COBXREF_CATALOG".
     if       WS-Catalog-File = spaces
              perform varying LR-P from 64 by -1
                      until LR-P < 1
                         or WS-Metrics-FileName (LR-P:1) = OS-Delimiter
                      continue
              end-perform
              if   LR-P > zero
                   string WS-Metrics-FileName (1:LR-P) delimited by size
                          "cobxref.catalog"            delimited by size
                          into WS-Catalog-File
              else
                   move "cobxref.catalog" to WS-Catalog-File
              end-if
     end-if.
*>
 zz183-Sort-File-Names.
*>
     move     zero to Lit-Count.
     move     "N" to Lit-Full-Flag.
     move     zero to FIO-File-Count FIO-Rec-Count FIO-Event-Count.  *> New -FILEIO
     move     zero to IC-Sel-Cnt.                                    *> New -IDCAMS
     move     "N" to IC-Assign-Wait.
     move     zero to PT-Write-Cnt PT-Move-Cnt.                      *> New -PRINTCHART
     move     space to PT-State.
     move     zero to TP-Dec-Cnt TP-Para-Cnt TP-Loop.                *> New -TESTPLAN
     move     space to TP-State TP-Test.
     initialize TP-Ru-Map.
     move     zero to FPT-Scr-Cnt FPT-Prt-Cnt FPT-Acc-Cnt.          *> New -FPCOUNT
     move     space to FPT-State.
     move     "N" to FW-Active FW-Done FW-Full FW-Sel-Section.      *> New -FLOWCHART
     move     zero to FW-Tok-Cnt FW-Charts.
     move     zero to XT-Ref-Cnt XT-Para-Cnt.                        *> New -EXTRACT
     move     "B" to XT-State.
     move     "N" to XT-Section XT-Full.
     move     spaces to XT-Cur-Para.
     move     zero to NM-Def-Cnt NM-Cond-Cnt.                       *> New -NAMING
     move     zero to PM-Acc-Cnt PM-Test-Cnt.                       *> New -PARMCARD
     move     space to PM-State.
     move     zero to PK-Item-Count PK-Child-Count PK-Event-Count   *> New -PTRCHECK
                      PK-Ref-Count PK-Link-Cnt PK-Cur-01.
     move     space to PK-State.
     move     zero to XJ-Stmt-Count XJ-Name-Count XJ-Sup-Count.     *> New -XMLJSON
     move     space to XJ-State.
     move     spaces to PK-Cur-Name.
     move     spaces to FPT-Acc-Name.
     move     space to FIO-Pending.
     move     spaces to FIO-Cur-FD FIO-Open-Mode.
     move     zero to Sortx-Count.                                   *> New -SORTXREF
     move     "N" to SB-Pending.
     move     zero to DP-Count DP-Hash DP-Words.                     *> New -DUPPARA
     move     spaces to DP-Cur-Name.
     move     zero to PV-Sink-Cnt.                                   *> New -PRIVACYMAP
     move     zero to TN-Sink-Cnt TN-Test-Cnt TN-Acc-Cnt TN-Imm-Cnt. *> New -TAINT
     move     zero to MG-Count.                                      *> New -MSGCAT
     move     "N" to MG-Open.
     move     space to MG-State.
     move     zero to RC-Count.                                      *> New -RCMAP
     move     "N" to RC-Open.
     move     zero to PR-Parm-Cnt PR-Arg-Cnt PR-Ref-Cnt PR-Hdr-Cnt.  *> New -PARMDIR
     move     zero to AR-Call-Cnt.                                 *> New -ARCHRULES
     move     zero to QC-Stmt-Cnt QC-Col-Cnt QC-Para-Cnt QC-Perf-Cnt *> New -SQLCHECK
                      QC-String-Cnt QC-Input-Cnt QC-Pend QC-Perf-Pend
                      QC-Cur-Para QC-Loop-Lvl QC-Cur.
     move     spaces to QC-Mode QC-Quote QC-Loops.
     move     "N" to QC-In-Proc QC-Whenever QC-When-NF QC-Exec-Next
                     QC-Full QC-Open.
     move     zero to QC-Hnd-Cnt QC-Ca-Idx QC-Ca-End QC-Ca-Ref       *> New -CICSCHECK
                      QC-Ca-Para QC-Eib-Ref QC-Sql-Cnt QC-Cics-Cnt.
     move     spaces to QC-Resp-Names QC-Kw.
     move     "N" to QC-Terminal QC-Ca-Guard QC-Kw-Open QC-Len-Of.
     move     zero to IM-Call-Cnt IM-Using-Cnt IM-Cur.               *> New -DLIXREF
     move     spaces to IM-Status-Names IM-Using-Src.
     move     "N" to IM-Full.
     move     zero to MQ-Call-Cnt MQ-Set-Cnt MQ-Cur.               *> New -MQXREF
     move     spaces to MQ-Cc-Names MQ-Rc-Names.
     move     "N" to MQ-Full.
     move     zero to TM-Call-Cnt TM-Cur.                             *> New -TESTMAP
     move     "N" to TM-Full.
     move     zero to BA-Fld-Cnt BA-Para-Cnt BA-Inc-Cnt BA-Use-Cnt     *> New -BALANCE
                      BA-Into-Cnt.
     move     Flow-Pair-Count to BA-Pair-Base.
     move     spaces to BA-Cur-01 BA-Comp-Name.
     move     "N" to BA-Full.
     move     space to PR-State PR-Quote.
     move     "N" to PR-Full.
     move     zero to CP-Count CP-Dropped.                           *> New -CPMIGRATE
     move     high-values to CP-Table.
     move     space to CP-State CP-Srch-State.
     move     "N" to CP-Cmp-Pend CP-Skip.
     move     spaces to CP-Last CP-Insp-Name CP-Srch-Table.
     move     spaces to RC-Move-Src.
     move     "N" to TN-Assign-Wait.
     move     spaces to TN-Call-Target.
     move     zero to CS-Code-Cnt CS-Comment-Cnt CS-Blank-Cnt
                      CS-Copy-Cnt.
     move     high-values to Mem-Sort-Table.                         *> New MEMSORT
              perform zz294-Risk-Report thru zz294-Exit.
     if       WS-Manifest-Flag not = space                  *> New -MANIFEST
              perform zz298-Manifest thru zz298-Exit.
     if       WS-Makefile-Flag = "Y"                        *> New -MAKEFILE
              perform bd370-Makefile thru bd370-Exit.
     if       WS-Sqlimpact-Arg not = spaces                 *> New -SQLIMPACT
              perform bd376-Sqlimpact thru bd376-Exit.
     if       WS-Crud-Flag = "Y"                            *> New -CRUD
              perform bd387-Crud thru bd387-Exit.
     if       WS-Fieldlin-Arg not = spaces                  *> New -FIELDLINEAGE
              perform bd396-Fieldlineage thru bd396-Exit.
     if       WS-Msgcat-Flag = "Y"                          *> New -MSGCAT
              perform bd426-Msgcat-Library thru bd426-Exit.
     if       WS-Tranflow-Flag = "Y"                        *> New -TRANFLOW
              perform bd458-Tranflow thru bd458-Exit.
     if       WS-Fpcount-Flag = "Y"                         *> New -FPCOUNT
              perform bd572-Fpcount-Library thru bd572-Exit.
     if       WS-Features-Flag = "Y"                        *> New -FEATURES
              perform bd679-Features-Library thru bd679-Exit.
     if       WS-Parmdir-Flag = "Y"                         *> New -PARMDIR
              perform bd745-Parmdir-Library thru bd745-Exit.
     if       WS-Archrules-File not = spaces                *> New -ARCHRULES
              perform bd767-Archrules thru bd767-Exit.
     if       WS-Resize-Arg not = spaces                    *> New -RESIZE
              perform bd810-Rz-Library thru bd810-Exit.
     if       WS-Dlixref-Flag = "Y"                         *> New -DLIXREF
              perform bd858-Dlixref-Library thru bd858-Exit.
     if       WS-Mqxref-Flag = "Y"                          *> New -MQXREF
              perform bd871-Mqxref-Library thru bd871-Exit.
     if       WS-Testmap-Flag = "Y"                         *> New -TESTMAP
              perform bd877-Testmap-Library thru bd877-Exit.
     if       WS-Balance-Flag = "Y"                         *> New -BALANCE
              perform bd889-Balance-Library thru bd889-Exit.
     perform  bd664-Cg-Missing thru bd664-Exit.                *> New -CATALOG
     if       AR-RC > zero                                  *> New -ARCHRULES
              move AR-RC to Return-Code.
     move     Batch-Caller-Cnt to WS-Member-Cnt.            *> New NOTIFY
     perform  zz285-Notify-Hook thru zz285-Exit.
     goback.
                                        delimited by size
                                        into Copyuse-Report-Rec
                       write Copyuse-Report-Rec
                       move RT-Prog (RT-Idx) to CG-Want    *> New -CATALOG
                       perform bd666-Cg-Report-Line thru bd666-Exit
                  end-if
              end-perform
     end-perform.
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     close    Copyuse-Report-Out.
     perform  bd658-Cg-Close thru bd658-Exit.                      *> New -CATALOG
     subtract 1 from Retest-Count giving RT-K.
     move     RT-K to RT-CntZ.
     display  "Retest list (" FUNCTION TRIM (RT-CntZ)
                                        into Batch-Report-Rec
              if      BCL-Call-Type (1:6) = "PARAMS"            *> New -CALLCHECK
                or    BCL-Call-Type (1:6) = "ENTRY "            *> New ENTRYXREF
                or    BCL-Call-Type (1:6) = "METHOD"            *> New -OOXREF
                      exit perform cycle
              end-if
              if      (BCL-Call-Type (1:4) = "USER"              *> New CALLCYCLE
                      end-if
                      perform zz199-Check-Params thru zz199-Check-Params-Exit
              end-if
              if      BCL-Call-Type (1:6) = "INVOKE"            *> New -OOXREF
                      perform zz199-Check-Invoke thru zz199-Check-Invoke-Exit
              end-if
              write   Batch-Report-Rec
     end-perform.
     close    Batch-Calls-In.
                   move BCL-Call-Name
                        to Batch-Caller-Entry (Batch-Caller-Cnt)
              end-if
              if   BCL-Call-Type (1:6) = "METHOD"              *> New -OOXREF
               and OO-Lib-Count < 2000
                   add  1 to OO-Lib-Count
                   move FUNCTION UPPER-CASE (BCL-Call-Name)
                        to OO-L-Name (OO-Lib-Count)
              end-if
     end-perform.
     close    Batch-Calls-In.
 zz199-Scan-Params-Exit.
     end-perform.
 zz199-Check-Params-Exit.
     exit.
*>
 zz199-Check-Invoke.                                            *> New -OOXREF
*> An INVOKE record - flag it when no class in the library has A
*>   METHOD record of that name.  NEW is every class's own factory
*>   method so needs none.
     if       FUNCTION UPPER-CASE (BCL-Call-Name) = "NEW"
              go to zz199-Check-Invoke-Exit.
     perform  varying CC-J from 1 by 1 until CC-J > OO-Lib-Count
              if   OO-L-Name (CC-J) = FUNCTION UPPER-CASE (BCL-Call-Name)
                   go to zz199-Check-Invoke-Exit
              end-if
     end-perform.
     move     Batch-Report-Rec to Copyuse-Report-Rec.
     move     spaces to Batch-Report-Rec.
     string   Copyuse-Report-Rec   delimited by "    "
              "  *** no class in library defines it"
                                   delimited by size
              into Batch-Report-Rec.
 zz199-Check-Invoke-Exit.
     exit.
*>
 zz199-Lookup-Caller.
     move     zero to A4.
              move  FC-Detail       to FC-Note (Filecat-Count)
              move  FC-Word3 (1:32) to FC-Select (Filecat-Count)
              move  space           to FC-IO (Filecat-Count)
              move  spaces          to FC-Modes (Filecat-Count)  *> New -CONTENTION
     end-if.
 zz211-Add-Assign-Exit.
     exit.
              go to zz233-Exit.
     evaluate LN-Word
         when "INPUT"     move "R" to LN-Mode
                          move 1 to FC-Mode-Pos                *> New -CONTENTION
         when "OUTPUT"    move "W" to LN-Mode
                          move 2 to FC-Mode-Pos                *> New -CONTENTION
         when "EXTEND"    move "W" to LN-Mode
                          move 4 to FC-Mode-Pos                *> New -CONTENTION
         when "I-O"       move "B" to LN-Mode
                          move 3 to FC-Mode-Pos                *> New -CONTENTION
         when other
              if   LN-Word (44:1) = space       *> shed sentence period
               and LN-Word not = spaces
                                 move "B" to FC-IO (LN-K)
                             end-if
                            end-if
                            move FC-Mode-Letters (FC-Mode-Pos:1)  *> New -CONTENTION
                                 to FC-Modes (LN-K) (FC-Mode-Pos:1)
                       end-if
                   end-perform
              end-if
                        move FUNCTION NUMVAL (CU-After (1:8))
                             to LC-G-Len (LC-Cur-Grp)
                   end-if
                   move spaces to LC-G-Fd (LC-Cur-Grp)            *> New -SORTCARDS
                   if   CU-Before not = spaces                    *> New -SORTCARDS
                        move spaces to LC-Word
                        unstring CU-Before delimited by "  fd "
                                 into CU-Path LC-Word
                        move LC-Word to LC-G-Fd (LC-Cur-Grp)
                   end-if
                   compute LC-G-First (LC-Cur-Grp)
                         = LC-Field-Count + 1
                   move LC-Field-Count to LC-G-Last (LC-Cur-Grp)
                   to LC-F-Off (LC-Field-Count)
              move FUNCTION NUMVAL (Diff-Old-Record (90:8))
                   to LC-F-Len (LC-Field-Count)
              move Diff-Old-Record (62:10)                  *> New -SORTCARDS
                   to LC-F-Usage (LC-Field-Count)
              move LC-Field-Count to LC-G-Last (LC-Cur-Grp).
 zz242-One-Exit.
     exit.
*>
     move     zero to JS-Step-Count JS-DS-Count.
     move     WS-Jobstream-File to WS-Diff-Old-FileName.
     move     zero to PM-Card-Cnt PM-Feed-Cnt.                      *> New -PARMCARD
     move     spaces to PM-Here-End.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              display "Error: cannot open job stream "
                   move 1 to FS-Reply
                   exit perform
              end-read
              if   PM-Here-End not = spaces               *> New -PARMCARD
                   perform bd642-Pm-Here-Line thru bd642-Exit
                   exit perform cycle
              end-if
              move JS-Step-Count to PM-Steps-Before
              perform zz245-Parse-Step thru zz245-Exit
              perform bd641-Pm-Script-Line thru bd641-Exit
              if   Rcmap-Output                           *> New -RCMAP
                   perform bd437-Rc-Script-Line thru bd437-Exit
              end-if
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
              move "  (no program-invoking steps found)"
                    to Copyuse-Report-Rec
              write Copyuse-Report-Rec.
     if       SO-Step-Cnt > zero                                *> New -SORTCARDS
              perform bd494-So-Report thru bd494-Exit.
     if       Parmcard-Output                                   *> New -PARMCARD
              perform bd644-Pm-Report thru bd644-Exit.
     if       WS-Window-Mins > zero                             *> New -WINDOW
          and JS-Step-Count > zero
              perform zz247-Window-Simulate thru zz247-Exit.
     if       JS-Step-Count > 1                                 *> New -CONTENTION
              perform bd543-Js-Contention thru bd543-Exit.
     close    Copyuse-Report-Out.
     move     JS-Step-Count to JS-CntZ.
     display  "Job-stream cross-reference (" FUNCTION TRIM (JS-CntZ)
              " step(s)) written to "
              FUNCTION TRIM (Copyuse-Report-FileName).
     if       Rcmap-Output                                     *> New -RCMAP
              perform bd438-Rc-Crosscheck thru bd438-Exit.
     move     zero to return-code.
     if       SO-Mis > zero                                     *> New -SORTCARDS
              move 4 to return-code.
     if       JC-Pairs > zero                                   *> New -CONTENTION
              move 4 to return-code.
     if       PM-Mis > zero                                     *> New -PARMCARD
              move 4 to return-code.
     if       WS-Recover-Step > zero                            *> New -RECOVER
              perform bd548-Js-Recover thru bd548-Exit.
     goback.
*>
 zz245-Parse-Step.                                              *> New -JOBSTREAM
           or JS-Cmd = "EXIT" or = "SLEEP" or = "RM" or = "CP"
           or JS-Cmd = "MV" or = "TEST" or = "["
              go to zz245-Exit.
     if       JS-Cmd = "CASE" or = "ESAC" or = ";;"             *> New -RCMAP
              go to zz245-Exit.
     move     zero to JS-K.                 *> RC=$? or A case branch 8)
     inspect  JS-Word tallying JS-K for all "=" all ")".
     if       JS-K > zero
              go to zz245-Exit.
     if       JS-Step-Count not < 100
              go to zz245-Exit.
*>
              move JS-Step-Count to JS-D-Step (JS-DS-Count)
              move FUNCTION UPPER-CASE (JS-Word (1:44))
                   to JS-D-Name (JS-DS-Count)
              move "A" to JS-D-Dir (JS-DS-Count)
              move spaces to JS-D-Mode (JS-DS-Count).             *> New -CONTENTION
 zz245-Check-More.
     if       JS-P > 256
              go to zz245-From-Catalog.
                                move FC-IO (JS-K)
                                     to JS-D-Dir (JS-J)
                            end-if
                            move FC-Modes (JS-K)                 *> New -CONTENTION
                                 to JS-D-Mode (JS-J)
                            exit perform
                       end-if
                   end-perform
                        move JS-Step-Count to JS-D-Step (JS-DS-Count)
                        move FC-Phys (JS-K)
                             to JS-D-Name (JS-DS-Count)
                        move FC-Modes (JS-K)                      *> New -CONTENTION
                             to JS-D-Mode (JS-DS-Count)
                        if   FC-IO (JS-K) = space
                             move "A" to JS-D-Dir (JS-DS-Count)
                        else
                   end-if
              end-if
     end-perform.
     if       FUNCTION UPPER-CASE (JS-Prog (JS-Step-Count)) = "SORT"   *> New -SORTCARDS
           or FUNCTION UPPER-CASE (JS-Prog (JS-Step-Count)) = "GCSORT"
           or FUNCTION UPPER-CASE (JS-Prog (JS-Step-Count)) = "OCSORT"
           or FUNCTION UPPER-CASE (JS-Prog (JS-Step-Count)) = "DFSORT"
           or FUNCTION UPPER-CASE (JS-Prog (JS-Step-Count)) = "SYNCSORT"
           or FUNCTION UPPER-CASE (JS-Prog (JS-Step-Count)) = "ICEMAN"
              perform bd493-So-Line thru bd493-Exit.
 zz245-Exit.
     exit.
*>
                           if   JS-D-Step (JS-K) < JS-Idx
                            and JS-D-Name (JS-K) = JS-D-Name (JS-J)
                            and (JS-D-Dir (JS-K) = "W" or = "B")
                            and not (JS-D-Mode (JS-K) = "  U "  *>  & -CONTENTION
                                 and JS-D-Mode (JS-J) = "  U ")
                            and JS-EF (JS-D-Step (JS-K)) > JS-W
                                move JS-EF (JS-D-Step (JS-K)) to JS-W
                                move JS-D-Step (JS-K)
     goback.
 zz248-Exit.
     exit.
*>
 zz358-Process-Spool.                                           *> New -SPOOL
*>***********************
*> Analysis request dispatcher - see the -SPOOL note in working
*>   storage.  Every RQ-Poll seconds: pick up new requests, reap the
*>   runs that have finished, start the best queued ones the limit
*>   and the blackout windows allow, and rewrite spool.status when
*>   anything moved.  Each run is A fresh cobxref in the background,
*>   the way zz202 re-runs itself, leaving its return code in
*>   name.out/rc when it ends.
*>***********************
     perform  zz182-Get-Env-Set-TempFiles.
     unstring WS-Spool-Arg delimited by ","
              into WS-Spool-Dir WS-Spool-Mode.
     move     FUNCTION UPPER-CASE (FUNCTION TRIM (WS-Spool-Mode))
                to WS-Spool-Mode.
     accept   RQ-Pwd from Environment "PWD".
     if       WS-Spool-Dir (1:1) not = OS-Delimiter
          and RQ-Pwd not = spaces
              move spaces to RQ-Name
              string RQ-Pwd          delimited by space
                     OS-Delimiter    delimited by size
                     WS-Spool-Dir    delimited by space
                     into RQ-Name
              move RQ-Name to WS-Spool-Dir.
     accept   WS-Config-Home from Environment "HOME".
     move     "spool.limit" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     move     FUNCTION TRIM (CF-Rest, LEADING) to CF-Rest.
     if       CF-Found = "Y"
          and CF-Rest (1:1) numeric
          and CF-Rest (1:1) not = "0"
              move FUNCTION NUMVAL (CF-Rest (1:1)) to RQ-Limit.
     move     "spool.poll" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     move     FUNCTION TRIM (CF-Rest, LEADING) to CF-Rest.
     if       CF-Found = "Y"
          and CF-Rest (1:1) numeric
              move spaces to RQ-Digits
              unstring CF-Rest delimited by space into RQ-Digits
              move FUNCTION NUMVAL (RQ-Digits) to RQ-Poll
              if   RQ-Poll = zero
                   move 1 to RQ-Poll
              end-if
     end-if.
     move     "spool.blackout" to CF-Want.
     perform  zz265-Find-Profile thru zz265-Exit.
     if       CF-Found = "Y"
              move FUNCTION TRIM (CF-Rest, LEADING) to RQ-Blackout.
     move     zero to RQ-Req-Cnt.
     move     "N" to RQ-Stopping.
     call     "CBL_CHECK_FILE_EXIST" using WS-Spool-Dir
                                            WS-Watch-Details
     end-call.
     if       Return-Code not = zero
              display "Error: -SPOOL request directory "
                       FUNCTION TRIM (WS-Spool-Dir) " not found"
              move 16 to return-code
              goback.
     perform  zz358-Clock thru zz358-Clock-Exit.
     perform  zz358-Status thru zz358-Status-Exit.
     move     RQ-Limit to RQ-NumZ.
     display  "cobxref request spool watching "
               FUNCTION TRIM (WS-Spool-Dir) " - "
               FUNCTION TRIM (RQ-NumZ) " run(s) at A time; "
               FUNCTION TRIM (WS-Spool-Dir) OS-Delimiter
              "spool.stop to stop".
 zz358-Cycle.
     move     "N" to RQ-Changed.
     move     RQ-In-Blackout to RQ-Seen.
     perform  zz358-Clock thru zz358-Clock-Exit.
     if       RQ-In-Blackout not = RQ-Seen
              move "Y" to RQ-Changed.
     if       RQ-Stopping = "N"
              move spaces to WS-Diff-Old-FileName
              string WS-Spool-Dir    delimited by space
                     OS-Delimiter    delimited by size
                     "spool.stop"    delimited by size
                     into WS-Diff-Old-FileName
              open input Diff-Old-Listing
              if   FS-Reply = zero
                   close Diff-Old-Listing
                   move "Y" to RQ-Stopping RQ-Changed
                   display "cobxref request spool stopping - "
                           "waiting for the runs under way"
              end-if
              move zero to FS-Reply
     end-if.
     if       RQ-Stopping = "N"
              perform zz358-Scan thru zz358-Scan-Exit.
     move     zero to RQ-Running RQ-Queued.
     perform  varying RQ-I from 1 by 1 until RQ-I > RQ-Req-Cnt
              if   RQ-R-State (RQ-I) = "R"
                   perform zz358-Reap thru zz358-Reap-Exit
              end-if
              if   RQ-R-State (RQ-I) = "R"
                   add 1 to RQ-Running
              end-if
     end-perform.
     perform  until RQ-Stopping = "Y"
                 or RQ-In-Blackout = "Y"
                 or RQ-Running not < RQ-Limit
              perform zz358-Pick thru zz358-Pick-Exit
              if   RQ-Best = zero
                   exit perform
              end-if
              perform zz358-Start thru zz358-Start-Exit
     end-perform.
     perform  varying RQ-I from 1 by 1 until RQ-I > RQ-Req-Cnt
              if   RQ-R-State (RQ-I) = "Q"
                   add 1 to RQ-Queued
              end-if
     end-perform.
     if       RQ-Changed = "Y"
              perform zz358-Status thru zz358-Status-Exit.
     if       RQ-Running = zero
         and  (RQ-Stopping = "Y"
           or  (WS-Spool-Mode = "DRAIN" and RQ-Queued = zero))
              go to zz358-Shut-Down.
     call     "C$SLEEP" using RQ-Poll.
     go       to zz358-Cycle.
 zz358-Shut-Down.
     if       RQ-Stopping = "Y"
              move spaces to WS-Diff-Old-FileName
              string WS-Spool-Dir    delimited by space
                     OS-Delimiter    delimited by size
                     "spool.stop"    delimited by size
                     into WS-Diff-Old-FileName
              call "CBL_DELETE_FILE" using WS-Diff-Old-FileName.
     move     "Y" to RQ-Stopping.
     perform  zz358-Status thru zz358-Status-Exit.
     display  "cobxref request spool stopped".
     move     zero to return-code.
     goback.
*>
 zz358-Clock.
*> RQ-Now as yyyymmddhhmm, and whether A spool.blackout window -
*>   hhmm-hhmm, one that ends past midnight too - holds it.
     accept   RQ-Date from date YYYYMMDD.
     accept   RQ-Time from time.
     divide   RQ-Time by 10000 giving RQ-Hhmm.
     compute  RQ-Now = RQ-Date * 10000 + RQ-Hhmm.
     move     "N" to RQ-In-Blackout.
     move     1 to RQ-P.
     perform  until RQ-P > 200
              move spaces to RQ-Window
              unstring RQ-Blackout delimited by ","
                       into RQ-Window pointer RQ-P
              move FUNCTION TRIM (RQ-Window, LEADING) to RQ-Window
              if   RQ-Window = spaces
                   exit perform
              end-if
              if   RQ-Window (1:4) numeric
               and RQ-Window (5:1) = "-"
               and RQ-Window (6:4) numeric
                   move RQ-Window (1:4) to RQ-From
                   move RQ-Window (6:4) to RQ-To
                   if   (RQ-From not > RQ-To
                         and RQ-Hhmm not < RQ-From and RQ-Hhmm < RQ-To)
                     or (RQ-From > RQ-To
                         and (RQ-Hhmm not < RQ-From or RQ-Hhmm < RQ-To))
                        move "Y" to RQ-In-Blackout
                        exit perform
                   end-if
              end-if
     end-perform.
 zz358-Clock-Exit.
     exit.
*>
 zz358-Scan.
*> New name.req files join the queue, read by zz359.
     move     spaces to Copyuse-Raw-FileName Copyuse-Command.
     string   WS-Spool-Dir        delimited by space
              OS-Delimiter        delimited by size
              "cxsptmp"           delimited by size
                                  into Copyuse-Raw-FileName.
     string   "ls "               delimited by size
              WS-Spool-Dir        delimited by space
              OS-Delimiter        delimited by size
              "*.req 2>/dev/null > "
                                  delimited by size
              Copyuse-Raw-FileName delimited by space
                                  into Copyuse-Command.
     call     "SYSTEM" using Copyuse-Command.
     move     zero to SW-Copyuse-Raw-Eof.
     open     input Copyuse-Raw-In.
     perform  until Copyuse-Raw-Eof
              read Copyuse-Raw-In at end
                       move 1 to SW-Copyuse-Raw-Eof
                       exit perform
              end-read
              if   Copyuse-Raw-Rec not = spaces
                   move "N" to RQ-Seen
                   perform varying RQ-J from 1 by 1 until RQ-J > RQ-Req-Cnt
                           if   RQ-R-File (RQ-J) = Copyuse-Raw-Rec (1:64)
                                move "Y" to RQ-Seen
                                exit perform
                           end-if
                   end-perform
                   if   RQ-Seen = "N"
                    and RQ-Req-Cnt not < 500
                        perform zz358-Compact thru zz358-Compact-Exit
                   end-if
                   if   RQ-Seen = "N"
                    and RQ-Req-Cnt < 500
                        add  1 to RQ-Req-Cnt
                        move spaces to RQ-Req (RQ-Req-Cnt)
                        move Copyuse-Raw-Rec (1:64) to RQ-R-File (RQ-Req-Cnt)
                   end-if
              end-if
     end-perform.
     close    Copyuse-Raw-In.
     if       not We-Are-Testing
              call "CBL_DELETE_FILE" using Copyuse-Raw-FileName.
     perform  varying RQ-I from 1 by 1 until RQ-I > RQ-Req-Cnt
              if   RQ-R-State (RQ-I) = space
                   perform zz359-Read-Request thru zz359-Exit
              end-if
     end-perform.
 zz358-Scan-Exit.
     exit.
*>
 zz358-Compact.
*> The table is full - the finished requests give up their places;
*>   their files are renamed, so they are not seen again.
     move     zero to RQ-J.
     perform  varying RQ-I from 1 by 1 until RQ-I > RQ-Req-Cnt
              if   RQ-R-State (RQ-I) not = "D" and not = "F"
                   add  1 to RQ-J
                   if   RQ-J < RQ-I
                        move RQ-Req (RQ-I) to RQ-Req (RQ-J)
                   end-if
              end-if
     end-perform.
     move     RQ-J to RQ-Req-Cnt.
 zz358-Compact-Exit.
     exit.
*>
 zz358-Reap.
*> Running request RQ-I: finished once name.out/rc is there - A
*>   return code under 12 is done, anything else failed.
     move     spaces to WS-Diff-Old-FileName.
     string   RQ-R-Out (RQ-I)     delimited by space
              OS-Delimiter        delimited by size
              "rc"                delimited by size
                                  into WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              go to zz358-Reap-Exit.
     move     spaces to Diff-Old-Record.
     read     Diff-Old-Listing at end
              continue
     end-read.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
     move     FUNCTION TRIM (Diff-Old-Record, LEADING) to Diff-Old-Record.
     move     999 to RQ-R-RC (RQ-I).
     if       Diff-Old-Record (1:1) numeric
              move spaces to RQ-Digits
              unstring Diff-Old-Record delimited by space into RQ-Digits
              move FUNCTION NUMVAL (RQ-Digits) to RQ-R-RC (RQ-I).
     if       RQ-R-RC (RQ-I) < 12
              move "D" to RQ-R-State (RQ-I)
     else
              move "F" to RQ-R-State (RQ-I)
              move "run ended badly - see cobxref.log"
                to RQ-R-Note (RQ-I).
     perform  zz359-Finish thru zz359-Finish-Exit.
 zz358-Reap-Exit.
     exit.
*>
 zz358-Pick.
*> The queued request to run next: due, lowest priority number,
*>   earliest not-before, then first come.
     move     zero to RQ-Best.
     perform  varying RQ-I from 1 by 1 until RQ-I > RQ-Req-Cnt
              if   RQ-R-State (RQ-I) = "Q"
               and RQ-R-After (RQ-I) not > RQ-Now
                   if   RQ-Best = zero
                     or RQ-R-Pri (RQ-I) < RQ-R-Pri (RQ-Best)
                     or (RQ-R-Pri (RQ-I) = RQ-R-Pri (RQ-Best)
                         and RQ-R-After (RQ-I) < RQ-R-After (RQ-Best))
                        move RQ-I to RQ-Best
                   end-if
              end-if
     end-perform.
 zz358-Pick-Exit.
     exit.
*>
 zz358-Start.
*> Request RQ-Best starts in the background under its analyst's
*>   name - cd to its directory, its reports to name.out (an -OUTDIR
*>   after its args, unless they name one of their own), the console to
*>   name.out/cobxref.log, the return code to name.out/rc (by A
*>   rename, so it is whole when zz358-Reap sees it).
     move     RQ-Best to RQ-I.
     move     zero to RQ-N.
     inspect  FUNCTION UPPER-CASE (RQ-R-Args (RQ-I)) tallying RQ-N
              for all "-OUTDIR=".
     move     spaces to RQ-Outdir.
     if       RQ-N = zero
              string " -OUTDIR="              delimited by size
                     RQ-R-Out (RQ-I)          delimited by space
                     into RQ-Outdir.
     move     spaces to RQ-Command.
     string   "mkdir -p "                     delimited by size
              RQ-R-Out (RQ-I)                 delimited by space
              "; rm -f "                      delimited by size
              RQ-R-Out (RQ-I)                 delimited by space
              OS-Delimiter                    delimited by size
              "rc; ( cd "                     delimited by size
              RQ-R-Dir (RQ-I)                 delimited by space
              " && USER='"                    delimited by size
              RQ-R-Analyst (RQ-I)             delimited by space
              "' cobxref "                    delimited by size
              FUNCTION TRIM (RQ-R-Args (RQ-I)) delimited by size
              RQ-Outdir                       delimited by "  "
              " < /dev/null > "               delimited by size
              RQ-R-Out (RQ-I)                 delimited by space
              OS-Delimiter                    delimited by size
              "cobxref.log 2>&1; echo $? > "  delimited by size
              RQ-R-Out (RQ-I)                 delimited by space
              OS-Delimiter                    delimited by size
              "rc.tmp; mv "                   delimited by size
              RQ-R-Out (RQ-I)                 delimited by space
              OS-Delimiter                    delimited by size
              "rc.tmp "                       delimited by size
              RQ-R-Out (RQ-I)                 delimited by space
              OS-Delimiter                    delimited by size
              "rc ) &"                        delimited by size
              into RQ-Command.
     call     "SYSTEM" using RQ-Command.
     move     "R" to RQ-R-State (RQ-I).
     move     "Y" to RQ-Changed.
     add      1 to RQ-Running.
     display  "Started "  FUNCTION TRIM (RQ-R-Name (RQ-I))
              " for "     FUNCTION TRIM (RQ-R-Analyst (RQ-I)).
 zz358-Start-Exit.
     exit.
*>
 zz358-Status.
*> dir/spool.status - every request this dispatcher knows of.
     move     spaces to Copyuse-Report-FileName.
     string   WS-Spool-Dir        delimited by space
              OS-Delimiter        delimited by size
              "spool.status"      delimited by size
                                  into Copyuse-Report-FileName.
     open     output Copyuse-Report-Out.
     move     spaces to Copyuse-Report-Rec.
     string   "cobxref request spool "        delimited by size
              FUNCTION TRIM (WS-Spool-Dir)    delimited by size
              " at "                          delimited by size
              RQ-Now                          delimited by size
              into Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     RQ-Running to RQ-NumZ.
     move     RQ-Limit to RQ-NumZ2.
     move     spaces to Copyuse-Report-Rec.
     move     1 to RQ-P.
     string   "running "                      delimited by size
              FUNCTION TRIM (RQ-NumZ)         delimited by size
              " of "                          delimited by size
              FUNCTION TRIM (RQ-NumZ2)        delimited by size
              into Copyuse-Report-Rec pointer RQ-P.
     move     RQ-Queued to RQ-NumZ.
     string   ", queued "                     delimited by size
              FUNCTION TRIM (RQ-NumZ)         delimited by size
              into Copyuse-Report-Rec pointer RQ-P.
     if       RQ-In-Blackout = "Y"
              string ", blackout - nothing new starts" delimited by size
                     into Copyuse-Report-Rec pointer RQ-P.
     if       RQ-Stopping = "Y"
              string ", stopped to new work"  delimited by size
                     into Copyuse-Report-Rec pointer RQ-P.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     write    Copyuse-Report-Rec.
     move     spaces to Copyuse-Report-Rec.
     move     "REQUEST"    to Copyuse-Report-Rec (1:7).
     move     "ANALYST"    to Copyuse-Report-Rec (26:7).
     move     "PRI"        to Copyuse-Report-Rec (43:3).
     move     "NOT-BEFORE" to Copyuse-Report-Rec (47:10).
     move     "STATE"      to Copyuse-Report-Rec (61:5).
     move     "RC"         to Copyuse-Report-Rec (71:2).
     move     "OUTPUT"     to Copyuse-Report-Rec (75:6).
     write    Copyuse-Report-Rec.
     perform  varying RQ-I from 1 by 1 until RQ-I > RQ-Req-Cnt
              move spaces to Copyuse-Report-Rec
              move RQ-R-Name (RQ-I) (1:24) to Copyuse-Report-Rec (1:24)
              move RQ-R-Analyst (RQ-I) (1:16) to Copyuse-Report-Rec (26:16)
              move RQ-R-Pri (RQ-I) to Copyuse-Report-Rec (44:1)
              if   RQ-R-After (RQ-I) > zero
                   move RQ-R-After (RQ-I) to Copyuse-Report-Rec (47:12)
              end-if
              evaluate RQ-R-State (RQ-I)
                  when "Q"  move "queued"  to Copyuse-Report-Rec (61:7)
                  when "R"  move "running" to Copyuse-Report-Rec (61:7)
                  when "D"  move "done"    to Copyuse-Report-Rec (61:7)
                  when other
                            move "failed"  to Copyuse-Report-Rec (61:7)
              end-evaluate
              if   RQ-R-State (RQ-I) = "D" or = "F"
                   move RQ-R-RC (RQ-I) to RQ-RcZ
                   move RQ-RcZ to Copyuse-Report-Rec (70:3)
              end-if
              if   RQ-R-Note (RQ-I) not = spaces
                   move RQ-R-Note (RQ-I) to Copyuse-Report-Rec (75:40)
              else
                   move RQ-R-Out (RQ-I) to Copyuse-Report-Rec (75:80)
              end-if
              write Copyuse-Report-Rec
     end-perform.
     close    Copyuse-Report-Out.
 zz358-Status-Exit.
     exit.
 zz358-Exit.
     exit.
*>
 zz359-Read-Request.                                            *> New -SPOOL
*> Request RQ-I: its "key: value" lines (# starts A comment).  One
*>   with no analyst or no arguments fails at once.
     move     5 to RQ-R-Pri (RQ-I).
     move     zero to RQ-R-After (RQ-I) RQ-R-RC (RQ-I).
     move     WS-Spool-Dir to RQ-R-Dir (RQ-I).
     perform  varying RQ-P from 64 by -1
                      until RQ-P < 1
                         or RQ-R-File (RQ-I) (RQ-P:1) = OS-Delimiter
              continue
     end-perform.
     move     spaces to RQ-Name.
     unstring RQ-R-File (RQ-I) (RQ-P + 1:) delimited by ".req"
              into RQ-Name.
     move     RQ-Name to RQ-R-Name (RQ-I).
     string   WS-Spool-Dir        delimited by space
              OS-Delimiter        delimited by size
              RQ-R-Name (RQ-I)    delimited by space
              ".out"              delimited by size
                                  into RQ-R-Out (RQ-I).
     move     "Q" to RQ-R-State (RQ-I).
     move     "Y" to RQ-Changed.
     move     RQ-R-File (RQ-I) to WS-Diff-Old-FileName.
     open     input Diff-Old-Listing.
     if       FS-Reply not = zero
              move zero to FS-Reply
              move "F" to RQ-R-State (RQ-I)
              move "request file cannot be read" to RQ-R-Note (RQ-I)
              go to zz359-Refuse.
     perform  until FS-Reply not = zero
              read Diff-Old-Listing at end
                   move 1 to FS-Reply
                   exit perform
              end-read
              move FUNCTION TRIM (Diff-Old-Record, LEADING)
                     to Diff-Old-Record
              move zero to RQ-N
              inspect Diff-Old-Record tallying RQ-N
                      for characters before initial ":"
              if   Diff-Old-Record (1:1) = "#"
                or RQ-N = zero
                or RQ-N > 16
                   exit perform cycle
              end-if
              move FUNCTION UPPER-CASE (Diff-Old-Record (1:RQ-N)) to RQ-Key
              move FUNCTION TRIM (Diff-Old-Record (RQ-N + 2:), LEADING)
                     to RQ-Value
              evaluate RQ-Key
                  when "ANALYST"
                       move RQ-Value to RQ-R-Analyst (RQ-I)
                  when "ARGS"
                       move RQ-Value to RQ-R-Args (RQ-I)
                  when "PRIORITY"
                       if   RQ-Value (1:1) numeric
                        and RQ-Value (1:1) not = "0"
                            move RQ-Value (1:1) to RQ-R-Pri (RQ-I)
                       end-if
                  when "AFTER"
                       perform zz359-After thru zz359-After-Exit
                  when "DIR"
                       move RQ-Value to RQ-R-Dir (RQ-I)
              end-evaluate
     end-perform.
     close    Diff-Old-Listing.
     move     zero to FS-Reply.
*> analyst, args and dir go into A shell line - nothing the shell
*>   would act on is let through.
     move     zero to RQ-N.
     inspect  RQ-R-Analyst (RQ-I) tallying RQ-N
              for all ";" all "&" all "|" all "`" all "$" all "<"
                  all ">" all "(" all ")" all "\" all quote all "'".
     inspect  RQ-R-Args (RQ-I) tallying RQ-N
              for all ";" all "&" all "|" all "`" all "$" all "<"
                  all ">" all "(" all ")" all "\" all quote all "'".
     inspect  RQ-R-Dir (RQ-I) tallying RQ-N
              for all ";" all "&" all "|" all "`" all "$" all "<"
                  all ">" all "(" all ")" all "\" all quote all "'".
     evaluate true
         when RQ-R-Analyst (RQ-I) = spaces
              move "F" to RQ-R-State (RQ-I)
              move "no analyst: line" to RQ-R-Note (RQ-I)
         when RQ-R-Args (RQ-I) = spaces
              move "F" to RQ-R-State (RQ-I)
              move "no args: line" to RQ-R-Note (RQ-I)
         when RQ-N > zero
              move "F" to RQ-R-State (RQ-I)
              move "shell characters in analyst/args/dir"
                   to RQ-R-Note (RQ-I)
         when RQ-R-Note (RQ-I) not = spaces
              move "F" to RQ-R-State (RQ-I)
     end-evaluate.
     if       RQ-R-State (RQ-I) = "Q"
              display "Queued " FUNCTION TRIM (RQ-R-Name (RQ-I))
                      " for "   FUNCTION TRIM (RQ-R-Analyst (RQ-I))
              go to zz359-Exit.
 zz359-Refuse.
     move     16 to RQ-R-RC (RQ-I).
     perform  zz359-Finish thru zz359-Finish-Exit.
     go       to zz359-Exit.
*>
 zz359-After.
*> The not-before time: its digits as yyyymmddhhmm, yyyymmdd
*>   (midnight) or hhmm (today).
     move     spaces to RQ-Digits.
     move     zero to RQ-J.
     perform  varying RQ-P from 1 by 1 until RQ-P > 40 or RQ-J = 12
              if   RQ-Value (RQ-P:1) numeric
                   add  1 to RQ-J
                   move RQ-Value (RQ-P:1) to RQ-Digits (RQ-J:1)
              end-if
     end-perform.
     evaluate RQ-J
         when 12
              move RQ-Digits to RQ-R-After (RQ-I)
         when 8
              compute RQ-R-After (RQ-I) =
                      FUNCTION NUMVAL (RQ-Digits (1:8)) * 10000
         when 4
              compute RQ-R-After (RQ-I) =
                      RQ-Date * 10000 + FUNCTION NUMVAL (RQ-Digits (1:4))
         when other
              move "after: time not understood" to RQ-R-Note (RQ-I)
     end-evaluate.
 zz359-After-Exit.
     exit.
*>
 zz359-Finish.
*> Request RQ-I is over: its file renamed name.req.done or .failed,
*>   and A line for it in the Audit-Log under its analyst's name -
*>   the zz197 layout, the source being the request file.
     move     spaces to Copyuse-Command.
     move     1 to RQ-P.
     string   "mv "               delimited by size
              RQ-R-File (RQ-I)    delimited by space
              " "                 delimited by size
              RQ-R-File (RQ-I)    delimited by space
              into Copyuse-Command pointer RQ-P.
     if       RQ-R-State (RQ-I) = "D"
              string ".done"   delimited by size
                     into Copyuse-Command pointer RQ-P
     else
              string ".failed" delimited by size
                     into Copyuse-Command pointer RQ-P.
     call     "SYSTEM" using Copyuse-Command.
     open     extend Audit-Log.
     if       FS-Reply not = zero
              open output Audit-Log.
     move     spaces to Audit-Record.
     accept   Aud-Date from date YYYYMMDD.
     accept   Aud-Time from time.
     if       RQ-R-Analyst (RQ-I) = spaces
              move WS-Audit-User to Aud-User
     else
              move RQ-R-Analyst (RQ-I) to Aud-User.
     move     RQ-R-File (RQ-I) to Aud-Source.
     move     RQ-R-RC (RQ-I) to Aud-Return-Code.
     move     spaces to Aud-Switches.
     if       RQ-R-State (RQ-I) = "D"
              string "-SPOOL done "    delimited by size
                     FUNCTION TRIM (RQ-R-Args (RQ-I)) delimited by size
                     into Aud-Switches
     else
              string "-SPOOL failed "  delimited by size
                     FUNCTION TRIM (RQ-R-Args (RQ-I)) delimited by size
                     into Aud-Switches.
     write    Audit-Record.
     close    Audit-Log.
     move     zero to FS-Reply.
     move     "Y" to RQ-Changed.
     move     RQ-R-RC (RQ-I) to RQ-RcZ.
     if       RQ-R-State (RQ-I) = "D"
              display "Done "   FUNCTION TRIM (RQ-R-Name (RQ-I))
                      " - return code " FUNCTION TRIM (RQ-RcZ)
     else
              display "Failed " FUNCTION TRIM (RQ-R-Name (RQ-I))
                      " - return code " FUNCTION TRIM (RQ-RcZ).
 zz359-Finish-Exit.
     exit.
 zz359-Exit.
     exit.
*>
 zz249-Process-Query.                                           *> New -QUERY
*>***********************
              if   Copyuse-Raw-Rec = spaces
                   exit perform cycle
              end-if
              if   GL-Count > zero                                 *> New -GLOSSARY
                   perform bd670-Gl-Dict-Row thru bd670-Exit
              end-if
              move Copyuse-Raw-Rec to Copyuse-Report-Rec
              write Copyuse-Report-Rec
              move spaces to DI-Cur-Name DI-Cur-Pic DI-Cur-Prog
