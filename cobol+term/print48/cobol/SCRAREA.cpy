           05  SCR-AUTHFLAG            PIC X(1).
           05  SCR-AUTHSCOPE           PIC X(4).
           05  SCR-AUTHLIST            PIC X(100).
           05  SCR-AUTHSODOVR          PIC X(60).
           05  SCR-STEPPASS            PIC X(20).
           05  SCR-CALLOC              PIC X(20).
           05  COPIES                  PIC 9(3).
           05  DUPLEX                  PIC X(1).
           05  PAPERSIZE               PIC X(8).
           05  SCR-RPTPROG             PIC X(12).
           05  SCR-RPTFROM             PIC X(8).
           05  SCR-RPTTO               PIC X(8).
           05  SCR-RPTFILE             PIC X(80).
           05  RPTTEXT.
               10  RPTLINECNT          PIC 9(4).
               10  RPTTEXTLINE OCCURS 300 TIMES.
                   15  RPTLINE         PIC X(132).
           05  SCR-ADHOCPROG           PIC X(20).
           05  SCR-ADHOCREASON         PIC X(60).
           05  SCR-SUPQTY              PIC 9(5).
           05  SCR-SUPSIZE             PIC 9(6).
           05  SCR-SUPRP               PIC 9(4).
           05  SCR-SUPPAPER            PIC X(8).
           05  CONFIDENTIAL            PIC X(1).
           05  SCR-STOPRINTER          PIC X(8).
           05  SCR-STOFREQ             PIC X(1).
           05  SCR-STODAY              PIC 9(2).
           05  SCR-STOSTART            PIC X(8).
           05  SCR-STOEND              PIC X(8).
           05  SCR-OUTREASON           PIC X(40).
           05  SCR-DSPMONTH            PIC X(6).
           05  SCR-DSPREASON           PIC X(40).
           05  SCR-DSPCREDIT           PIC 9(7)V99.
           05  SCR-DSPNOTE             PIC X(40).
           05  SCR-INCSTATUS           PIC X(13).
           05  SCR-INCOWNER            PIC X(20).
           05  SCR-INCCAT              PIC X(12).
           05  SCR-INCNOTE             PIC X(60).
           05  SCR-PMFROM              PIC X(14).
           05  SCR-PMTO                PIC X(14).
           05  SCR-PMPROG              PIC X(12).
           05  SCR-PMUSER              PIC X(20).
           05  SCR-APICLIENT           PIC X(20).
           05  SCR-APICONTACT          PIC X(40).
           05  SCR-APIENDPTS           PIC X(40).
