      ******************************************************************
      * ABOINQM - SYMBOLIC MAP FOR BMS MAPSET ABOINQM (ABOI ORDER
      * INQUIRY, PROGRAM ABORDINQ).  KEEP IN STEP WITH ABOINQM.BMS.
      *
      * ABOILSTV AND ABOIDTLV ARE TABLE VIEWS OF THE TWELVE LIST
      * ROWS AND TWELVE DETAIL ROWS SO THE PROGRAM CAN FILL AND
      * READ THEM BY SUBSCRIPT.
      ******************************************************************
       01  ABOISELI.
           02  FILLER                       PIC X(12).
           02  SCOMPL            COMP  PIC S9(4).
           02  SCOMPF                  PIC X.
           02  FILLER REDEFINES SCOMPF.
               03  SCOMPA              PIC X.
           02  SCOMPI                  PIC X(04).
           02  SCUSTL            COMP  PIC S9(4).
           02  SCUSTF                  PIC X.
           02  FILLER REDEFINES SCUSTF.
               03  SCUSTA              PIC X.
           02  SCUSTI                  PIC X(09).
           02  SFRDTL            COMP  PIC S9(4).
           02  SFRDTF                  PIC X.
           02  FILLER REDEFINES SFRDTF.
               03  SFRDTA              PIC X.
           02  SFRDTI                  PIC X(08).
           02  STODTL            COMP  PIC S9(4).
           02  STODTF                  PIC X.
           02  FILLER REDEFINES STODTF.
               03  STODTA              PIC X.
           02  STODTI                  PIC X(08).
           02  SSHPML            COMP  PIC S9(4).
           02  SSHPMF                  PIC X.
           02  FILLER REDEFINES SSHPMF.
               03  SSHPMA              PIC X.
           02  SSHPMI                  PIC X(03).
           02  SCITYL            COMP  PIC S9(4).
           02  SCITYF                  PIC X.
           02  FILLER REDEFINES SCITYF.
               03  SCITYA              PIC X.
           02  SCITYI                  PIC X(18).
           02  SSTATL            COMP  PIC S9(4).
           02  SSTATF                  PIC X.
           02  FILLER REDEFINES SSTATF.
               03  SSTATA              PIC X.
           02  SSTATI                  PIC X(02).
           02  SMSGL             COMP  PIC S9(4).
           02  SMSGF                   PIC X.
           02  FILLER REDEFINES SMSGF.
               03  SMSGA               PIC X.
           02  SMSGI                   PIC X(78).

       01  ABOISELO REDEFINES ABOISELI.
           02  FILLER                       PIC X(12).
           02  FILLER                       PIC X(03).
           02  SCOMPO                  PIC X(04).
           02  FILLER                       PIC X(03).
           02  SCUSTO                  PIC X(09).
           02  FILLER                       PIC X(03).
           02  SFRDTO                  PIC X(08).
           02  FILLER                       PIC X(03).
           02  STODTO                  PIC X(08).
           02  FILLER                       PIC X(03).
           02  SSHPMO                  PIC X(03).
           02  FILLER                       PIC X(03).
           02  SCITYO                  PIC X(18).
           02  FILLER                       PIC X(03).
           02  SSTATO                  PIC X(02).
           02  FILLER                       PIC X(03).
           02  SMSGO                   PIC X(78).

       01  ABOILSTI.
           02  FILLER                       PIC X(12).
           02  LPAGEL            COMP  PIC S9(4).
           02  LPAGEF                  PIC X.
           02  FILLER REDEFINES LPAGEF.
               03  LPAGEA              PIC X.
           02  LPAGEI                  PIC X(04).
           02  LCOMPL            COMP  PIC S9(4).
           02  LCOMPF                  PIC X.
           02  FILLER REDEFINES LCOMPF.
               03  LCOMPA              PIC X.
           02  LCOMPI                  PIC X(04).
           02  LSEL01L           COMP  PIC S9(4).
           02  LSEL01F                 PIC X.
           02  FILLER REDEFINES LSEL01F.
               03  LSEL01A             PIC X.
           02  LSEL01I                 PIC X(01).
           02  LROW01L           COMP  PIC S9(4).
           02  LROW01F                 PIC X.
           02  FILLER REDEFINES LROW01F.
               03  LROW01A             PIC X.
           02  LROW01I                 PIC X(76).
           02  LSEL02L           COMP  PIC S9(4).
           02  LSEL02F                 PIC X.
           02  FILLER REDEFINES LSEL02F.
               03  LSEL02A             PIC X.
           02  LSEL02I                 PIC X(01).
           02  LROW02L           COMP  PIC S9(4).
           02  LROW02F                 PIC X.
           02  FILLER REDEFINES LROW02F.
               03  LROW02A             PIC X.
           02  LROW02I                 PIC X(76).
           02  LSEL03L           COMP  PIC S9(4).
           02  LSEL03F                 PIC X.
           02  FILLER REDEFINES LSEL03F.
               03  LSEL03A             PIC X.
           02  LSEL03I                 PIC X(01).
           02  LROW03L           COMP  PIC S9(4).
           02  LROW03F                 PIC X.
           02  FILLER REDEFINES LROW03F.
               03  LROW03A             PIC X.
           02  LROW03I                 PIC X(76).
           02  LSEL04L           COMP  PIC S9(4).
           02  LSEL04F                 PIC X.
           02  FILLER REDEFINES LSEL04F.
               03  LSEL04A             PIC X.
           02  LSEL04I                 PIC X(01).
           02  LROW04L           COMP  PIC S9(4).
           02  LROW04F                 PIC X.
           02  FILLER REDEFINES LROW04F.
               03  LROW04A             PIC X.
           02  LROW04I                 PIC X(76).
           02  LSEL05L           COMP  PIC S9(4).
           02  LSEL05F                 PIC X.
           02  FILLER REDEFINES LSEL05F.
               03  LSEL05A             PIC X.
           02  LSEL05I                 PIC X(01).
           02  LROW05L           COMP  PIC S9(4).
           02  LROW05F                 PIC X.
           02  FILLER REDEFINES LROW05F.
               03  LROW05A             PIC X.
           02  LROW05I                 PIC X(76).
           02  LSEL06L           COMP  PIC S9(4).
           02  LSEL06F                 PIC X.
           02  FILLER REDEFINES LSEL06F.
               03  LSEL06A             PIC X.
           02  LSEL06I                 PIC X(01).
           02  LROW06L           COMP  PIC S9(4).
           02  LROW06F                 PIC X.
           02  FILLER REDEFINES LROW06F.
               03  LROW06A             PIC X.
           02  LROW06I                 PIC X(76).
           02  LSEL07L           COMP  PIC S9(4).
           02  LSEL07F                 PIC X.
           02  FILLER REDEFINES LSEL07F.
               03  LSEL07A             PIC X.
           02  LSEL07I                 PIC X(01).
           02  LROW07L           COMP  PIC S9(4).
           02  LROW07F                 PIC X.
           02  FILLER REDEFINES LROW07F.
               03  LROW07A             PIC X.
           02  LROW07I                 PIC X(76).
           02  LSEL08L           COMP  PIC S9(4).
           02  LSEL08F                 PIC X.
           02  FILLER REDEFINES LSEL08F.
               03  LSEL08A             PIC X.
           02  LSEL08I                 PIC X(01).
           02  LROW08L           COMP  PIC S9(4).
           02  LROW08F                 PIC X.
           02  FILLER REDEFINES LROW08F.
               03  LROW08A             PIC X.
           02  LROW08I                 PIC X(76).
           02  LSEL09L           COMP  PIC S9(4).
           02  LSEL09F                 PIC X.
           02  FILLER REDEFINES LSEL09F.
               03  LSEL09A             PIC X.
           02  LSEL09I                 PIC X(01).
           02  LROW09L           COMP  PIC S9(4).
           02  LROW09F                 PIC X.
           02  FILLER REDEFINES LROW09F.
               03  LROW09A             PIC X.
           02  LROW09I                 PIC X(76).
           02  LSEL10L           COMP  PIC S9(4).
           02  LSEL10F                 PIC X.
           02  FILLER REDEFINES LSEL10F.
               03  LSEL10A             PIC X.
           02  LSEL10I                 PIC X(01).
           02  LROW10L           COMP  PIC S9(4).
           02  LROW10F                 PIC X.
           02  FILLER REDEFINES LROW10F.
               03  LROW10A             PIC X.
           02  LROW10I                 PIC X(76).
           02  LSEL11L           COMP  PIC S9(4).
           02  LSEL11F                 PIC X.
           02  FILLER REDEFINES LSEL11F.
               03  LSEL11A             PIC X.
           02  LSEL11I                 PIC X(01).
           02  LROW11L           COMP  PIC S9(4).
           02  LROW11F                 PIC X.
           02  FILLER REDEFINES LROW11F.
               03  LROW11A             PIC X.
           02  LROW11I                 PIC X(76).
           02  LSEL12L           COMP  PIC S9(4).
           02  LSEL12F                 PIC X.
           02  FILLER REDEFINES LSEL12F.
               03  LSEL12A             PIC X.
           02  LSEL12I                 PIC X(01).
           02  LROW12L           COMP  PIC S9(4).
           02  LROW12F                 PIC X.
           02  FILLER REDEFINES LROW12F.
               03  LROW12A             PIC X.
           02  LROW12I                 PIC X(76).
           02  LMSGL             COMP  PIC S9(4).
           02  LMSGF                   PIC X.
           02  FILLER REDEFINES LMSGF.
               03  LMSGA               PIC X.
           02  LMSGI                   PIC X(78).

       01  ABOILSTO REDEFINES ABOILSTI.
           02  FILLER                       PIC X(12).
           02  FILLER                       PIC X(03).
           02  LPAGEO                  PIC X(04).
           02  FILLER                       PIC X(03).
           02  LCOMPO                  PIC X(04).
           02  FILLER                       PIC X(03).
           02  LSEL01O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW01O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL02O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW02O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL03O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW03O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL04O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW04O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL05O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW05O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL06O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW06O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL07O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW07O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL08O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW08O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL09O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW09O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL10O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW10O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL11O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW11O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LSEL12O                 PIC X(01).
           02  FILLER                       PIC X(03).
           02  LROW12O                 PIC X(76).
           02  FILLER                       PIC X(03).
           02  LMSGO                   PIC X(78).

       01  ABOILSTV REDEFINES ABOILSTI.
           02  FILLER                       PIC X(26).
           02  LSTV-ROW                     OCCURS 12 TIMES.
               03  LSTV-SELL          COMP  PIC S9(4).
               03  LSTV-SELA                PIC X.
               03  LSTV-SELI                PIC X(01).
               03  LSTV-ROWL          COMP  PIC S9(4).
               03  LSTV-ROWA                PIC X.
               03  LSTV-ROWO                PIC X(76).
           02  FILLER                       PIC X(81).

       01  ABOIDTLI.
           02  FILLER                       PIC X(12).
           02  DPAGEL            COMP  PIC S9(4).
           02  DPAGEF                  PIC X.
           02  FILLER REDEFINES DPAGEF.
               03  DPAGEA              PIC X.
           02  DPAGEI                  PIC X(04).
           02  DCOMPL            COMP  PIC S9(4).
           02  DCOMPF                  PIC X.
           02  FILLER REDEFINES DCOMPF.
               03  DCOMPA              PIC X.
           02  DCOMPI                  PIC X(04).
           02  DORDRL            COMP  PIC S9(4).
           02  DORDRF                  PIC X.
           02  FILLER REDEFINES DORDRF.
               03  DORDRA              PIC X.
           02  DORDRI                  PIC X(08).
           02  DFILEL            COMP  PIC S9(4).
           02  DFILEF                  PIC X.
           02  FILLER REDEFINES DFILEF.
               03  DFILEA              PIC X.
           02  DFILEI                  PIC X(07).
           02  DRQDTL            COMP  PIC S9(4).
           02  DRQDTF                  PIC X.
           02  FILLER REDEFINES DRQDTF.
               03  DRQDTA              PIC X.
           02  DRQDTI                  PIC X(10).
           02  DCUSTL            COMP  PIC S9(4).
           02  DCUSTF                  PIC X.
           02  FILLER REDEFINES DCUSTF.
               03  DCUSTA              PIC X.
           02  DCUSTI                  PIC X(09).
           02  DCTYPL            COMP  PIC S9(4).
           02  DCTYPF                  PIC X.
           02  FILLER REDEFINES DCTYPF.
               03  DCTYPA              PIC X.
           02  DCTYPI                  PIC X(02).
           02  DCORGL            COMP  PIC S9(4).
           02  DCORGF                  PIC X.
           02  FILLER REDEFINES DCORGF.
               03  DCORGA              PIC X.
           02  DCORGI                  PIC X(04).
           02  DCMCAL            COMP  PIC S9(4).
           02  DCMCAF                  PIC X.
           02  FILLER REDEFINES DCMCAF.
               03  DCMCAA              PIC X.
           02  DCMCAI                  PIC X(03).
           02  DBUDGL            COMP  PIC S9(4).
           02  DBUDGF                  PIC X.
           02  FILLER REDEFINES DBUDGF.
               03  DBUDGA              PIC X.
           02  DBUDGI                  PIC X(01).
           02  DCITYL            COMP  PIC S9(4).
           02  DCITYF                  PIC X.
           02  FILLER REDEFINES DCITYF.
               03  DCITYA              PIC X.
           02  DCITYI                  PIC X(18).
           02  DSTATL            COMP  PIC S9(4).
           02  DSTATF                  PIC X.
           02  FILLER REDEFINES DSTATF.
               03  DSTATA              PIC X.
           02  DSTATI                  PIC X(02).
           02  DSHPML            COMP  PIC S9(4).
           02  DSHPMF                  PIC X.
           02  FILLER REDEFINES DSHPMF.
               03  DSHPMA              PIC X.
           02  DSHPMI                  PIC X(03).
           02  DPAYML            COMP  PIC S9(4).
           02  DPAYMF                  PIC X.
           02  FILLER REDEFINES DPAYMF.
               03  DPAYMA              PIC X.
           02  DPAYMI                  PIC X(02).
           02  DOSRCL            COMP  PIC S9(4).
           02  DOSRCF                  PIC X.
           02  FILLER REDEFINES DOSRCF.
               03  DOSRCA              PIC X.
           02  DOSRCI                  PIC X(13).
           02  DSAPOL            COMP  PIC S9(4).
           02  DSAPOF                  PIC X.
           02  FILLER REDEFINES DSAPOF.
               03  DSAPOA              PIC X.
           02  DSAPOI                  PIC X(31).
           02  DROW01L           COMP  PIC S9(4).
           02  DROW01F                 PIC X.
           02  FILLER REDEFINES DROW01F.
               03  DROW01A             PIC X.
           02  DROW01I                 PIC X(78).
           02  DROW02L           COMP  PIC S9(4).
           02  DROW02F                 PIC X.
           02  FILLER REDEFINES DROW02F.
               03  DROW02A             PIC X.
           02  DROW02I                 PIC X(78).
           02  DROW03L           COMP  PIC S9(4).
           02  DROW03F                 PIC X.
           02  FILLER REDEFINES DROW03F.
               03  DROW03A             PIC X.
           02  DROW03I                 PIC X(78).
           02  DROW04L           COMP  PIC S9(4).
           02  DROW04F                 PIC X.
           02  FILLER REDEFINES DROW04F.
               03  DROW04A             PIC X.
           02  DROW04I                 PIC X(78).
           02  DROW05L           COMP  PIC S9(4).
           02  DROW05F                 PIC X.
           02  FILLER REDEFINES DROW05F.
               03  DROW05A             PIC X.
           02  DROW05I                 PIC X(78).
           02  DROW06L           COMP  PIC S9(4).
           02  DROW06F                 PIC X.
           02  FILLER REDEFINES DROW06F.
               03  DROW06A             PIC X.
           02  DROW06I                 PIC X(78).
           02  DROW07L           COMP  PIC S9(4).
           02  DROW07F                 PIC X.
           02  FILLER REDEFINES DROW07F.
               03  DROW07A             PIC X.
           02  DROW07I                 PIC X(78).
           02  DROW08L           COMP  PIC S9(4).
           02  DROW08F                 PIC X.
           02  FILLER REDEFINES DROW08F.
               03  DROW08A             PIC X.
           02  DROW08I                 PIC X(78).
           02  DROW09L           COMP  PIC S9(4).
           02  DROW09F                 PIC X.
           02  FILLER REDEFINES DROW09F.
               03  DROW09A             PIC X.
           02  DROW09I                 PIC X(78).
           02  DROW10L           COMP  PIC S9(4).
           02  DROW10F                 PIC X.
           02  FILLER REDEFINES DROW10F.
               03  DROW10A             PIC X.
           02  DROW10I                 PIC X(78).
           02  DROW11L           COMP  PIC S9(4).
           02  DROW11F                 PIC X.
           02  FILLER REDEFINES DROW11F.
               03  DROW11A             PIC X.
           02  DROW11I                 PIC X(78).
           02  DROW12L           COMP  PIC S9(4).
           02  DROW12F                 PIC X.
           02  FILLER REDEFINES DROW12F.
               03  DROW12A             PIC X.
           02  DROW12I                 PIC X(78).
           02  DMSGL             COMP  PIC S9(4).
           02  DMSGF                   PIC X.
           02  FILLER REDEFINES DMSGF.
               03  DMSGA               PIC X.
           02  DMSGI                   PIC X(78).

       01  ABOIDTLO REDEFINES ABOIDTLI.
           02  FILLER                       PIC X(12).
           02  FILLER                       PIC X(03).
           02  DPAGEO                  PIC X(04).
           02  FILLER                       PIC X(03).
           02  DCOMPO                  PIC X(04).
           02  FILLER                       PIC X(03).
           02  DORDRO                  PIC X(08).
           02  FILLER                       PIC X(03).
           02  DFILEO                  PIC X(07).
           02  FILLER                       PIC X(03).
           02  DRQDTO                  PIC X(10).
           02  FILLER                       PIC X(03).
           02  DCUSTO                  PIC X(09).
           02  FILLER                       PIC X(03).
           02  DCTYPO                  PIC X(02).
           02  FILLER                       PIC X(03).
           02  DCORGO                  PIC X(04).
           02  FILLER                       PIC X(03).
           02  DCMCAO                  PIC X(03).
           02  FILLER                       PIC X(03).
           02  DBUDGO                  PIC X(01).
           02  FILLER                       PIC X(03).
           02  DCITYO                  PIC X(18).
           02  FILLER                       PIC X(03).
           02  DSTATO                  PIC X(02).
           02  FILLER                       PIC X(03).
           02  DSHPMO                  PIC X(03).
           02  FILLER                       PIC X(03).
           02  DPAYMO                  PIC X(02).
           02  FILLER                       PIC X(03).
           02  DOSRCO                  PIC X(13).
           02  FILLER                       PIC X(03).
           02  DSAPOO                  PIC X(31).
           02  FILLER                       PIC X(03).
           02  DROW01O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW02O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW03O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW04O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW05O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW06O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW07O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW08O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW09O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW10O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW11O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DROW12O                 PIC X(78).
           02  FILLER                       PIC X(03).
           02  DMSGO                   PIC X(78).

       01  ABOIDTLV REDEFINES ABOIDTLI.
           02  FILLER                       PIC X(181).
           02  DTLV-ROW                     OCCURS 12 TIMES.
               03  FILLER                   PIC X(03).
               03  DTLV-ROWO                PIC X(78).
           02  FILLER                       PIC X(81).
