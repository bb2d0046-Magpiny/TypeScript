000100***************************************************************
000200*                                                             *
000300*  CITYMAP  -  SYMBOLIC MAPS FOR MAPSET CITYMAP, MAPS         *
000400*               CITYMP1 THRU CITYMP6. GENERATED FORM OF THE   *
000500*               BMS FIELDS IN bms/CITYMAP.bms -- COPY         *
000600*               THIS INTO ANY PROGRAM THAT SENDS OR RECEIVES  *
000650*               ANY OF THE MAPS. CITYMP2R, CITYMP3R AND       *
000660*               CITYMP4R ARE HAND-ADDED ROW-TABLE VIEWS OF    *
000670*               THE DETAIL LINES OF THEIR MAPS.               *
000700*                                                             *
000800*  MODIFICATION HISTORY                                      *
000900*  ----------------------------------------------------------*
001295*                   TO MATCH                                  *
001296*  2026-09-02 DLM   ADDED CITYMP3 RUN-STATUS MAP (CRUN) WITH  *
001297*                   THE CITYMP3R ROW-TABLE VIEW               *
001298*  2026-10-15 DLM   ADDED CITYMP4 APPROVAL-QUEUE MAP (CAPR)   *
001299*                   WITH THE CITYMP4R ROW-TABLE VIEW          *
001301*  2026-10-15 DLM   ADDED CITYMP5 CITY-ALIAS MAINTENANCE      *
001302*                   MAP (CALS)                                *
001303*  2026-10-15 DLM   ADDED CITYMP6 COUNTRY-REGION MAINTENANCE  *
001304*                   MAP (CRGN)                                *
001305*                                                             *
001400***************************************************************
001500 01  CITYMP1I.
001600     02  FILLER            PIC X(12).
009120         03  FILLER        PIC X(03).
009130         03  RROW-LINE     PIC X(78).
009140     02  FILLER            PIC X(82).
009200 01  CITYMP4I.
009210     02  FILLER            PIC X(12).
009220     02  ASEL1L            PIC S9(4) COMP.
009230     02  ASEL1F            PIC X.
009240     02  FILLER REDEFINES ASEL1F.
009250         03  ASEL1A        PIC X.
009260     02  ASEL1I            PIC X(01).
009270     02  ALINE1L           PIC S9(4) COMP.
009280     02  ALINE1F           PIC X.
009290     02  FILLER REDEFINES ALINE1F.
009300         03  ALINE1A       PIC X.
009310     02  ALINE1I           PIC X(75).
009320     02  ASEL2L            PIC S9(4) COMP.
009330     02  ASEL2F            PIC X.
009340     02  FILLER REDEFINES ASEL2F.
009350         03  ASEL2A        PIC X.
009360     02  ASEL2I            PIC X(01).
009370     02  ALINE2L           PIC S9(4) COMP.
009380     02  ALINE2F           PIC X.
009390     02  FILLER REDEFINES ALINE2F.
009400         03  ALINE2A       PIC X.
009410     02  ALINE2I           PIC X(75).
009420     02  ASEL3L            PIC S9(4) COMP.
009430     02  ASEL3F            PIC X.
009440     02  FILLER REDEFINES ASEL3F.
009450         03  ASEL3A        PIC X.
009460     02  ASEL3I            PIC X(01).
009470     02  ALINE3L           PIC S9(4) COMP.
009480     02  ALINE3F           PIC X.
009490     02  FILLER REDEFINES ALINE3F.
009500         03  ALINE3A       PIC X.
009510     02  ALINE3I           PIC X(75).
009520     02  ASEL4L            PIC S9(4) COMP.
009530     02  ASEL4F            PIC X.
009540     02  FILLER REDEFINES ASEL4F.
009550         03  ASEL4A        PIC X.
009560     02  ASEL4I            PIC X(01).
009570     02  ALINE4L           PIC S9(4) COMP.
009580     02  ALINE4F           PIC X.
009590     02  FILLER REDEFINES ALINE4F.
009600         03  ALINE4A       PIC X.
009610     02  ALINE4I           PIC X(75).
009620     02  ASEL5L            PIC S9(4) COMP.
009630     02  ASEL5F            PIC X.
009640     02  FILLER REDEFINES ASEL5F.
009650         03  ASEL5A        PIC X.
009660     02  ASEL5I            PIC X(01).
009670     02  ALINE5L           PIC S9(4) COMP.
009680     02  ALINE5F           PIC X.
009690     02  FILLER REDEFINES ALINE5F.
009700         03  ALINE5A       PIC X.
009710     02  ALINE5I           PIC X(75).
009720     02  ASEL6L            PIC S9(4) COMP.
009730     02  ASEL6F            PIC X.
009740     02  FILLER REDEFINES ASEL6F.
009750         03  ASEL6A        PIC X.
009760     02  ASEL6I            PIC X(01).
009770     02  ALINE6L           PIC S9(4) COMP.
009780     02  ALINE6F           PIC X.
009790     02  FILLER REDEFINES ALINE6F.
009800         03  ALINE6A       PIC X.
009810     02  ALINE6I           PIC X(75).
009820     02  ASEL7L            PIC S9(4) COMP.
009830     02  ASEL7F            PIC X.
009840     02  FILLER REDEFINES ASEL7F.
009850         03  ASEL7A        PIC X.
009860     02  ASEL7I            PIC X(01).
009870     02  ALINE7L           PIC S9(4) COMP.
009880     02  ALINE7F           PIC X.
009890     02  FILLER REDEFINES ALINE7F.
009900         03  ALINE7A       PIC X.
009910     02  ALINE7I           PIC X(75).
009920     02  ASEL8L            PIC S9(4) COMP.
009930     02  ASEL8F            PIC X.
009940     02  FILLER REDEFINES ASEL8F.
009950         03  ASEL8A        PIC X.
009960     02  ASEL8I            PIC X(01).
009970     02  ALINE8L           PIC S9(4) COMP.
009980     02  ALINE8F           PIC X.
009990     02  FILLER REDEFINES ALINE8F.
010000         03  ALINE8A       PIC X.
010010     02  ALINE8I           PIC X(75).
010020     02  ASEL9L            PIC S9(4) COMP.
010030     02  ASEL9F            PIC X.
010040     02  FILLER REDEFINES ASEL9F.
010050         03  ASEL9A        PIC X.
010060     02  ASEL9I            PIC X(01).
010070     02  ALINE9L           PIC S9(4) COMP.
010080     02  ALINE9F           PIC X.
010090     02  FILLER REDEFINES ALINE9F.
010100         03  ALINE9A       PIC X.
010110     02  ALINE9I           PIC X(75).
010120     02  ASEL10L           PIC S9(4) COMP.
010130     02  ASEL10F           PIC X.
010140     02  FILLER REDEFINES ASEL10F.
010150         03  ASEL10A       PIC X.
010160     02  ASEL10I           PIC X(01).
010170     02  ALINE10L          PIC S9(4) COMP.
010180     02  ALINE10F          PIC X.
010190     02  FILLER REDEFINES ALINE10F.
010200         03  ALINE10A      PIC X.
010210     02  ALINE10I          PIC X(75).
010220     02  ASEL11L           PIC S9(4) COMP.
010230     02  ASEL11F           PIC X.
010240     02  FILLER REDEFINES ASEL11F.
010250         03  ASEL11A       PIC X.
010260     02  ASEL11I           PIC X(01).
010270     02  ALINE11L          PIC S9(4) COMP.
010280     02  ALINE11F          PIC X.
010290     02  FILLER REDEFINES ALINE11F.
010300         03  ALINE11A      PIC X.
010310     02  ALINE11I          PIC X(75).
010320     02  ASEL12L           PIC S9(4) COMP.
010330     02  ASEL12F           PIC X.
010340     02  FILLER REDEFINES ASEL12F.
010350         03  ASEL12A       PIC X.
010360     02  ASEL12I           PIC X(01).
010370     02  ALINE12L          PIC S9(4) COMP.
010380     02  ALINE12F          PIC X.
010390     02  FILLER REDEFINES ALINE12F.
010400         03  ALINE12A      PIC X.
010410     02  ALINE12I          PIC X(75).
010420     02  AMSGL             PIC S9(4) COMP.
010430     02  AMSGF             PIC X.
010440     02  FILLER REDEFINES AMSGF.
010450         03  AMSGA         PIC X.
010460     02  AMSGI             PIC X(79).
010470 01  CITYMP4O REDEFINES CITYMP4I.
010480     02  FILLER            PIC X(12).
010490     02  FILLER            PIC X(03).
010500     02  ASEL1O            PIC X(01).
010510     02  FILLER            PIC X(03).
010520     02  ALINE1O           PIC X(75).
010530     02  FILLER            PIC X(03).
010540     02  ASEL2O            PIC X(01).
010550     02  FILLER            PIC X(03).
010560     02  ALINE2O           PIC X(75).
010570     02  FILLER            PIC X(03).
010580     02  ASEL3O            PIC X(01).
010590     02  FILLER            PIC X(03).
010600     02  ALINE3O           PIC X(75).
010610     02  FILLER            PIC X(03).
010620     02  ASEL4O            PIC X(01).
010630     02  FILLER            PIC X(03).
010640     02  ALINE4O           PIC X(75).
010650     02  FILLER            PIC X(03).
010660     02  ASEL5O            PIC X(01).
010670     02  FILLER            PIC X(03).
010680     02  ALINE5O           PIC X(75).
010690     02  FILLER            PIC X(03).
010700     02  ASEL6O            PIC X(01).
010710     02  FILLER            PIC X(03).
010720     02  ALINE6O           PIC X(75).
010730     02  FILLER            PIC X(03).
010740     02  ASEL7O            PIC X(01).
010750     02  FILLER            PIC X(03).
010760     02  ALINE7O           PIC X(75).
010770     02  FILLER            PIC X(03).
010780     02  ASEL8O            PIC X(01).
010790     02  FILLER            PIC X(03).
010800     02  ALINE8O           PIC X(75).
010810     02  FILLER            PIC X(03).
010820     02  ASEL9O            PIC X(01).
010830     02  FILLER            PIC X(03).
010840     02  ALINE9O           PIC X(75).
010850     02  FILLER            PIC X(03).
010860     02  ASEL10O           PIC X(01).
010870     02  FILLER            PIC X(03).
010880     02  ALINE10O          PIC X(75).
010890     02  FILLER            PIC X(03).
010900     02  ASEL11O           PIC X(01).
010910     02  FILLER            PIC X(03).
010920     02  ALINE11O          PIC X(75).
010930     02  FILLER            PIC X(03).
010940     02  ASEL12O           PIC X(01).
010950     02  FILLER            PIC X(03).
010960     02  ALINE12O          PIC X(75).
010970     02  FILLER            PIC X(03).
010980     02  AMSGO             PIC X(79).
010990*
011000*   ROW-TABLE VIEW OF THE CITYMP4 SELECT/LINE PAIRS, HAND-ADDED
011010*   SO THE APPROVAL PROGRAM CAN SUBSCRIPT THE TWELVE ROWS
011020*   INSTEAD OF NAMING EACH FIELD.
011030 01  CITYMP4R REDEFINES CITYMP4I.
011040     02  FILLER            PIC X(12).
011050     02  AROW-ENTRY OCCURS 12 TIMES.
011060         03  FILLER        PIC X(03).
011070         03  AROW-SEL      PIC X(01).
011080         03  FILLER        PIC X(03).
011090         03  AROW-LINE     PIC X(75).
011100     02  FILLER            PIC X(82).
011200 01  CITYMP5I.
011210     02  FILLER            PIC X(12).
011220     02  LACTNL            PIC S9(4) COMP.
011230     02  LACTNF            PIC X.
011240     02  FILLER REDEFINES LACTNF.
011250         03  LACTNA        PIC X.
011260     02  LACTNI            PIC X(01).
011270     02  LACITYL           PIC S9(4) COMP.
011280     02  LACITYF           PIC X.
011290     02  FILLER REDEFINES LACITYF.
011300         03  LACITYA       PIC X.
011310     02  LACITYI           PIC X(32).
011320     02  LACTRYL           PIC S9(4) COMP.
011330     02  LACTRYF           PIC X.
011340     02  FILLER REDEFINES LACTRYF.
011350         03  LACTRYA       PIC X.
011360     02  LACTRYI           PIC X(32).
011370     02  LCCITYL           PIC S9(4) COMP.
011380     02  LCCITYF           PIC X.
011390     02  FILLER REDEFINES LCCITYF.
011400         03  LCCITYA       PIC X.
011410     02  LCCITYI           PIC X(32).
011420     02  LCCTRYL           PIC S9(4) COMP.
011430     02  LCCTRYF           PIC X.
011440     02  FILLER REDEFINES LCCTRYF.
011450         03  LCCTRYA       PIC X.
011460     02  LCCTRYI           PIC X(32).
011470     02  LUPDBYL           PIC S9(4) COMP.
011480     02  LUPDBYF           PIC X.
011490     02  FILLER REDEFINES LUPDBYF.
011500         03  LUPDBYA       PIC X.
011510     02  LUPDBYI           PIC X(08).
011520     02  LUPDTSL           PIC S9(4) COMP.
011530     02  LUPDTSF           PIC X.
011540     02  FILLER REDEFINES LUPDTSF.
011550         03  LUPDTSA       PIC X.
011560     02  LUPDTSI           PIC X(26).
011570     02  LMSGL             PIC S9(4) COMP.
011580     02  LMSGF             PIC X.
011590     02  FILLER REDEFINES LMSGF.
011600         03  LMSGA         PIC X.
011610     02  LMSGI             PIC X(79).
011620 01  CITYMP5O REDEFINES CITYMP5I.
011630     02  FILLER            PIC X(12).
011640     02  FILLER            PIC X(03).
011650     02  LACTNO            PIC X(01).
011660     02  FILLER            PIC X(03).
011670     02  LACITYO           PIC X(32).
011680     02  FILLER            PIC X(03).
011690     02  LACTRYO           PIC X(32).
011700     02  FILLER            PIC X(03).
011710     02  LCCITYO           PIC X(32).
011720     02  FILLER            PIC X(03).
011730     02  LCCTRYO           PIC X(32).
011740     02  FILLER            PIC X(03).
011750     02  LUPDBYO           PIC X(08).
011760     02  FILLER            PIC X(03).
011770     02  LUPDTSO           PIC X(26).
011780     02  FILLER            PIC X(03).
011790     02  LMSGO             PIC X(79).
011800 01  CITYMP6I.
011810     02  FILLER            PIC X(12).
011820     02  GACTNL            PIC S9(4) COMP.
011830     02  GACTNF            PIC X.
011840     02  FILLER REDEFINES GACTNF.
011850         03  GACTNA        PIC X.
011860     02  GACTNI            PIC X(01).
011870     02  GCODEL            PIC S9(4) COMP.
011880     02  GCODEF            PIC X.
011890     02  FILLER REDEFINES GCODEF.
011900         03  GCODEA        PIC X.
011910     02  GCODEI            PIC X(02).
011920     02  GCTRYL            PIC S9(4) COMP.
011930     02  GCTRYF            PIC X.
011940     02  FILLER REDEFINES GCTRYF.
011950         03  GCTRYA        PIC X.
011960     02  GCTRYI            PIC X(32).
011970     02  GREGNL            PIC S9(4) COMP.
011980     02  GREGNF            PIC X.
011990     02  FILLER REDEFINES GREGNF.
012000         03  GREGNA        PIC X.
012010     02  GREGNI            PIC X(08).
012020     02  GROWSL            PIC S9(4) COMP.
012030     02  GROWSF            PIC X.
012040     02  FILLER REDEFINES GROWSF.
012050         03  GROWSA        PIC X.
012060     02  GROWSI            PIC X(09).
012070     02  GDIFFL            PIC S9(4) COMP.
012080     02  GDIFFF            PIC X.
012090     02  FILLER REDEFINES GDIFFF.
012100         03  GDIFFA        PIC X.
012110     02  GDIFFI            PIC X(09).
012120     02  GUPDBYL           PIC S9(4) COMP.
012130     02  GUPDBYF           PIC X.
012140     02  FILLER REDEFINES GUPDBYF.
012150         03  GUPDBYA       PIC X.
012160     02  GUPDBYI           PIC X(08).
012170     02  GUPDTSL           PIC S9(4) COMP.
012180     02  GUPDTSF           PIC X.
012190     02  FILLER REDEFINES GUPDTSF.
012200         03  GUPDTSA       PIC X.
012210     02  GUPDTSI           PIC X(26).
012220     02  GMSGL             PIC S9(4) COMP.
012230     02  GMSGF             PIC X.
012240     02  FILLER REDEFINES GMSGF.
012250         03  GMSGA         PIC X.
012260     02  GMSGI             PIC X(79).
012270 01  CITYMP6O REDEFINES CITYMP6I.
012280     02  FILLER            PIC X(12).
012290     02  FILLER            PIC X(03).
012300     02  GACTNO            PIC X(01).
012310     02  FILLER            PIC X(03).
012320     02  GCODEO            PIC X(02).
012330     02  FILLER            PIC X(03).
012340     02  GCTRYO            PIC X(32).
012350     02  FILLER            PIC X(03).
012360     02  GREGNO            PIC X(08).
012370     02  FILLER            PIC X(03).
012380     02  GROWSO            PIC X(09).
012390     02  FILLER            PIC X(03).
012400     02  GDIFFO            PIC X(09).
012410     02  FILLER            PIC X(03).
012420     02  GUPDBYO           PIC X(08).
012430     02  FILLER            PIC X(03).
012440     02  GUPDTSO           PIC X(26).
012450     02  FILLER            PIC X(03).
012460     02  GMSGO             PIC X(79).
