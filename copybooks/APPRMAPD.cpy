      * APPRMAPD - SYMBOLIC MAP FOR MAPSET APPRMAP / MAP EMPAPRM,
      * MATCHING THE BMS SOURCE IN APPRMAP.BMS.  HAND-HELD LIKE
      * EMPMAPD SO EMPAPPR COMPILES FROM THE SAME LIBRARY AS EVERY
      * OTHER COPYBOOK IN THIS SYSTEM; REGENERATE ALONGSIDE ANY MAP
      * CHANGE.
       01 EMPAPRMI.
          05 FILLER             PIC X(12).
          05 EMPIDL             PIC S9(4) COMP.
          05 EMPIDF             PIC X(01).
          05 EMPIDI             PIC X(05).
          05 KEYDTL             PIC S9(4) COMP.
          05 KEYDTF             PIC X(01).
          05 KEYDTI             PIC X(08).
          05 MAKERL             PIC S9(4) COMP.
          05 MAKERF             PIC X(01).
          05 MAKERI             PIC X(08).
          05 SOURCEL            PIC S9(4) COMP.
          05 SOURCEF            PIC X(01).
          05 SOURCEI            PIC X(08).
          05 RSNL               PIC S9(4) COMP.
          05 RSNF               PIC X(01).
          05 RSNI               PIC X(30).
          05 ACTNL              PIC S9(4) COMP.
          05 ACTNF              PIC X(01).
          05 ACTNI              PIC X(01).
          05 EFFDTL             PIC S9(4) COMP.
          05 EFFDTF             PIC X(01).
          05 EFFDTI             PIC X(08).
          05 NAMEL              PIC S9(4) COMP.
          05 NAMEF              PIC X(01).
          05 NAMEI              PIC X(15).
          05 DEPTL              PIC S9(4) COMP.
          05 DEPTF              PIC X(01).
          05 DEPTI              PIC X(05).
          05 BRANCHL            PIC S9(4) COMP.
          05 BRANCHF            PIC X(01).
          05 BRANCHI            PIC X(10).
          05 OLDSALL            PIC S9(4) COMP.
          05 OLDSALF            PIC X(01).
          05 OLDSALI            PIC X(10).
          05 NEWSALL            PIC S9(4) COMP.
          05 NEWSALF            PIC X(01).
          05 NEWSALI            PIC X(10).
          05 OLDSTL             PIC S9(4) COMP.
          05 OLDSTF             PIC X(01).
          05 OLDSTI             PIC X(01).
          05 NEWSTL             PIC S9(4) COMP.
          05 NEWSTF             PIC X(01).
          05 NEWSTI             PIC X(01).
          05 STATEL             PIC S9(4) COMP.
          05 STATEF             PIC X(01).
          05 STATEI             PIC X(10).
          05 CHKRL              PIC S9(4) COMP.
          05 CHKRF              PIC X(01).
          05 CHKRI              PIC X(08).
          05 DECDTL             PIC S9(4) COMP.
          05 DECDTF             PIC X(01).
          05 DECDTI             PIC X(08).
          05 REJRSNL            PIC S9(4) COMP.
          05 REJRSNF            PIC X(01).
          05 REJRSNI            PIC X(30).
          05 MSGL               PIC S9(4) COMP.
          05 MSGF               PIC X(01).
          05 MSGI               PIC X(60).
       01 EMPAPRMO REDEFINES EMPAPRMI.
          05 FILLER             PIC X(12).
          05 FILLER             PIC X(02).
          05 EMPIDA             PIC X(01).
          05 EMPIDO             PIC X(05).
          05 FILLER             PIC X(02).
          05 KEYDTA             PIC X(01).
          05 KEYDTO             PIC X(08).
          05 FILLER             PIC X(02).
          05 MAKERA             PIC X(01).
          05 MAKERO             PIC X(08).
          05 FILLER             PIC X(02).
          05 SOURCEA            PIC X(01).
          05 SOURCEO            PIC X(08).
          05 FILLER             PIC X(02).
          05 RSNA               PIC X(01).
          05 RSNO               PIC X(30).
          05 FILLER             PIC X(02).
          05 ACTNA              PIC X(01).
          05 ACTNO              PIC X(01).
          05 FILLER             PIC X(02).
          05 EFFDTA             PIC X(01).
          05 EFFDTO             PIC X(08).
          05 FILLER             PIC X(02).
          05 NAMEA              PIC X(01).
          05 NAMEO              PIC X(15).
          05 FILLER             PIC X(02).
          05 DEPTA              PIC X(01).
          05 DEPTO              PIC X(05).
          05 FILLER             PIC X(02).
          05 BRANCHA            PIC X(01).
          05 BRANCHO            PIC X(10).
          05 FILLER             PIC X(02).
          05 OLDSALA            PIC X(01).
          05 OLDSALO            PIC X(10).
          05 FILLER             PIC X(02).
          05 NEWSALA            PIC X(01).
          05 NEWSALO            PIC X(10).
          05 FILLER             PIC X(02).
          05 OLDSTA             PIC X(01).
          05 OLDSTO             PIC X(01).
          05 FILLER             PIC X(02).
          05 NEWSTA             PIC X(01).
          05 NEWSTO             PIC X(01).
          05 FILLER             PIC X(02).
          05 STATEA             PIC X(01).
          05 STATEO             PIC X(10).
          05 FILLER             PIC X(02).
          05 CHKRA              PIC X(01).
          05 CHKRO              PIC X(08).
          05 FILLER             PIC X(02).
          05 DECDTA             PIC X(01).
          05 DECDTO             PIC X(08).
          05 FILLER             PIC X(02).
          05 REJRSNA            PIC X(01).
          05 REJRSNO            PIC X(30).
          05 FILLER             PIC X(02).
          05 MSGA               PIC X(01).
          05 MSGO               PIC X(60).
