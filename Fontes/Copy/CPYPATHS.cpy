           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREJEI.DAT'.
       01  WS-PATH-ARQREJCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREJCTL.DAT'.
       01  WS-PATH-ARQACORDO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQACORDO.DAT'.
       01  WS-PATH-ARQACOCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQACOCTL.DAT'.
       01  WS-PATH-ARQACOIT      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQACOIT.DAT'.
       01  WS-PATH-RELACORDO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELACORDO.LST'.
       01  WS-PATH-ARQCHEQUE     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCHEQUE.DAT'.
       01  WS-PATH-ARQCHQCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCHQCTL.DAT'.
       01  WS-PATH-ARQEMPRESA    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEMPRESA.DAT'.
       01  WS-PATH-ARQEMPCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEMPCTL.DAT'.
       01  WS-PATH-ARQPRCEMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPRCEMP.DAT'.
       01  WS-PATH-ARQEMPIT      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEMPIT.DAT'.
       01  WS-PATH-RELEMPFAT     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELEMPFAT.LST'.
       01  WS-PATH-ARQDMED       PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQDMED.TXT'.
       01  WS-PATH-RELDMED       PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELDMED.LST'.
       01  WS-PATH-ARQREPASSE    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREPASSE.DAT'.
       01  WS-PATH-ARQREPCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREPCTL.DAT'.
       01  WS-PATH-ARQREPIT      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREPIT.DAT'.
       01  WS-PATH-ARQDESPFIX    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQDESPFIX.DAT'.
       01  WS-PATH-ARQDFXCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQDFXCTL.DAT'.
       01  WS-PATH-RELDFXGER     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELDFXGER.LST'.
       01  WS-PATH-RELDFXVENC    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELDFXVENC.LST'.
       01  WS-PATH-ARQRETENC     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRETENC.DAT'.
       01  WS-PATH-RELRETENC     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELRETENC.LST'.
       01  WS-PATH-ARQCTABCO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCTABCO.DAT'.
       01  WS-PATH-ARQCBCTL      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCBCTL.DAT'.
       01  WS-PATH-ARQEXTBCO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEXTBCO.DAT'.
       01  WS-PATH-ARQCONCBCO    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCONCBCO.DAT'.
       01  WS-PATH-ARQLIQCAR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQLIQCAR.DAT'.
       01  WS-PATH-ARQEXTBAN     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\EXTBANCO.TXT'.
       01  WS-PATH-RELEXTIMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELEXTIMP.LST'.
       01  WS-PATH-RELCONCFEC    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELCONCFEC.LST'.
       01  WS-PATH-ARQRATEIO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRATEIO.DAT'.
       01  WS-PATH-ARQRATMES     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRATMES.DAT'.
       01  WS-PATH-RELRATEIO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELRATEIO.LST'.
       01  WS-PATH-ARQDEPREQ     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQDEPREQ.DAT'.
       01  WS-PATH-RELDEPREQ     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELDEPREQ.LST'.
       01  WS-PATH-RELIMOBIL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELIMOBIL.LST'.
       01  WS-PATH-ARQSALTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQSALTMP.DAT'.
       01  WS-PATH-ARQEQPTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEQPTMP.DAT'.
       01  WS-PATH-ARQPEDTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPEDTMP.DAT'.
       01  WS-PATH-ARQPITTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPITTMP.DAT'.
       01  WS-PATH-ARQAPRTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQAPRTMP.DAT'.
       01  WS-PATH-ARQPLCTA      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPLCTA.DAT'.
       01  WS-PATH-ARQEVCTB      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEVCTB.DAT'.
       01  WS-PATH-ARQLANCTB     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQLANCTB.DAT'.
       01  WS-PATH-RELLANCTB     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELLANCTB.LST'.
       01  WS-PATH-RELBALANC     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELBALANC.LST'.
       01  WS-PATH-ARQCTBEXP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCTBEXP.TXT'.
       01  WS-PATH-ARQCOBERT     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCOBERT.DAT'.
       01  WS-PATH-ARQPRCTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPRCTMP.DAT'.
       01  WS-PATH-ARQPRFTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPRFTMP.DAT'.
       01  WS-PATH-ARQCRDTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCRDTMP.DAT'.
       01  WS-PATH-VALTISS       PIC X(60) VALUE SPACES.
       01  WS-PATH-ARQLOTTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQLOTTMP.DAT'.
       01  WS-PATH-RELLOTATR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELLOTATR.LST'.
       01  WS-PATH-RELCNVSC      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELCNVSC.LST'.
       01  WS-PATH-ARQESCALA     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQESCALA.DAT'.
       01  WS-PATH-RELTURMA      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELTURMA.LST'.
       01  WS-PATH-RELBLQ        PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELBLQ.LST'.
       01  WS-PATH-ARQRISCO      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRISCO.DAT'.
       01  WS-PATH-RELRISCO      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELRISCO.LST'.
       01  WS-PATH-ARQMSGOUT     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQMSGOUT.DAT'.
       01  WS-PATH-ARQMSGCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQMSGCTL.DAT'.
       01  WS-PATH-ARQMSGENV     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\MSGENVIO.TXT'.
       01  WS-PATH-ARQMSGRET     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\MSGRETORNO.TXT'.
       01  WS-PATH-RELMSGRET     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELMSGRET.LST'.
       01  WS-PATH-ARQPREPARO    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPREPARO.DAT'.
       01  WS-PATH-RELPREP       PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELPREP.LST'.
       01  WS-PATH-RELDURATD     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELDURATD.LST'.
       01  WS-PATH-RELTRIRIS     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELTRIRIS.LST'.
       01  WS-PATH-ARQPLANO      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPLANO.DAT'.
       01  WS-PATH-ARQPLNCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPLNCTL.DAT'.
       01  WS-PATH-ARQEVOL       PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQEVOL.DAT'.
       01  WS-PATH-RELPLTRIS     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELPLTRIS.LST'.
       01  WS-PATH-ARQTALAO      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQTALAO.DAT'.
       01  WS-PATH-RELLIVCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELLIVCTL.LST'.
       01  WS-PATH-ARQENCAM      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQENCAM.DAT'.
       01  WS-PATH-RELENCAM      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELENCAM.LST'.
       01  WS-PATH-RELENCAB      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELENCAB.LST'.
       01  WS-PATH-ARQNOTIF      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQNOTIF.DAT'.
       01  WS-PATH-ARQNTFEXP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\NOTIFICA.TXT'.
       01  WS-PATH-RELNOTIF      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELNOTIF.LST'.
       01  WS-PATH-ARQVACINA     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQVACINA.DAT'.
       01  WS-PATH-ARQVACAPL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQVACAPL.DAT'.
       01  WS-PATH-RELVACCAR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELVACCAR.LST'.
       01  WS-PATH-RELVACLEM     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELVACLEM.LST'.
       01  WS-PATH-ARQOUVID      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQOUVID.DAT'.
       01  WS-PATH-ARQOUVCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQOUVCTL.DAT'.
       01  WS-PATH-RELOUVATR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELOUVATR.LST'.
       01  WS-PATH-RELOUVREL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELOUVREL.LST'.
       01  WS-PATH-ARQDEVFOR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQDEVFOR.DAT'.
       01  WS-PATH-ARQDEVCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQDEVCTL.DAT'.
       01  WS-PATH-ARQCREDFOR    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCREDFOR.DAT'.
       01  WS-PATH-ARQCRFMOV     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCRFMOV.DAT'.
       01  WS-PATH-RELDEVFOR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELDEVFOR.LST'.
       01  WS-PATH-ARQPERDA      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPERDA.DAT'.
       01  WS-PATH-ARQPERCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPERCTL.DAT'.
       01  WS-PATH-RELPERATR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELPERATR.LST'.
       01  WS-PATH-RELPERDA      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELPERDA.LST'.
       01  WS-PATH-ARQREQ        PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREQ.DAT'.
       01  WS-PATH-ARQREQIT      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREQIT.DAT'.
       01  WS-PATH-ARQREQCTL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQREQCTL.DAT'.
       01  WS-PATH-RELREQ        PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELREQ.LST'.
       01  WS-PATH-RELABC        PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELABC.LST'.
       01  WS-PATH-ARQRESEST     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRESEST.DAT'.
       01  WS-PATH-RELRESFAL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELRESFAL.LST'.
       01  WS-PATH-ARQFORSCR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQFORSCR.DAT'.
       01  WS-PATH-RELFORSCR     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELFORSCR.LST'.
       01  WS-PATH-RELMRGPRD     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELMRGPRD.LST'.
       01  WS-PATH-ARQJRN        PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQJRN.DAT'.
       01  WS-PATH-RELJRNAPL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELJRNAPL.LST'.
       01  WS-PATH-RELLGPD02     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELLGPD02.LST'.
       01  WS-PATH-RELARQV01     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELARQV01.LST'.
       01  WS-PATH-RELCLIMRG     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELCLIMRG.LST'.
       01  WS-PATH-RELESTCNC     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELESTCNC.LST'.
       01  WS-PATH-RELFINCNC     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELFINCNC.LST'.
       01  WS-PATH-ARQRUNTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRUNTMP.DAT'.
       01  WS-PATH-ARQAITTMP      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPCVTMP.DAT'.
       01  WS-PATH-ARQUSTMP      PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQUSTMP.DAT'.
       01  WS-PATH-ARQFPRTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQFPRTMP.DAT'.
       01  WS-PATH-ARQTESTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQTESTMP.DAT'.
       01  WS-PATH-ARQTRITMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQTRITMP.DAT'.
       01  WS-PATH-ARQMEDTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQMEDTMP.DAT'.
       01  WS-PATH-ARQALETMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQALETMP.DAT'.
       01  WS-PATH-ARQRITTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRITTMP.DAT'.
       01  WS-PATH-ARQRECTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQRECTMP.DAT'.
       01  WS-PATH-ARQCIDTMP     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQCIDTMP.DAT'.
       01  WS-PATH-ARQPERFIL     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPERFIL.DAT'.
       01  WS-PATH-ARQPERMIS     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQPERMIS.DAT'.
       01  WS-PATH-ARQUSUPRF     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQUSUPRF.DAT'.
       01  WS-PATH-ARQUSUPROF    PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQUSUPROF.DAT'.
       01  WS-PATH-ARQACESSO     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\ARQACESSO.DAT'.
       01  WS-PATH-RELACEJUS     PIC X(60) VALUE
           'C:\COBOL\Aulas\Fontes\Arquivo\RELACEJUS.LST'.
       01  WS-PATH-ENV           PIC X(60) VALUE SPACES.
