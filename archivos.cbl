001151*                    without it: an unmatched side either never
001152*                    had a ccosto or comes back tomorrow from
001153*                    the master extract with it.
001154*   2026-10-15  BMD  Deductions and garnishments between gross
001155*                    and net: descuentos.txt (by identi, fixed
001156*                    amount or percentage, start/end period,
001157*                    optional balance cap) applies after the
001158*                    raise rule. inmortal keeps sueldo as the
001159*                    gross and gains the net BANCO pays; the
001160*                    roster report and CSV show the net; each
001161*                    amount withheld goes to historia as a type
001162*                    'R' row with its concept for CIERRE. Capped
001163*                    balances count down through descuentos.nue,
001164*                    copied back only on a clean finish; a take
001165*                    stamped with the run date is given back
001166*                    before it is taken again, so a rerun or a
001167*                    restart never takes twice.
001168*   2026-10-15  BMD  The working days of the period being paid
001169*                    now come from the calendar (the CALENDARIO
001170*                    service over calendario.txt) instead of
001171*                    the flat ARCHIVOS_DIAS_LAB; a period the
001172*                    calendar does not cover stops the run
001173*                    before any data file is opened.
001174*   2026-10-15  BMD  Overtime from the clock: lectura3.txt now
001175*                    carries horas-normales, horas-extra and
001176*                    horas-premio (blank in an older file
001177*                    counts as none). 2050-CALCULAR-SUELDO pays
001178*                    the extra and the holiday/weekend hours on
001179*                    top of the prorated pay at the hourly base
001180*                    times ARCHIVOS_EXTRA_PCT (default 150) or
001181*                    ARCHIVOS_FERIADO_PCT (default 200), the
001182*                    hour base being FICHADA_JORNADA_HS per
001183*                    working day. The roster record, its .idx
001184*                    twin, the CSV and the 'D' history row gain
001185*                    the hours and the overtime amount (extra,
001186*                    included in sueldo); the expected-pay leg
001187*                    recomputes it on its own, and excepciones
001188*                    carry the hours so SUSPENSO can recycle
001189*                    them.
001190*   2026-10-15  BMD  A same-day full rerun keeps FINIQUITO's
001191*                    rows of the day (the 'F' settlement and
001192*                    its 'R' recoveries marked 'L' in
001193*                    hist-exc-tipo); they are not the merge's
001194*                    to redo.
001195*   2026-10-15  BMD  A same-day rerun also keeps PREMIO's bonus
001196*                    rows ('P') in historia.txt; they are not
001197*                    this run's.
001198*   2026-10-15  BMD  The printed roster carries a second line
001199*                    per employee with overtime hours,
001200*                    holiday/weekend hours and the extra
001201*                    amount, under its own heading.
001202******************************************************************
001203 IDENTIFICATION DIVISION.
001204*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001205 PROGRAM-ID. YOUR-PROGRAM-NAME.
001206 ENVIRONMENT DIVISION.
001207*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001208 CONFIGURATION SECTION.
001209*-----------------------
001210 INPUT-OUTPUT SECTION.
001211 FILE-CONTROL.
001212     select arc-lectura assign to DYNAMIC WS-LECTURA-PATH
001220     ORGANIZATION IS LINE SEQUENTIAL
001230     FILE STATUS IS estado.
001240     select arc-lectura2 assign to DYNAMIC WS-LECTURA2-PATH
001536     ACCESS MODE IS DYNAMIC
001537     RECORD KEY IS idx-identi
001538     FILE STATUS IS estado13.
001539     select arc-descuentos assign to '../descuentos.txt'
001540     ORGANIZATION IS LINE SEQUENTIAL
001541     FILE STATUS IS estado14.
001542     select arc-desc-nuevo assign to DYNAMIC WS-DESC-NUEVO-PATH
001543     ORGANIZATION IS LINE SEQUENTIAL
001544     FILE STATUS IS estado15.
001545     select arc-desc-tmp assign to '../descuentos.tmp'
001546     ORGANIZATION IS LINE SEQUENTIAL
001547     FILE STATUS IS estado16.
001548*-----------------------
001550 DATA DIVISION.
001560*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001570 FILE SECTION.
001820     05 dias-asistidos PIC 9(3).
001830     05 sancion PIC X(1).
001831     05 ccosto PIC X(4).
001835     05 neto PIC 9(9).
001836     05 horas-extra PIC 9(3)V99.
001837     05 horas-premio PIC 9(3)V99.
001838     05 extra PIC 9(9).
001840 FD arc-lectura3
001850 RECORDING MODE IS F.
001860 01 heraldo3.
001870     05 identi PIC 9(6).
001880     05 dias-asistidos PIC 9(3).
001890     05 sancion PIC X(1).
001892     05 horas.
001894         10 horas-normales PIC 9(3)V99.
001896         10 horas-extra PIC 9(3)V99.
001898         10 horas-premio PIC 9(3)V99.
001900 FD arc-reporte
001910 RECORDING MODE IS F.
001920 01 REPORTE-LINE PIC X(80).
002090     05 exc-favorito PIC X(7).
002100     05 exc-dias PIC 9(3).
002110     05 exc-sancion PIC X(1).
002112     05 exc-horas.
002114         10 exc-horas-normales PIC 9(3)V99.
002116         10 exc-horas-extra PIC 9(3)V99.
002118         10 exc-horas-premio PIC 9(3)V99.
002120 FD arc-checkpoint
002130 RECORDING MODE IS F.
002140 01 chkpt-record.
002260     05 exct-favorito PIC X(7).
002270     05 exct-dias PIC 9(3).
002280     05 exct-sancion PIC X(1).
002285     05 exct-horas PIC X(15).
002290 FD arc-historia
002300 RECORDING MODE IS F.
002310 01 historia.
002330     05 hist-tipo PIC X(1).
002340         88 HIST-DETALLE VALUE 'D'.
002350         88 HIST-EXCEPCION VALUE 'E'.
002355         88 HIST-RETENCION VALUE 'R'.
002357         88 HIST-FINIQUITO VALUE 'F'.
002358         88 HIST-PREMIO VALUE 'P'.
002360     05 hist-identi PIC 9(6).
002370     05 hist-sueldo PIC 9(9).
002380     05 hist-dias PIC 9(3).
002390     05 hist-sancion PIC X(1).
002400     05 hist-exc-tipo PIC X(1).
002401         88 HIST-DE-FINIQUITO VALUE 'L'.
002402     05 hist-ccosto PIC X(4).
002404     05 hist-neto PIC 9(9).
002407     05 hist-concepto PIC X(4).
002408     05 hist-extra PIC 9(9).
002410 FD arc-csv
002420 RECORDING MODE IS F.
002430 01 CSV-LINE PIC X(160).
002440 FD arc-hist-tmp
002450 RECORDING MODE IS F.
002460 01 historia-tmp PIC X(55).
002461 FD arc-controles
002462 RECORDING MODE IS F.
002463 01 CONTROL-REC.
002468 RECORDING MODE IS F.
002469 01 INMORTAL-IDX.
002470     05 idx-identi PIC 9(6).
002471     05 idx-resto PIC X(81).
002472 FD arc-descuentos
002473 RECORDING MODE IS F.
002474 01 descuento.
002475     05 des-identi PIC 9(6).
002476     05 des-concepto PIC X(4).
002477     05 des-modo PIC X(1).
002478         88 DES-FIJO VALUE 'F'.
002479         88 DES-PORCENTAJE VALUE 'P'.
002480     05 des-importe PIC 9(9).
002481     05 des-pct PIC 9(3)V99.
002482     05 des-desde PIC 9(6).
002483     05 des-hasta PIC 9(6).
002484     05 des-tope PIC X(1).
002485         88 DES-CON-TOPE VALUE 'S'.
002486     05 des-saldo PIC 9(9).
002487     05 des-ult-fecha PIC 9(8).
002488     05 des-ult-importe PIC 9(9).
002489 FD arc-desc-nuevo
002490 RECORDING MODE IS F.
002491 01 descuento-nuevo.
002492     05 nue-identi PIC 9(6).
002493     05 nue-resto PIC X(58).
002494 FD arc-desc-tmp
002495 RECORDING MODE IS F.
002496 01 descuento-tmp PIC X(64).
002497*-----------------------
002498 WORKING-STORAGE SECTION.
002499 01 estado PIC X(2).
002500     88 positivo value '00' '97'.
002510 01 estado2 PIC X(2).
002520     88 positivo2 value '00'.
002725     88 positivo13 value '00'.
002726     88 idx-sin-archivo value '35'.
002727     88 idx-dup value '22'.
002728 01 estado14 PIC X(2).
002729     88 positivo14 value '00'.
002730     88 des-sin-archivo value '35'.
002731 01 estado15 PIC X(2).
002732     88 positivo15 value '00'.
002733     88 nue-sin-archivo value '35'.
002734 01 estado16 PIC X(2).
002735     88 positivo16 value '00'.
002736*
002737* Deductions: descuentos.txt is co-read in identi order beside
002738* the three inputs. Each line, taken or not, is rewritten to the
002739* .nue twin with its updated balance; the twin replaces the
002740* live file only on a clean finish.
002741*
002742 01 WS-DESC-NUEVO-PATH PIC X(100)
002743    VALUE '../descuentos.nue'.
002744 01 WS-DES-FIN PIC X(1) VALUE 'S'.
002745 01 WS-DES-TMP-FIN PIC X(1).
002746 01 WS-NUE-HALLADO PIC X(1) VALUE 'N'.
002747 01 WS-DES-ACTIVO PIC X(1) VALUE 'N'.
002748     88 HAY-DESCUENTOS VALUE 'S'.
002749 01 WS-PREV-KEY-DES PIC 9(6) VALUE ZERO.
002750 01 WS-PERIODO-RUN PIC 9(6).
002751 01 WS-SUELDO-NETO PIC 9(9).
002752 01 WS-DESC-IMPORTE PIC 9(9).
002753 01 WS-DESC-CNT PIC 9(2) COMP VALUE ZERO.
002754 01 WS-DESC-I PIC 9(2) COMP.
002755 01 WS-TABLA-DESC-EMP.
002756     05 WS-DESC-ITEM OCCURS 20.
002757         10 WS-D-CONCEPTO PIC X(4).
002758         10 WS-D-IMPORTE PIC 9(9).
002759 01 WS-CTL-FIN PIC X(1).
002760 01 WS-CTL-CNT PIC 9(2) COMP VALUE ZERO.
002761 01 WS-TABLA-CONTROLES.
002762     05 WS-CTL-ITEM OCCURS 10.
002763         10 WS-T-ARCHIVO PIC X(9).
002764         10 WS-T-CUENTA PIC 9(9).
002765         10 WS-T-HASH PIC 9(13).
002766 01 WS-CTL-I PIC 9(2) COMP.
002767 01 WS-CTL-HALLADO PIC 9(2) COMP.
002768 01 WS-CTL-NOMBRE PIC X(9).
002769 01 WS-VER-FIN PIC X(1).
002770 01 WS-IDX-FIN PIC X(1).
002771 01 WS-VER-CUENTA PIC 9(9) COMP.
002772 01 WS-VER-HASH PIC 9(13).
002773 01 WS-FECHA-RUN PIC 9(8).
002774 01 WS-HIST-FIN PIC X(1).
002775 01 WS-RECORTE-MODO PIC X(1).
002776     88 RECORTE-DIA-COMPLETO VALUE 'T'.
002777 01 WS-FECHA-CORTE PIC 9(8).
002780 01 WS-HIST-FECHA-MAX PIC 9(8).
002790 01 WS-READFIN PIC X(1) value 'N'.
002800 01 WS-EXC-READFIN PIC X(1) value 'N'.
003030     05 WS-CNT-SIN-ASIST PIC 9(6) COMP VALUE ZERO.
003040     05 WS-CNT-SOLO-ASIST PIC 9(6) COMP VALUE ZERO.
003050     05 WS-CNT-REPORTE PIC 9(6) COMP VALUE ZERO.
003053     05 WS-CNT-LEIDOS-DES PIC 9(6) COMP VALUE ZERO.
003056     05 WS-CNT-DESCUENTOS PIC 9(6) COMP VALUE ZERO.
003060 01 WS-PARAM-CLAVE PIC X(20).
003061 01 WS-PARAM-VALOR PIC X(100).
003062 01 WS-PARAM-ESTADO PIC X(2).
003070 01 WS-RAISE-PCT PIC 9(3) VALUE 10.
003075 01 WS-EXTRA-PCT PIC 9(3) VALUE 150.
003080 01 WS-FERIADO-PCT PIC 9(3) VALUE 200.
003085 01 WS-JORNADA-HS PIC 9(2) VALUE 8.
003090 01 WS-DIAS-LABORABLES PIC 9(3) VALUE ZERO.
003093 01 WS-CAL-TIPO PIC X(1).
003096 01 WS-CAL-ESTADO PIC X(2).
003100 01 WS-TIENE-ASIST PIC X(1) VALUE 'N'.
003110     88 CON-ASISTENCIA VALUE 'S'.
003120 01 WS-DIAS-PAGO PIC 9(3).
003180 01 WS-ESP-PCT PIC 9(3).
003190 01 WS-ESP-PRORRATA PIC 9(9).
003200 01 WS-ESP-CALC PIC 9(9).
003202 01 WS-HORAS-EXTRA PIC 9(3)V99.
003204 01 WS-HORAS-PREMIO PIC 9(3)V99.
003206 01 WS-EXTRA-CALC PIC 9(9).
003208 01 WS-ESP-EXTRA PIC 9(9).
003210*
003220* Exit severity handed back to the scheduler: starts at hard
003230* failure and only drops to zero when the run reaches its clean
003270 01 estado10 PIC X(2).
003280     88 positivo10 value '00'.
003290 01 WS-CSV-PATH PIC X(100).
003300 01 WS-CSV-LINEA PIC X(160).
003310 01 WS-CSV-PTR PIC 9(3) COMP.
003320 01 WS-CSV-TEXTO PIC X(10).
003330 01 WS-CSV-TEXTO-MAX PIC 9(2) COMP.
003340 01 WS-CSV-LARGO PIC 9(2) COMP.
003350 01 WS-CSV-NUM-EDIT PIC Z(8)9.
003360 01 WS-CSV-NUM-I PIC 9(2) COMP.
003365 01 WS-CSV-HORAS-EDIT PIC ZZ9.99.
003370 01 WS-CSV-ENCABEZADO.
003380     05 FILLER PIC X(54) VALUE
003390        '"IDENTI","NOMBRE","APELLIDO","SUELDO","MEDALLA","MMR",'.
003400     05 FILLER PIC X(54) VALUE
003410        '"FAVORITO","DIAS_ASISTIDOS","SANCION","CCOSTO","NETO",'.
003413     05 FILLER PIC X(52) VALUE
003416        '"HORAS_EXTRA","HORAS_PREMIO","EXTRA"'.
003420 01 WS-DESCUADRE-SW PIC X(1) VALUE 'N'.
003430     88 HAY-DESCUADRE VALUE 'S'.
003450 01 WS-MAX-EXC-PCT PIC 9(3) VALUE 20.
003620 01 WS-MAX-LINEAS PIC 9(2) VALUE 20.
003630 01 WS-ENC1 PIC X(80) VALUE
003640    "REPORTE DE NOMINA - ARCHIVOS.CBL".
003650 01 WS-ENC2.
003652     05 WS-ENC2-A PIC X(80) VALUE "IDENTI NOMBRE APELLIDO   SUELDO
003660-   "  MEDALLA   MMR FAVORITO DIA S REGLA   NETO".
003661     05 WS-ENC2-B.
003662         10 FILLER PIC X(7) VALUE SPACES.
003663         10 FILLER PIC X(8) VALUE "HS EXTRA".
003664         10 FILLER PIC X(2) VALUE SPACES.
003665         10 FILLER PIC X(9) VALUE "HS PREMIO".
003666         10 FILLER PIC X(2) VALUE SPACES.
003667         10 FILLER PIC X(9) VALUE "    EXTRA".
003668         10 FILLER PIC X(43) VALUE SPACES.
003670 01 WS-ENC3 PIC X(80) VALUE ALL "-".
003680 01 WS-LINEA-PAGINA.
003690     05 FILLER PIC X(10) VALUE "PAGINA: ".
003890     05 LD-SANCION PIC X(1).
003900     05 FILLER PIC X(1) VALUE SPACE.
003910     05 LD-REGLA PIC X(6).
003920     05 FILLER PIC X(1) VALUE SPACE.
003923     05 LD-NETO PIC Z(7)9.
003926     05 FILLER PIC X(2) VALUE SPACES.
003927 01 WS-LINEA-DETALLE-EXTRA.
003928     05 FILLER PIC X(9) VALUE SPACES.
003929     05 LX-HORAS-EXTRA PIC ZZ9.99.
003930     05 FILLER PIC X(5) VALUE SPACES.
003931     05 LX-HORAS-PREMIO PIC ZZ9.99.
003932     05 FILLER PIC X(2) VALUE SPACES.
003933     05 LX-EXTRA PIC Z(8)9.
003934     05 FILLER PIC X(43) VALUE SPACES.
003935 01 WS-LINEA-PIE.
003940     05 FILLER PIC X(21) VALUE "TOTAL DE REGISTROS: ".
003950     05 LP-TOTAL PIC Z(5)9.
003960     05 FILLER PIC X(53) VALUE SPACES.
004070     05 WS-MMR-EXC-TOTAL     PIC 9(9) COMP VALUE ZERO.
004080     05 WS-MMR-DIFF          PIC S9(9) COMP VALUE ZERO.
004090     05 WS-MMR-DIFF-ABS      PIC 9(9) COMP VALUE ZERO.
004093     05 WS-DESC-OUT-TOTAL    PIC 9(11) COMP VALUE ZERO.
004096     05 WS-NETO-OUT-TOTAL    PIC 9(11) COMP VALUE ZERO.
004098     05 WS-EXTRA-OUT-TOTAL   PIC 9(11) COMP VALUE ZERO.
004100     05 WS-TOLERANCIA        PIC 9(9) COMP VALUE ZERO.
004110*-----------------------
004120 PROCEDURE DIVISION.
004270     PERFORM 1050-RESOLVER-PARAMETROS.
004280     PERFORM 1060-MOSTRAR-PARAMETROS.
004281     PERFORM 1040-VERIFICAR-CONTROLES.
004291*
004301* The working days of the period being paid come from the
004311* maintained calendar, holidays already out. A period the
004321* calendar does not cover day by day has no per-day rate: the
004331* run stops here, before any data file is opened.
004341*
004351     MOVE WS-FECHA-RUN(1:6) TO WS-PERIODO-RUN.
004361     CALL 'CALENDARIO' USING WS-FECHA-RUN WS-DIAS-LABORABLES
004371        WS-CAL-TIPO WS-CAL-ESTADO.
004381     EVALUATE WS-CAL-ESTADO
004391         WHEN '00'
004401             DISPLAY '  DIAS LABORABLES      : '
004411                WS-DIAS-LABORABLES
004421                ' (CALENDARIO ' WS-PERIODO-RUN ')'
004431         WHEN '23'
004441             DISPLAY 'CALENDARIO NO CUBRE EL PERIODO: '
004451                WS-PERIODO-RUN
004461             PERFORM 3000-FINALISIMA
004471         WHEN '35'
004481             PERFORM 3000-FINALISIMA
004491         WHEN OTHER
004501             DISPLAY 'ARCHIVO DE CALENDARIO INVALIDO'
004511             PERFORM 3000-FINALISIMA
004521     END-EVALUATE.
004890     PERFORM 1005-LEER-CHECKPOINT.
004900     IF WS-CHECKPOINT-ID > 0 THEN
004910        MOVE 'S' TO WS-RESUME-SW
005320        PERFORM 1028-REPOSICIONAR-2
005330        PERFORM 1029-REPOSICIONAR-3
005340     END-IF.
005345     PERFORM 1080-ABRIR-DESCUENTOS.

005350 1005-LEER-CHECKPOINT.
005360     MOVE ZERO TO WS-CHECKPOINT-ID.
005450        CLOSE arc-checkpoint
005460     END-IF.

005461 1080-ABRIR-DESCUENTOS.
005462*
005463* No descuentos.txt means nobody has a deduction and the net is
005464* the gross. On a checkpoint restart the interrupted run's .nue
005465* already holds every line through the checkpoint identi: it is
005466* trimmed back to exactly those and extended, and the live file
005467* skips past them. Without a .nue the lines pass through again,
005468* untouched.
005469*
005470     MOVE WS-FECHA-RUN(1:6) TO WS-PERIODO-RUN.
005471     OPEN INPUT arc-descuentos.
005472     IF des-sin-archivo THEN
005473        DISPLAY 'SIN DESCUENTOS, NETO IGUAL A BRUTO'
005474        EXIT PARAGRAPH
005475     END-IF.
005476     IF NOT positivo14 THEN
005477        display 'estado14: ' estado14
005478        PERFORM 3000-FINALISIMA
005479     END-IF.
005480     MOVE 'S' TO WS-DES-ACTIVO.
005481     MOVE 'N' TO WS-DES-FIN WS-NUE-HALLADO.
005482     IF WS-ES-RESUME THEN
005483        PERFORM 1085-RECORTAR-DESCUENTOS
005484     ELSE
005485        OPEN OUTPUT arc-desc-nuevo
005486     END-IF.
005487     IF NOT positivo15 THEN
005488        display 'estado15: ' estado15
005489        PERFORM 3000-FINALISIMA
005490     END-IF.
005491     PERFORM 2056-LEER-DESCUENTO.
005492     IF WS-NUE-HALLADO = 'S' THEN
005493        PERFORM 2056-LEER-DESCUENTO
005494           UNTIL WS-DES-FIN = 'S' OR
005495                 des-identi > WS-CHECKPOINT-ID
005496     END-IF.

005497 1085-RECORTAR-DESCUENTOS.
005498     OPEN INPUT arc-desc-nuevo.
005499     IF nue-sin-archivo THEN
005500        OPEN OUTPUT arc-desc-nuevo
005501        EXIT PARAGRAPH
005502     END-IF.
005503     IF NOT positivo15 THEN
005504        display 'estado15: ' estado15
005505        PERFORM 3000-FINALISIMA
005506     END-IF.
005507     MOVE 'S' TO WS-NUE-HALLADO.
005508     OPEN OUTPUT arc-desc-tmp.
005509     IF NOT positivo16 THEN
005510        display 'estado16: ' estado16
005511        PERFORM 3000-FINALISIMA
005512     END-IF.
005513     MOVE 'N' TO WS-DES-TMP-FIN.
005514     PERFORM 1086-COPIAR-DESC-VALIDO UNTIL WS-DES-TMP-FIN = 'S'.
005515     CLOSE arc-desc-nuevo arc-desc-tmp.
005516     OPEN INPUT arc-desc-tmp.
005517     IF NOT positivo16 THEN
005518        display 'estado16: ' estado16
005519        PERFORM 3000-FINALISIMA
005520     END-IF.
005521     OPEN OUTPUT arc-desc-nuevo.
005522     IF NOT positivo15 THEN
005523        display 'estado15: ' estado15
005524        PERFORM 3000-FINALISIMA
005525     END-IF.
005526     MOVE 'N' TO WS-DES-TMP-FIN.
005527     PERFORM 1087-DEVOLVER-DESCUENTO UNTIL WS-DES-TMP-FIN = 'S'.
005528     CLOSE arc-desc-tmp arc-desc-nuevo.
005529     OPEN EXTEND arc-desc-nuevo.

005530 1086-COPIAR-DESC-VALIDO.
005531     READ arc-desc-nuevo
005532         AT END
005533             MOVE 'S' TO WS-DES-TMP-FIN
005534         NOT AT END
005535             IF nue-identi <= WS-CHECKPOINT-ID THEN
005536                WRITE descuento-tmp FROM descuento-nuevo
005537                IF NOT positivo16 THEN
005538                   display 'estado16: ' estado16
005539                   PERFORM 3000-FINALISIMA
005540                END-IF
005541             END-IF
005542     END-READ.

005543 1087-DEVOLVER-DESCUENTO.
005544     READ arc-desc-tmp
005545         AT END
005546             MOVE 'S' TO WS-DES-TMP-FIN
005547         NOT AT END
005548             WRITE descuento-nuevo FROM descuento-tmp
005549             IF NOT positivo15 THEN
005550                display 'estado15: ' estado15
005551                PERFORM 3000-FINALISIMA
005552             END-IF
005553     END-READ.

005554 1040-VERIFICAR-CONTROLES.
005555*
005556* The handshake with the producing steps: each input pre-reads
005557* whole, counted and hashed, against the control its producer
005558* stamped. A mismatch means rows were lost or gained between
005559* steps - abort here, before a single record matches, instead
005560* of writing hundreds of type 'E' exceptions off a truncated
005561* file. A run without controles.txt verifies nothing and says
005562* so.
005563*
005564     MOVE ZERO TO WS-CTL-CNT.
005565     OPEN INPUT arc-controles.
005566     IF ctl-sin-archivo THEN
005567        DISPLAY 'SIN CONTROLES, VERIFICACION OMITIDA'
005568        EXIT PARAGRAPH
005569     END-IF.
005570     IF NOT positivo12 THEN
005571        display 'estado12: ' estado12
005572        PERFORM 3000-FINALISIMA
005573     END-IF.
005574     MOVE 'N' TO WS-CTL-FIN.
005575     PERFORM 1041-CARGAR-CONTROL UNTIL WS-CTL-FIN = 'S'.
005576     CLOSE arc-controles.
005577     MOVE 'LECTURA' TO WS-CTL-NOMBRE.
005578     PERFORM 1048-BUSCAR-CONTROL.
005579     IF WS-CTL-HALLADO > ZERO THEN
005580        PERFORM 1042-CONTAR-LECTURA
005581        PERFORM 1049-COMPARAR-CONTROL
005582     END-IF.
005583     MOVE 'LECTURA2' TO WS-CTL-NOMBRE.
005584     PERFORM 1048-BUSCAR-CONTROL.
005585     IF WS-CTL-HALLADO > ZERO THEN
005586        PERFORM 1043-CONTAR-LECTURA2
005587        PERFORM 1049-COMPARAR-CONTROL
005588     END-IF.
005589     MOVE 'LECTURA3' TO WS-CTL-NOMBRE.
005590     PERFORM 1048-BUSCAR-CONTROL.
005591     IF WS-CTL-HALLADO > ZERO THEN
005592        PERFORM 1044-CONTAR-LECTURA3
005593        PERFORM 1049-COMPARAR-CONTROL
005594     END-IF.
005595     DISPLAY 'CONTROLES VERIFICADOS'.

005596 1041-CARGAR-CONTROL.
005597     READ arc-controles
005598         AT END
005599             MOVE 'S' TO WS-CTL-FIN
005600         NOT AT END
005601             IF WS-CTL-CNT < 10 THEN
005602                add 1 to WS-CTL-CNT
005603                MOVE CTL-ARCHIVO TO WS-T-ARCHIVO(WS-CTL-CNT)
005604                MOVE CTL-CUENTA TO WS-T-CUENTA(WS-CTL-CNT)
005605                MOVE CTL-HASH TO WS-T-HASH(WS-CTL-CNT)
005606             END-IF
005607     END-READ.

005608 1042-CONTAR-LECTURA.
005609     MOVE ZERO TO WS-VER-CUENTA WS-VER-HASH.
005610     OPEN INPUT arc-lectura.
005611     IF estado = '35' THEN
005612        EXIT PARAGRAPH
005613     END-IF.
005614     IF NOT positivo THEN
005615        display 'estado: ' estado
005616        PERFORM 3000-FINALISIMA
005617     END-IF.
005618     MOVE 'N' TO WS-VER-FIN.
005619     PERFORM 1045-CONTAR-REG-LECTURA UNTIL WS-VER-FIN = 'S'.
005620     CLOSE arc-lectura.
005621 1045-CONTAR-REG-LECTURA.
005622     READ arc-lectura
005623         AT END
005624             MOVE 'S' TO WS-VER-FIN
005625         NOT AT END
005626             add 1 to WS-VER-CUENTA
005627             add sueldo of heraldo to WS-VER-HASH
005628     END-READ.

005629 1043-CONTAR-LECTURA2.
005630     MOVE ZERO TO WS-VER-CUENTA WS-VER-HASH.
005631     OPEN INPUT arc-lectura2.
005632     IF estado3 = '35' THEN
005633        EXIT PARAGRAPH
005634     END-IF.
005635     IF NOT positivo3 THEN
005636        display 'estado3: ' estado3
005637        PERFORM 3000-FINALISIMA
005638     END-IF.
005639     MOVE 'N' TO WS-VER-FIN.
005640     PERFORM 1046-CONTAR-REG-LECTURA2 UNTIL WS-VER-FIN = 'S'.
005641     CLOSE arc-lectura2.
005642 1046-CONTAR-REG-LECTURA2.
005643     READ arc-lectura2
005644         AT END
005645             MOVE 'S' TO WS-VER-FIN
005646         NOT AT END
005647             add 1 to WS-VER-CUENTA
005648             add mmr of heraldo2 to WS-VER-HASH
005649     END-READ.

005650 1044-CONTAR-LECTURA3.
005651     MOVE ZERO TO WS-VER-CUENTA WS-VER-HASH.
005652     OPEN INPUT arc-lectura3.
005653     IF estado6 = '35' THEN
005654        EXIT PARAGRAPH
005655     END-IF.
005656     IF NOT positivo6 THEN
005657        display 'estado6: ' estado6
005658        PERFORM 3000-FINALISIMA
005659     END-IF.
005660     MOVE 'N' TO WS-VER-FIN.
005661     PERFORM 1047-CONTAR-REG-LECTURA3 UNTIL WS-VER-FIN = 'S'.
005662     CLOSE arc-lectura3.
005663 1047-CONTAR-REG-LECTURA3.
005664     READ arc-lectura3
005665         AT END
005666             MOVE 'S' TO WS-VER-FIN
005667         NOT AT END
005668             add 1 to WS-VER-CUENTA
005669             add dias-asistidos of heraldo3 to WS-VER-HASH
005670     END-READ.

005671 1048-BUSCAR-CONTROL.
005672     MOVE ZERO TO WS-CTL-HALLADO.
005673     PERFORM 1058-COMPARAR-NOMBRE
005674        VARYING WS-CTL-I FROM 1 BY 1
005675        UNTIL WS-CTL-I > WS-CTL-CNT OR WS-CTL-HALLADO > ZERO.
005676 1058-COMPARAR-NOMBRE.
005677     IF WS-T-ARCHIVO(WS-CTL-I) = WS-CTL-NOMBRE THEN
005678        MOVE WS-CTL-I TO WS-CTL-HALLADO
005679     END-IF.

005680 1049-COMPARAR-CONTROL.
005681     IF WS-VER-CUENTA NOT = WS-T-CUENTA(WS-CTL-HALLADO) OR
005682        WS-VER-HASH NOT = WS-T-HASH(WS-CTL-HALLADO) THEN
005683        DISPLAY 'CONTROL NO CUADRA: ' WS-CTL-NOMBRE
005684        DISPLAY '  ESPERADO CUENTA: '
005685           WS-T-CUENTA(WS-CTL-HALLADO)
005686           ' HASH: ' WS-T-HASH(WS-CTL-HALLADO)
005687        DISPLAY '  LEIDO    CUENTA: ' WS-VER-CUENTA
005688           ' HASH: ' WS-VER-HASH
005689        MOVE 'ABORTADO' TO WS-JOB-ESTADO
005690        MOVE 12 TO WS-RETORNO
005691        PERFORM 3000-FINALISIMA
005692     END-IF.

005693 1050-RESOLVER-PARAMETROS.
005694     MOVE 'ARCHIVOS_LECTURA' TO WS-PARAM-CLAVE.
005695     PERFORM 1900-LEER-PARAMETRO.
005696     IF WS-PARAM-ESTADO = '00' THEN
005697        MOVE WS-PARAM-VALOR TO WS-LECTURA-PATH
005698     ELSE
005699        MOVE '../lectura.txt' TO WS-LECTURA-PATH
005700     END-IF.
005701     MOVE 'ARCHIVOS_LECTURA2' TO WS-PARAM-CLAVE.
005702     PERFORM 1900-LEER-PARAMETRO.
005703     IF WS-PARAM-ESTADO = '00' THEN
005704        MOVE WS-PARAM-VALOR TO WS-LECTURA2-PATH
005705     ELSE
005706        MOVE '../lectura2.txt' TO WS-LECTURA2-PATH
005707     END-IF.
005708     MOVE 'ARCHIVOS_LECTURA3' TO WS-PARAM-CLAVE.
005709     PERFORM 1900-LEER-PARAMETRO.
005710     IF WS-PARAM-ESTADO = '00' THEN
005711        MOVE WS-PARAM-VALOR TO WS-LECTURA3-PATH
005712     ELSE
005713        MOVE '../lectura3.txt' TO WS-LECTURA3-PATH
005714     END-IF.
005715     MOVE 'ARCHIVOS_ESCRITURA' TO WS-PARAM-CLAVE.
005716     PERFORM 1900-LEER-PARAMETRO.
005717     IF WS-PARAM-ESTADO = '00' THEN
005718        MOVE WS-PARAM-VALOR TO WS-ESCRITURA-PATH
005719     ELSE
005720        MOVE '../escritura.txt' TO WS-ESCRITURA-PATH
005721     END-IF.
005722     MOVE 'ARCHIVOS_REPORTE' TO WS-PARAM-CLAVE.
005723     PERFORM 1900-LEER-PARAMETRO.
005724     IF WS-PARAM-ESTADO = '00' THEN
005725        MOVE WS-PARAM-VALOR TO WS-REPORTE-PATH
005726     ELSE
005727        MOVE '../reporte.txt' TO WS-REPORTE-PATH
005728     END-IF.
005729     MOVE 'ARCHIVOS_CSV' TO WS-PARAM-CLAVE.
005730     PERFORM 1900-LEER-PARAMETRO.
005731     IF WS-PARAM-ESTADO = '00' THEN
005732        MOVE WS-PARAM-VALOR TO WS-CSV-PATH
005733     ELSE
005734        MOVE '../escritura.csv' TO WS-CSV-PATH
005735     END-IF.
005736     MOVE 'ARCHIVOS_OUTER_JOIN' TO WS-PARAM-CLAVE.
005737     PERFORM 1900-LEER-PARAMETRO.
005738     IF WS-PARAM-ESTADO = '00' THEN
005739        MOVE WS-PARAM-VALOR(1:1) TO WS-OUTER-JOIN-SW
005740     ELSE
005741        MOVE 'N' TO WS-OUTER-JOIN-SW
005742     END-IF.
005743     MOVE 'ARCHIVOS_RAISE_PCT' TO WS-PARAM-CLAVE.
005744     PERFORM 1900-LEER-PARAMETRO.
005745     IF WS-PARAM-ESTADO = '00' THEN
005746        COMPUTE WS-RAISE-PCT =
005747           FUNCTION NUMVAL(WS-PARAM-VALOR)
005748     ELSE
005749        MOVE 10 TO WS-RAISE-PCT
005750     END-IF.
005759     MOVE 'ARCHIVOS_MAX_EXC_PCT' TO WS-PARAM-CLAVE.
005760     PERFORM 1900-LEER-PARAMETRO.
005761     IF WS-PARAM-ESTADO = '00' THEN
005762        COMPUTE WS-MAX-EXC-PCT =
005763           FUNCTION NUMVAL(WS-PARAM-VALOR)
005764     ELSE
005765        MOVE 20 TO WS-MAX-EXC-PCT
005766     END-IF.
005767     MOVE 'ARCHIVOS_EXTRA_PCT' TO WS-PARAM-CLAVE.
005768     PERFORM 1900-LEER-PARAMETRO.
005769     IF WS-PARAM-ESTADO = '00' THEN
005770        COMPUTE WS-EXTRA-PCT =
005771           FUNCTION NUMVAL(WS-PARAM-VALOR)
005772     ELSE
005773        MOVE 150 TO WS-EXTRA-PCT
005774     END-IF.
005775     MOVE 'ARCHIVOS_FERIADO_PCT' TO WS-PARAM-CLAVE.
005776     PERFORM 1900-LEER-PARAMETRO.
005777     IF WS-PARAM-ESTADO = '00' THEN
005778        COMPUTE WS-FERIADO-PCT =
005779           FUNCTION NUMVAL(WS-PARAM-VALOR)
005780     ELSE
005781        MOVE 200 TO WS-FERIADO-PCT
005782     END-IF.
005783     MOVE 'FICHADA_JORNADA_HS' TO WS-PARAM-CLAVE.
005784     PERFORM 1900-LEER-PARAMETRO.
005785     IF WS-PARAM-ESTADO = '00' THEN
005786        COMPUTE WS-JORNADA-HS =
005787           FUNCTION NUMVAL(WS-PARAM-VALOR)
005788     ELSE
005789        MOVE 8 TO WS-JORNADA-HS
005790     END-IF.
005791     MOVE 'ARCHIVOS_SIMULACION' TO WS-PARAM-CLAVE.
005792     PERFORM 1900-LEER-PARAMETRO.
005793     IF WS-PARAM-ESTADO = '00' THEN
005794        MOVE WS-PARAM-VALOR(1:1) TO WS-SIMULACION-SW
005795     ELSE
005796        MOVE 'N' TO WS-SIMULACION-SW
005797     END-IF.
005798     IF ES-SIMULACION THEN
005799        PERFORM 1055-ENTRAR-SIMULACION
005800     END-IF.
005801     PERFORM 1057-ARMAR-RUTA-IDX.

005802 1055-ENTRAR-SIMULACION.
005803*
005804* Everything the run would write or update swings to a .sim
005805* twin: the real roster, report, CSV, exceptions, historia and
005806* checkpoint stay exactly as the last real run left them, and
005807* GENERA never cycles a simulation. The real roster path is
005808* kept aside for the cost comparison at the end.
005809*
005810     DISPLAY 'MODO SIMULACION: SALIDAS A ARCHIVOS .SIM'.
005811     MOVE WS-ESCRITURA-PATH TO WS-REAL-PATH.
005812     MOVE '../escritura.sim' TO WS-ESCRITURA-PATH.
005813     MOVE '../reporte.sim' TO WS-REPORTE-PATH.
005814     MOVE '../escritura_sim.csv' TO WS-CSV-PATH.
005815     MOVE '../excepciones.sim' TO WS-EXCEPCIONES-PATH.
005816     MOVE '../historia.sim' TO WS-HISTORIA-PATH.
005817     MOVE '../checkpoint.sim' TO WS-CHECKPOINT-PATH.
005818     MOVE '../descuentos.sim' TO WS-DESC-NUEVO-PATH.
005819     MOVE 'SIMULA_RAISE_PCT' TO WS-PARAM-CLAVE.
005820     PERFORM 1900-LEER-PARAMETRO.
005821     IF WS-PARAM-ESTADO = '00' THEN
005822        COMPUTE WS-RAISE-PCT =
005823           FUNCTION NUMVAL(WS-PARAM-VALOR)
005824     END-IF.

005825 1057-ARMAR-RUTA-IDX.
005826*
005827* The keyed twin lives next to whatever roster this run writes:
005828* <roster>.idx. A run steered at a dated snapshot (or the
005829* simulation's .sim roster) builds that file's own twin and
005830* leaves the live escritura.txt.idx alone, which is the only
005831* twin CONSULTA trusts.
005832*
005833     MOVE 100 TO WS-PATH-LARGO.
005834     PERFORM 1059-RETROCEDER-RUTA
005835        UNTIL WS-PATH-LARGO = ZERO OR
005836              WS-ESCRITURA-PATH(WS-PATH-LARGO:1) NOT = SPACE.
005837     MOVE SPACES TO WS-ESCRIDX-PATH.
005838     STRING WS-ESCRITURA-PATH(1:WS-PATH-LARGO)
005839               DELIMITED BY SIZE
005840            '.idx' DELIMITED BY SIZE
005841            INTO WS-ESCRIDX-PATH.
005842 1059-RETROCEDER-RUTA.
005843     SUBTRACT 1 FROM WS-PATH-LARGO.

005844 1061-PARAM-LINEA.
005845     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
005846     IF NOT positivo7 THEN
005847        display 'estado7: ' estado7
005848        PERFORM 3000-FINALISIMA
005849     END-IF.

005850 1070-PARAMETROS-EN-REPORTE.
005851*
005852* The effective set, at the head of the report itself: what a
005853* run actually used can be proven from reporte.txt after the
005854* fact. A checkpoint restart appends its own block, which is
005855* exactly the record wanted when the resumed run was steered
005856* differently.
005857*
005858     MOVE 'ARCHIVOS_LECTURA' TO LPA-CLAVE.
005859     MOVE WS-LECTURA-PATH TO LPA-VALOR.
005860     PERFORM 1061-PARAM-LINEA.
005861     MOVE 'ARCHIVOS_LECTURA2' TO LPA-CLAVE.
005862     MOVE WS-LECTURA2-PATH TO LPA-VALOR.
005863     PERFORM 1061-PARAM-LINEA.
005864     MOVE 'ARCHIVOS_LECTURA3' TO LPA-CLAVE.
005865     MOVE WS-LECTURA3-PATH TO LPA-VALOR.
005866     PERFORM 1061-PARAM-LINEA.
005867     MOVE 'ARCHIVOS_ESCRITURA' TO LPA-CLAVE.
005868     MOVE WS-ESCRITURA-PATH TO LPA-VALOR.
005869     PERFORM 1061-PARAM-LINEA.
005870     MOVE 'ARCHIVOS_REPORTE' TO LPA-CLAVE.
005871     MOVE WS-REPORTE-PATH TO LPA-VALOR.
005872     PERFORM 1061-PARAM-LINEA.
005873     MOVE 'ARCHIVOS_CSV' TO LPA-CLAVE.
005874     MOVE WS-CSV-PATH TO LPA-VALOR.
005875     PERFORM 1061-PARAM-LINEA.
005876     MOVE 'ARCHIVOS_OUTER_JOIN' TO LPA-CLAVE.
005877     MOVE WS-OUTER-JOIN-SW TO LPA-VALOR.
005878     PERFORM 1061-PARAM-LINEA.
005879     MOVE 'ARCHIVOS_RAISE_PCT' TO LPA-CLAVE.
005880     MOVE WS-RAISE-PCT TO LPA-VALOR.
005881     PERFORM 1061-PARAM-LINEA.
005882     MOVE 'DIAS LAB CALENDARIO' TO LPA-CLAVE.
005883     MOVE WS-DIAS-LABORABLES TO LPA-VALOR.
005884     PERFORM 1061-PARAM-LINEA.
005885     MOVE 'ARCHIVOS_MAX_EXC_PCT' TO LPA-CLAVE.
005886     MOVE WS-MAX-EXC-PCT TO LPA-VALOR.
005887     PERFORM 1061-PARAM-LINEA.
005888     MOVE 'ARCHIVOS_SIMULACION' TO LPA-CLAVE.
005889     MOVE WS-SIMULACION-SW TO LPA-VALOR.
005890     PERFORM 1061-PARAM-LINEA.
005891     MOVE 'ARCHIVOS_EXTRA_PCT' TO LPA-CLAVE.
005892     MOVE WS-EXTRA-PCT TO LPA-VALOR.
005893     PERFORM 1061-PARAM-LINEA.
005894     MOVE 'ARCHIVOS_FERIADO_PCT' TO LPA-CLAVE.
005895     MOVE WS-FERIADO-PCT TO LPA-VALOR.
005896     PERFORM 1061-PARAM-LINEA.
005897     MOVE 'FICHADA_JORNADA_HS' TO LPA-CLAVE.
005898     MOVE WS-JORNADA-HS TO LPA-VALOR.
005899     PERFORM 1061-PARAM-LINEA.

005900 1060-MOSTRAR-PARAMETROS.
005901*
005902* The effective set, in the run's own record, so what a run
005903* actually used can be proven after the fact.
005904*
005905     DISPLAY 'PARAMETROS EFECTIVOS - ARCHIVOS'.
005906     DISPLAY '  ARCHIVOS_LECTURA     : ' WS-LECTURA-PATH.
005907     DISPLAY '  ARCHIVOS_LECTURA2    : ' WS-LECTURA2-PATH.
005908     DISPLAY '  ARCHIVOS_LECTURA3    : ' WS-LECTURA3-PATH.
005909     DISPLAY '  ARCHIVOS_ESCRITURA   : ' WS-ESCRITURA-PATH.
005910     DISPLAY '  ARCHIVOS_REPORTE     : ' WS-REPORTE-PATH.
005911     DISPLAY '  ARCHIVOS_CSV         : ' WS-CSV-PATH.
005912     DISPLAY '  ARCHIVOS_OUTER_JOIN  : ' WS-OUTER-JOIN-SW.
005913     DISPLAY '  ARCHIVOS_RAISE_PCT   : ' WS-RAISE-PCT.
005914     DISPLAY '  ARCHIVOS_MAX_EXC_PCT : ' WS-MAX-EXC-PCT.
005915     DISPLAY '  ARCHIVOS_SIMULACION  : ' WS-SIMULACION-SW.
005916     DISPLAY '  ARCHIVOS_EXTRA_PCT   : ' WS-EXTRA-PCT.
005917     DISPLAY '  ARCHIVOS_FERIADO_PCT : ' WS-FERIADO-PCT.
005918     DISPLAY '  FICHADA_JORNADA_HS   : ' WS-JORNADA-HS.

005919 1900-LEER-PARAMETRO.
005920*
005921* A '99' means parametros.txt itself is broken; stopping here,
005922* before any data file opens, is the whole point.
005923*
005924     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
005925        WS-PARAM-ESTADO.
005926     IF WS-PARAM-ESTADO = '99' THEN
005927        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
005928        PERFORM 3000-FINALISIMA
005929     END-IF.

005930 1030-RECORTAR-EXCEPCIONES.
005931     OPEN INPUT arc-excepciones.
005932     IF positivo4 THEN
005933        OPEN OUTPUT arc-excep-tmp
005934        IF NOT positivo8 THEN
005935           display 'estado8: 'estado8
005936           PERFORM 3000-FINALISIMA
005937        END-IF
005938        MOVE 'N' TO WS-EXC-READFIN
005939        PERFORM 1031-COPIAR-EXCEPCION-VALIDA
005940           UNTIL WS-EXC-READFIN = 'S'
005941        CLOSE arc-excepciones arc-excep-tmp
005942        OPEN INPUT arc-excep-tmp
005943        IF NOT positivo8 THEN
005944           display 'estado8: 'estado8
005945           PERFORM 3000-FINALISIMA
005946        END-IF
005947        OPEN OUTPUT arc-excepciones
005948        IF NOT positivo4 THEN
005949           display 'estado4: 'estado4
005950           PERFORM 3000-FINALISIMA
005951        END-IF
005952        MOVE 'N' TO WS-EXC-READFIN
005953        PERFORM 1032-COPIAR-EXCEPCION-DE-VUELTA
005954           UNTIL WS-EXC-READFIN = 'S'
005955        CLOSE arc-excep-tmp arc-excepciones
005956     ELSE
005957        CLOSE arc-excepciones
005958     END-IF.

005959 1031-COPIAR-EXCEPCION-VALIDA.
005960     READ arc-excepciones
005961         AT END
005962             MOVE 'S' TO WS-EXC-READFIN
005963         NOT AT END
005964             IF exc-identi <= WS-CHECKPOINT-ID THEN
005965                MOVE exc-tipo TO exct-tipo
005966                MOVE exc-identi TO exct-identi
005967                MOVE exc-nombre TO exct-nombre
005968                MOVE exc-apellido TO exct-apellido
005969                MOVE exc-medalla TO exct-medalla
005970                MOVE exc-mmr TO exct-mmr
005971                MOVE exc-sueldo TO exct-sueldo
005972                MOVE exc-favorito TO exct-favorito
005973                MOVE exc-dias TO exct-dias
005974                MOVE exc-sancion TO exct-sancion
005975                MOVE exc-horas TO exct-horas
005976                WRITE excepcion-tmp
005977                IF NOT positivo8 THEN
005978                   display 'estado8: 'estado8
005979                   PERFORM 3000-FINALISIMA
005980                END-IF
005981             END-IF
005982     END-READ.

005990 1032-COPIAR-EXCEPCION-DE-VUELTA.
006000     READ arc-excep-tmp
006110             MOVE exct-favorito TO exc-favorito
006120             MOVE exct-dias TO exc-dias
006130             MOVE exct-sancion TO exc-sancion
006135             MOVE exct-horas TO exc-horas
006140             WRITE excepcion
006150             IF NOT positivo4 THEN
006160                display 'estado4: 'estado4
006880             MOVE 'S' TO WS-HIST-FIN
006890         NOT AT END
006900             IF RECORTE-DIA-COMPLETO THEN
006902*
006904* Settlements are FINIQUITO's and bonuses PREMIO's, not this
006905* run's: they stay.
006906*
006910                IF hist-fecha NOT = WS-FECHA-CORTE OR
006913                   HIST-FINIQUITO OR HIST-PREMIO OR
006916                   (HIST-RETENCION AND HIST-DE-FINIQUITO) THEN
006920                   PERFORM 1038-GRABAR-HIST-TMP
006930                END-IF
006940             ELSE
007490                dias-asistidos of inmortal
007500             move sancion of heraldo3 to sancion of inmortal
007501             move ccosto of heraldo to ccosto of inmortal
007503             move WS-HORAS-EXTRA to horas-extra of inmortal
007505             move WS-HORAS-PREMIO to horas-premio of inmortal
007507             move WS-EXTRA-CALC to extra of inmortal
007510             PERFORM 2030-GRABAR-OUTPUT
007520             add 1 to WS-CNT-MATCH
007530             PERFORM 2025-LEER-INPUT
007680             move zero to dias-asistidos of inmortal
007690             move spaces to sancion of inmortal
007691             move ccosto of heraldo to ccosto of inmortal
007693             move WS-HORAS-EXTRA to horas-extra of inmortal
007695             move WS-HORAS-PREMIO to horas-premio of inmortal
007697             move WS-EXTRA-CALC to extra of inmortal
007700             PERFORM 2030-GRABAR-OUTPUT
007710             add 1 to WS-CNT-MATCH
007720             PERFORM 2025-LEER-INPUT
007840             move spaces to exc-favorito
007850             move dias-asistidos of heraldo3 to exc-dias
007860             move sancion of heraldo3 to exc-sancion
007865             move horas of heraldo3 to exc-horas
007870             PERFORM 2040-GRABAR-EXCEPCION
007880             IF OUTER-JOIN-ON THEN
007890                PERFORM 2046-GRABAR-OUTER-CON-ASISTENCIA
008030             move favorito of heraldo2 to exc-favorito
008040             move zero to exc-dias
008050             move spaces to exc-sancion
008053             move zero to exc-horas-normales exc-horas-extra
008056                exc-horas-premio
008060             PERFORM 2040-GRABAR-EXCEPCION
008070             add 1 to WS-CNT-SOLO-ASIST
008080             move 'H' to exc-tipo
008150             move spaces to exc-favorito
008160             move dias-asistidos of heraldo3 to exc-dias
008170             move sancion of heraldo3 to exc-sancion
008175             move horas of heraldo3 to exc-horas
008180             PERFORM 2040-GRABAR-EXCEPCION
008190             PERFORM 2028-LEER-INPUT2
008200             PERFORM 2029-LEER-INPUT3
008310             move spaces to exc-favorito
008320             move zero to exc-dias
008330             move spaces to exc-sancion
008333             move zero to exc-horas-normales exc-horas-extra
008336                exc-horas-premio
008340             PERFORM 2040-GRABAR-EXCEPCION
008350             IF OUTER-JOIN-ON THEN
008360                PERFORM 2045-GRABAR-OUTER-EMPLEADO
008490             move favorito of heraldo2 to exc-favorito
008500             move zero to exc-dias
008510             move spaces to exc-sancion
008513             move zero to exc-horas-normales exc-horas-extra
008516                exc-horas-premio
008520             PERFORM 2040-GRABAR-EXCEPCION
008530             PERFORM 2028-LEER-INPUT2
008540         WHEN WS-KEY3 < WS-KEY1 AND WS-KEY3 < WS-KEY2
008640             move spaces to exc-favorito
008650             move dias-asistidos of heraldo3 to exc-dias
008660             move sancion of heraldo3 to exc-sancion
008665             move horas of heraldo3 to exc-horas
008670             PERFORM 2040-GRABAR-EXCEPCION
008680             PERFORM 2029-LEER-INPUT3
008690     END-EVALUATE.
008740* rule: full on a clean record, half on an 'A', none otherwise.
008750* The computed pay also feeds the sueldo conciliation, and the
008760* applied rule prints in the REGLA column of the roster.
008762* Overtime and holiday/weekend hours from the clock are paid on
008764* top at the hourly base (sueldo over the period's working
008766* hours) times ARCHIVOS_EXTRA_PCT / ARCHIVOS_FERIADO_PCT; the
008768* sanction rule touches the raise only, never hours worked.
008770*
008780     IF CON-ASISTENCIA THEN
008790        move dias-asistidos of heraldo3 to WS-DIAS-PAGO
008791        PERFORM 2052-TOMAR-HORAS
008792        COMPUTE WS-EXTRA-CALC ROUNDED =
008793           sueldo of heraldo *
008794           (WS-HORAS-EXTRA * WS-EXTRA-PCT +
008795            WS-HORAS-PREMIO * WS-FERIADO-PCT)
008796              / (100 * WS-DIAS-LABORABLES * WS-JORNADA-HS)
008800        IF WS-DIAS-PAGO > WS-DIAS-LABORABLES THEN
008810           move WS-DIAS-LABORABLES to WS-DIAS-PAGO
008820        END-IF
008980        MOVE sueldo of heraldo TO WS-SUELDO-PRORRATA
008990        MOVE WS-RAISE-PCT TO WS-PCT-EFECTIVO
009000        MOVE 'S/ASIS' TO WS-REGLA
009003        MOVE ZERO TO WS-HORAS-EXTRA WS-HORAS-PREMIO
009006        MOVE ZERO TO WS-EXTRA-CALC
009010     END-IF.
009020     COMPUTE WS-SUELDO-CALC =
009030        WS-SUELDO-PRORRATA +
009040        (WS-SUELDO-PRORRATA * WS-PCT-EFECTIVO / 100) +
009045        WS-EXTRA-CALC.
009050     MOVE WS-REGLA TO LD-REGLA.
009051     EVALUATE WS-REGLA
009052         WHEN 'NORMAL'
009290            WHEN OTHER
009300                MOVE ZERO TO WS-ESP-PCT
009310        END-EVALUATE
009311        MOVE ZERO TO WS-ESP-EXTRA
009312        IF horas of heraldo3 IS NUMERIC THEN
009313           COMPUTE WS-ESP-EXTRA ROUNDED =
009314              sueldo of heraldo *
009315              (horas-extra of heraldo3 * WS-EXTRA-PCT +
009316               horas-premio of heraldo3 * WS-FERIADO-PCT)
009317                 / (100 * WS-DIAS-LABORABLES * WS-JORNADA-HS)
009318        END-IF
009320     ELSE
009330        MOVE sueldo of heraldo TO WS-ESP-PRORRATA
009340        MOVE WS-RAISE-PCT TO WS-ESP-PCT
009345        MOVE ZERO TO WS-ESP-EXTRA
009350     END-IF.
009360     COMPUTE WS-ESP-CALC =
009370        WS-ESP-PRORRATA +
009380        (WS-ESP-PRORRATA * WS-ESP-PCT / 100) +
009385        WS-ESP-EXTRA.
009390     add WS-ESP-CALC to WS-SUELDO-ESPERADO.

009391 2052-TOMAR-HORAS.
009392*
009393* A lectura3.txt built before the clock carried hours has
009394* spaces where they go: no hours, no overtime, not an error.
009395*
009396     IF horas of heraldo3 IS NUMERIC THEN
009397        MOVE horas-extra of heraldo3 TO WS-HORAS-EXTRA
009398        MOVE horas-premio of heraldo3 TO WS-HORAS-PREMIO
009399     ELSE
009400        MOVE ZERO TO WS-HORAS-EXTRA WS-HORAS-PREMIO
009401     END-IF.

009402 2055-APLICAR-DESCUENTOS.
009403*
009404* Runs at the head of 2030 for every record headed to the
009405* roster. Lines of identis not paid in this run pass through
009406* untouched; the employee's own lines are taken in file order
009407* against what is left of the gross, so the net can reach zero
009408* but never go below it.
009409*
009410     MOVE ZERO TO WS-DESC-CNT.
009411     MOVE sueldo of inmortal TO WS-SUELDO-NETO.
009412     IF HAY-DESCUENTOS THEN
009413        PERFORM 2057-PASAR-DESCUENTO
009414           UNTIL WS-DES-FIN = 'S' OR
009415                 des-identi >= identi of inmortal
009416        PERFORM 2058-TOMAR-DESCUENTO
009417           UNTIL WS-DES-FIN = 'S' OR
009418                 des-identi NOT = identi of inmortal
009419     END-IF.
009420     MOVE WS-SUELDO-NETO TO neto of inmortal.
009421     add WS-SUELDO-NETO to WS-NETO-OUT-TOTAL.

009422 2056-LEER-DESCUENTO.
009423     READ arc-descuentos
009424         AT END
009425             MOVE 'S' TO WS-DES-FIN
009426         NOT AT END
009427             add 1 to WS-CNT-LEIDOS-DES
009428             IF des-identi < WS-PREV-KEY-DES THEN
009429                display "DESCUENTOS FUERA DE SECUENCIA: "
009430                   des-identi
009431                PERFORM 3000-FINALISIMA
009432             END-IF
009433             move des-identi to WS-PREV-KEY-DES
009434     END-READ.
009435     IF NOT positivo14 AND estado14 not = '10' then
009436        display 'estado14: ' estado14
009437        PERFORM 3000-FINALISIMA
009438     END-IF.

009439 2057-PASAR-DESCUENTO.
009440     PERFORM 2059-GRABAR-DESCUENTO.
009441     PERFORM 2056-LEER-DESCUENTO.

009442 2058-TOMAR-DESCUENTO.
009443*
009444* A take already stamped with this run date belongs to an
009445* earlier attempt of the same day (a rerun, or the run a
009446* restart resumes): it is given back to the balance first and
009447* taken again below, never twice. Only lines in force for the
009448* period, with balance left under a cap, take anything.
009449*
009450     IF des-ult-fecha = WS-FECHA-RUN THEN
009451        IF DES-CON-TOPE THEN
009452           add des-ult-importe to des-saldo
009453        END-IF
009454        MOVE ZERO TO des-ult-importe
009455     END-IF.
009456     IF (DES-FIJO OR DES-PORCENTAJE) AND
009457        des-desde <= WS-PERIODO-RUN AND
009458        (des-hasta = ZERO OR des-hasta >= WS-PERIODO-RUN) AND
009459        (NOT DES-CON-TOPE OR des-saldo > ZERO) THEN
009460        IF WS-DESC-CNT < 20 THEN
009461           PERFORM 2060-CALCULAR-DESCUENTO
009462        ELSE
009463           display "DESCUENTO NO TOMADO, MAS DE 20: " des-identi
009464              " " des-concepto
009465        END-IF
009466     END-IF.
009467     PERFORM 2059-GRABAR-DESCUENTO.
009468     PERFORM 2056-LEER-DESCUENTO.

009469 2059-GRABAR-DESCUENTO.
009470     WRITE descuento-nuevo FROM descuento.
009471     IF NOT positivo15 THEN
009472        display 'estado15: ' estado15
009473        PERFORM 3000-FINALISIMA
009474     END-IF.

009475 2060-CALCULAR-DESCUENTO.
009476     IF DES-PORCENTAJE THEN
009477        COMPUTE WS-DESC-IMPORTE =
009478           sueldo of inmortal * des-pct / 100
009479     ELSE
009480        MOVE des-importe TO WS-DESC-IMPORTE
009481     END-IF.
009482     IF DES-CON-TOPE AND WS-DESC-IMPORTE > des-saldo THEN
009483        MOVE des-saldo TO WS-DESC-IMPORTE
009484     END-IF.
009485     IF WS-DESC-IMPORTE > WS-SUELDO-NETO THEN
009486        MOVE WS-SUELDO-NETO TO WS-DESC-IMPORTE
009487     END-IF.
009488     SUBTRACT WS-DESC-IMPORTE FROM WS-SUELDO-NETO.
009489     IF DES-CON-TOPE THEN
009490        SUBTRACT WS-DESC-IMPORTE FROM des-saldo
009491     END-IF.
009492     MOVE WS-FECHA-RUN TO des-ult-fecha.
009493     MOVE WS-DESC-IMPORTE TO des-ult-importe.
009494     IF WS-DESC-IMPORTE > ZERO THEN
009495        add 1 to WS-DESC-CNT
009496        MOVE des-concepto TO WS-D-CONCEPTO(WS-DESC-CNT)
009497        MOVE WS-DESC-IMPORTE TO WS-D-IMPORTE(WS-DESC-CNT)
009498        add 1 to WS-CNT-DESCUENTOS
009499        add WS-DESC-IMPORTE to WS-DESC-OUT-TOTAL
009500     END-IF.

009501 3000-FINALISIMA.
009502     IF WS-NUM-PAGINA > ZERO THEN
009503        move WS-CNT-REPORTE to LP-TOTAL
009504        WRITE REPORTE-LINE FROM WS-LINEA-PIE
009505     END-IF.
009506     PERFORM 3015-CONCILIAR-TOTALES.
009507     PERFORM 3010-REPORTE-TOTALES.
009508     IF WS-RETORNO = ZERO THEN
009509        IF WS-CNT-DUP1 > ZERO OR WS-CNT-DUP2 > ZERO OR
009510           WS-CNT-DUP3 > ZERO OR WS-CNT-SIN-STATS > ZERO OR
009511           WS-CNT-SIN-EMPL > ZERO OR WS-CNT-SOLO-ASIST > ZERO OR
009512           HAY-DESCUADRE THEN
009520           MOVE 4 TO WS-RETORNO
009530        END-IF
009540     END-IF.
009550     IF WS-JOB-ESTADO = 'FIN OK' THEN
009552        PERFORM 3030-CERRAR-DESCUENTOS
009554     END-IF.
009556     IF WS-JOB-ESTADO = 'FIN OK' THEN
009560        PERFORM 3020-LIMPIAR-CHECKPOINT
009570     END-IF.
009580     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
009590     CLOSE arc-lectura arc-lectura2 arc-lectura3 arc-escritura
009600           arc-excepciones arc-reporte arc-historia arc-csv
009601           arc-escridx arc-descuentos arc-desc-nuevo.
009602     IF ES-SIMULACION THEN
009603        PERFORM 3100-COMPARAR-SIMULACION
009604     END-IF.
009740     OPEN OUTPUT arc-checkpoint.
009750     CLOSE arc-checkpoint.

009751 3030-CERRAR-DESCUENTOS.
009752*
009753* The lines past the last paid identi pass through, then the
009754* rewritten twin replaces descuentos.txt. A simulation leaves
009755* the live balances where the last real run left them. A
009756* failure here keeps the checkpoint: the restart finds the
009757* whole .nue and copies it again.
009758*
009759     IF NOT HAY-DESCUENTOS THEN
009760        EXIT PARAGRAPH
009761     END-IF.
009762     PERFORM 2057-PASAR-DESCUENTO UNTIL WS-DES-FIN = 'S'.
009763     CLOSE arc-descuentos arc-desc-nuevo.
009764     MOVE 'N' TO WS-DES-ACTIVO.
009765     IF ES-SIMULACION THEN
009766        EXIT PARAGRAPH
009767     END-IF.
009768     OPEN INPUT arc-desc-nuevo.
009769     OPEN OUTPUT arc-descuentos.
009770     IF NOT positivo15 OR NOT positivo14 THEN
009771        display 'estado14: ' estado14
009772        display 'estado15: ' estado15
009773        MOVE 'ERROR' TO WS-JOB-ESTADO
009774        MOVE 12 TO WS-RETORNO
009775        EXIT PARAGRAPH
009776     END-IF.
009777     MOVE 'N' TO WS-DES-TMP-FIN.
009778     PERFORM 3031-COPIAR-DESCUENTO UNTIL WS-DES-TMP-FIN = 'S'.
009779     CLOSE arc-desc-nuevo arc-descuentos.

009780 3031-COPIAR-DESCUENTO.
009781     READ arc-desc-nuevo
009782         AT END
009783             MOVE 'S' TO WS-DES-TMP-FIN
009784         NOT AT END
009785             WRITE descuento FROM descuento-nuevo
009786             IF NOT positivo14 THEN
009787                display 'estado14: ' estado14
009788                MOVE 'ERROR' TO WS-JOB-ESTADO
009789                MOVE 12 TO WS-RETORNO
009790                MOVE 'S' TO WS-DES-TMP-FIN
009791             END-IF
009792     END-READ.

009793 3015-CONCILIAR-TOTALES.
009794*
009795* WS-SUELDO-ESPERADO accumulates per employee in
009796* 2050-CALCULAR-SUELDO; here it only gets compared against what
009800* actually reached arc-escritura.
009810     COMPUTE WS-SUELDO-DIFF =
009820        WS-SUELDO-OUT-TOTAL - WS-SUELDO-ESPERADO.
010160     DISPLAY "  SIN ASISTENCIA   : " WS-CNT-SIN-ASIST.
010170     DISPLAY "  ASIST SIN EMPL   : " WS-CNT-SOLO-ASIST.
010180     DISPLAY "  LINEAS REPORTE   : " WS-CNT-REPORTE.
010183     DISPLAY "  DESCUENTOS LEIDOS: " WS-CNT-LEIDOS-DES.
010186     DISPLAY "  DESCUENTOS TOMADO: " WS-CNT-DESCUENTOS.
010190     DISPLAY "-----------------------------------------".
010200     DISPLAY "  SUELDO BASE (IN) : " WS-SUELDO-BASE-TOTAL.
010210     DISPLAY "  SUELDO EXCLUIDO  : " WS-SUELDO-EXC-TOTAL.
010220     DISPLAY "  SUELDO ESPERADO  : " WS-SUELDO-ESPERADO.
010230     DISPLAY "  SUELDO GRABADO   : " WS-SUELDO-OUT-TOTAL.
010233     DISPLAY "  TOTAL RETENIDO   : " WS-DESC-OUT-TOTAL.
010236     DISPLAY "  NETO GRABADO     : " WS-NETO-OUT-TOTAL.
010238     DISPLAY "  HORAS EXTRA PAGO : " WS-EXTRA-OUT-TOTAL.
010240     DISPLAY "  MMR   BASE (IN)  : " WS-MMR-BASE-TOTAL.
010250     DISPLAY "  MMR   EXCLUIDO   : " WS-MMR-EXC-TOTAL.
010260     DISPLAY "  MMR   ESPERADO   : " WS-MMR-ESPERADO.
010680                      move spaces to exc-favorito
010690                      move zero to exc-dias
010700                      move spaces to exc-sancion
010703                      move zero to exc-horas-normales
010706                         exc-horas-extra exc-horas-premio
010710                      PERFORM 2040-GRABAR-EXCEPCION
010720                   END-IF
010730                   PERFORM 2025-LEER-INPUT
011140                      move favorito of heraldo2 to exc-favorito
011150                      move zero to exc-dias
011160                      move spaces to exc-sancion
011163                      move zero to exc-horas-normales
011166                         exc-horas-extra exc-horas-premio
011170                      PERFORM 2040-GRABAR-EXCEPCION
011180                   END-IF
011190                   PERFORM 2028-LEER-INPUT2
011570                      move spaces to exc-favorito
011580                      move dias-asistidos of heraldo3 to exc-dias
011590                      move sancion of heraldo3 to exc-sancion
011595                      move horas of heraldo3 to exc-horas
011600                      PERFORM 2040-GRABAR-EXCEPCION
011610                   END-IF
011620                   PERFORM 2029-LEER-INPUT3
011700         PERFORM 3000-FINALISIMA
011710     END-IF.
011720 2030-GRABAR-OUTPUT.
011725     PERFORM 2055-APLICAR-DESCUENTOS.
011730     write inmortal.
011740     if not positivo2 then
011750         display estado2
011780     PERFORM 2035-GRABAR-CHECKPOINT.
011790     PERFORM 2032-ESCRIBIR-DETALLE-REPORTE.
011800     add sueldo of inmortal to WS-SUELDO-OUT-TOTAL.
011805     add extra of inmortal to WS-EXTRA-OUT-TOTAL.
011810     add mmr of inmortal to WS-MMR-OUT-TOTAL.
011820     move WS-FECHA-RUN to hist-fecha.
011830     move 'D' to hist-tipo.
011870     move sancion of inmortal to hist-sancion.
011880     move space to hist-exc-tipo.
011881     move ccosto of inmortal to hist-ccosto.
011884     move neto of inmortal to hist-neto.
011887     move spaces to hist-concepto.
011888     move extra of inmortal to hist-extra.
011890     PERFORM 2037-GRABAR-HISTORIA.
011893     PERFORM 2039-GRABAR-RETENCION
011896        VARYING WS-DESC-I FROM 1 BY 1
011897          UNTIL WS-DESC-I > WS-DESC-CNT.
011900     PERFORM 2038-GRABAR-CSV.

011910 2035-GRABAR-CHECKPOINT.
012050         PERFORM 3000-FINALISIMA
012060     END-IF.

012061 2039-GRABAR-RETENCION.
012062*
012063* One 'R' row per amount withheld, under the employee's cost
012064* center: hist-sueldo carries the amount, hist-concepto the
012065* deduction code CIERRE totals by.
012066*
012067     move WS-FECHA-RUN to hist-fecha.
012068     move 'R' to hist-tipo.
012069     move identi of inmortal to hist-identi.
012070     move WS-D-IMPORTE(WS-DESC-I) to hist-sueldo.
012071     move zero to hist-dias hist-neto hist-extra.
012072     move space to hist-sancion hist-exc-tipo.
012073     move ccosto of inmortal to hist-ccosto.
012074     move WS-D-CONCEPTO(WS-DESC-I) to hist-concepto.
012075     PERFORM 2037-GRABAR-HISTORIA.

012076 2038-GRABAR-CSV.
012080*
012090* The same merged record, comma delimited for the spreadsheet:
012100* text fields quoted and trimmed, numbers plain with the
012371     MOVE ccosto of inmortal TO WS-CSV-TEXTO.
012372     MOVE 4 TO WS-CSV-TEXTO-MAX.
012373     PERFORM 2061-CSV-TEXTO.
012375     MOVE neto of inmortal TO WS-CSV-NUM-EDIT.
012377     PERFORM 2062-CSV-NUMERO.
012378     MOVE horas-extra of inmortal TO WS-CSV-HORAS-EDIT.
012379     PERFORM 2065-CSV-HORAS.
012380     MOVE horas-premio of inmortal TO WS-CSV-HORAS-EDIT.
012381     PERFORM 2065-CSV-HORAS.
012382     MOVE extra of inmortal TO WS-CSV-NUM-EDIT.
012383     PERFORM 2062-CSV-NUMERO.
012384     COMPUTE WS-CSV-PTR = WS-CSV-PTR - 1.
012390     MOVE SPACE TO WS-CSV-LINEA(WS-CSV-PTR:1).
012400     WRITE CSV-LINE FROM WS-CSV-LINEA.
012410     if not positivo10 then
012690 2064-AVANZAR-NUMERO.
012700     ADD 1 TO WS-CSV-NUM-I.

012701 2065-CSV-HORAS.
012702     MOVE 1 TO WS-CSV-NUM-I.
012703     PERFORM 2064-AVANZAR-NUMERO
012704        UNTIL WS-CSV-NUM-I >= 3 OR
012705              WS-CSV-HORAS-EDIT(WS-CSV-NUM-I:1) NOT = SPACE.
012706     STRING WS-CSV-HORAS-EDIT(WS-CSV-NUM-I:) DELIMITED BY SIZE
012707            ',' DELIMITED BY SIZE
012708        INTO WS-CSV-LINEA WITH POINTER WS-CSV-PTR.

012710 2031-ESCRIBIR-ENCABEZADO.
012720     IF WS-NUM-PAGINA = ZERO THEN
012730        WRITE REPORTE-LINE FROM WS-ENC1
012770     add 1 to WS-NUM-PAGINA.
012780     move WS-NUM-PAGINA to LP-PAGINA.
012790     WRITE REPORTE-LINE FROM WS-LINEA-PAGINA.
012800     WRITE REPORTE-LINE FROM WS-ENC2-A.
012805     WRITE REPORTE-LINE FROM WS-ENC2-B.
012810     WRITE REPORTE-LINE FROM WS-ENC3.
012820     move ZERO to WS-LINEAS-PAGINA.

012830 2032-ESCRIBIR-DETALLE-REPORTE.
012840     IF WS-NUM-PAGINA = ZERO OR
012850        WS-LINEAS-PAGINA + 2 > WS-MAX-LINEAS THEN
012860        PERFORM 2031-ESCRIBIR-ENCABEZADO
012870     END-IF.
012880     move identi of inmortal to LD-IDENTI.
012940     move favorito of inmortal to LD-FAVORITO.
012950     move dias-asistidos of inmortal to LD-DIAS.
012960     move sancion of inmortal to LD-SANCION.
012965     move neto of inmortal to LD-NETO.
012970     WRITE REPORTE-LINE FROM WS-LINEA-DETALLE.
012972     move horas-extra of inmortal to LX-HORAS-EXTRA.
012974     move horas-premio of inmortal to LX-HORAS-PREMIO.
012976     move extra of inmortal to LX-EXTRA.
012978     WRITE REPORTE-LINE FROM WS-LINEA-DETALLE-EXTRA.
012980     add 2 to WS-LINEAS-PAGINA.
012990     add 1 to WS-CNT-REPORTE.
013000     if not positivo7 then
013010        display 'estado7: 'estado7
013200        move exc-sancion to hist-sancion
013210        move exc-tipo to hist-exc-tipo
013211        move spaces to hist-ccosto
013214        move zero to hist-neto hist-extra
013217        move spaces to hist-concepto
013220        PERFORM 2037-GRABAR-HISTORIA
013230     END-IF.

013540     move zero to dias-asistidos of inmortal.
013550     move spaces to sancion of inmortal.
013551     move ccosto of heraldo to ccosto of inmortal.
013553     move WS-HORAS-EXTRA to horas-extra of inmortal.
013555     move WS-HORAS-PREMIO to horas-premio of inmortal.
013557     move WS-EXTRA-CALC to extra of inmortal.
013560     PERFORM 2030-GRABAR-OUTPUT.
013570     add 1 to WS-CNT-OUTER.
013580 2046-GRABAR-OUTER-CON-ASISTENCIA.
013700        dias-asistidos of inmortal.
013710     move sancion of heraldo3 to sancion of inmortal.
013711     move ccosto of heraldo to ccosto of inmortal.
013713     move WS-HORAS-EXTRA to horas-extra of inmortal.
013715     move WS-HORAS-PREMIO to horas-premio of inmortal.
013717     move WS-EXTRA-CALC to extra of inmortal.
013720     PERFORM 2030-GRABAR-OUTPUT.
013730     add 1 to WS-CNT-OUTER.
013740** add other procedures here
