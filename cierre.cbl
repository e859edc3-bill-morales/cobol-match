000165*                    period sueldo per cost center, so finance
000166*                    splits the SUELDO TOTAL PERIODO line by
000167*                    department instead of by headcount.
000168*   2026-10-15  BMD  Historia in step with the merge's
000169*                    deductions: pay rows carry hist-neto and
000170*                    each amount withheld arrives as an 'R' row
000171*                    with its hist-concepto. The close reports
000172*                    the period net and what was withheld per
000173*                    concept; 'R' rows no longer count as
000174*                    exceptions. Archive buffers widened to
000175*                    the 46-byte record.
000176*   2026-10-15  BMD  The close now produces the general ledger
000177*                    entry asiento_gl.txt for the accounting
000178*                    system: a debit per cost center to its
000179*                    salary expense account, a credit per
000180*                    withholding concept to its liability
000181*                    account and a credit of the net to bank
000182*                    payable, between a period header and a
000183*                    control trailer. The accounts come from
000184*                    cuentas_gl.txt. An unmapped cost center or
000185*                    concept, or an entry that does not
000186*                    balance, stops the close before the entry
000187*                    is written or the history archived.
000188*   2026-10-15  BMD  historia rows are 55 bytes: hist-extra
000189*                    (overtime paid, already inside
000190*                    hist-sueldo) follows hist-concepto; the
000191*                    archive and carry-over records widen with
000192*                    it.
000193*   2026-10-15  BMD  FINIQUITO's settlement rows ('F') close
000194*                    with the period: gross into SUELDO TOTAL
000195*                    and its cost center, net into NETO TOTAL,
000196*                    and the per-employee section; their count
000197*                    and amount print as LIQUIDACIONES BAJAS.
000198*                    Their recoveries are ordinary 'R' rows.
000199*   2026-10-15  BMD  PREMIO's bonus rows ('P') close apart from
000200*                    regular pay: their count and amount print
000201*                    as PREMIOS PAGADOS and TOTAL PREMIOS and
000202*                    by cost center in their own section,
000203*                    outside SUELDO TOTAL, NETO TOTAL and the
000204*                    per-employee section. The entry debits
000205*                    each center's C account with origin P and
000206*                    credits the bank with the bonus total on a
000207*                    line of its own, so debits now equal
000208*                    sueldo plus bonuses.
000209******************************************************************
000210 IDENTIFICATION DIVISION.
000211*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000212 PROGRAM-ID. CIERRE.
000213 ENVIRONMENT DIVISION.
000214*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000220 CONFIGURATION SECTION.
000230*-----------------------
000240 INPUT-OUTPUT SECTION.
000330     ORGANIZATION IS LINE SEQUENTIAL
000340     FILE STATUS IS estado-cie.
000341     select arc-orden assign to '../cierre_srt.tmp'.
000342     select arc-cuentas-gl assign to '../cuentas_gl.txt'
000343     ORGANIZATION IS LINE SEQUENTIAL
000344     FILE STATUS IS estado-map.
000345     select arc-asiento assign to '../asiento_gl.txt'
000346     ORGANIZATION IS LINE SEQUENTIAL
000347     FILE STATUS IS estado-asi.
000350*-----------------------
000360 DATA DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430     05 hist-tipo PIC X(1).
000440         88 HIST-DETALLE VALUE 'D'.
000450         88 HIST-EXCEPCION VALUE 'E'.
000455         88 HIST-RETENCION VALUE 'R'.
000457         88 HIST-FINIQUITO VALUE 'F'.
000458         88 HIST-PREMIO VALUE 'P'.
000460     05 hist-identi PIC 9(6).
000470     05 hist-sueldo PIC 9(9).
000480     05 hist-dias PIC 9(3).
000490     05 hist-sancion PIC X(1).
000500     05 hist-exc-tipo PIC X(1).
000501     05 hist-ccosto PIC X(4).
000504     05 hist-neto PIC 9(9).
000507     05 hist-concepto PIC X(4).
000508     05 hist-extra PIC 9(9).
000510 FD arc-archivo
000520 RECORDING MODE IS F.
000530 01 archivo-reg PIC X(55).
000531 FD arc-resto
000532 RECORDING MODE IS F.
000533 01 resto-reg PIC X(55).
000540 FD arc-cierre
000550 RECORDING MODE IS F.
000560 01 CIERRE-LINE PIC X(80).
000562 01 sort-reg.
000563     05 sort-identi PIC 9(6).
000564     05 sort-sueldo PIC 9(9).
000565 FD arc-cuentas-gl
000566 RECORDING MODE IS F.
000567 01 cuenta-gl-reg.
000568     05 map-tipo PIC X(1).
000569         88 MAP-CCOSTO VALUE 'C'.
000570         88 MAP-CONCEPTO VALUE 'R'.
000571         88 MAP-BANCO VALUE 'B'.
000572     05 map-codigo PIC X(4).
000573     05 map-cuenta PIC X(10).
000574     05 map-descripcion PIC X(30).
000575 FD arc-asiento
000576 RECORDING MODE IS F.
000577 01 asiento-reg PIC X(40).
000578*-----------------------
000580 WORKING-STORAGE SECTION.
000590 01 estado-his PIC X(2).
000600     88 his-ok value '00'.
000650     88 cie-ok value '00'.
000651 01 estado-res PIC X(2).
000652     88 res-ok value '00'.
000653 01 estado-map PIC X(2).
000654     88 map-ok value '00'.
000655     88 map-no-archivo value '35'.
000656 01 estado-asi PIC X(2).
000657     88 asi-ok value '00'.
000660 01 WS-HIS-FIN PIC X(1) VALUE 'N'.
000670 01 WS-ARCHIVO-PATH PIC X(100).
000680 01 WS-PERIODO PIC X(6) VALUE SPACES.
000770     05 WS-CNT-SAN-S     PIC 9(6) COMP VALUE ZERO.
000780     05 WS-CNT-SAN-OTRA  PIC 9(6) COMP VALUE ZERO.
000781     05 WS-CNT-OTRO-PER  PIC 9(6) COMP VALUE ZERO.
000785     05 WS-CNT-RETENCION PIC 9(6) COMP VALUE ZERO.
000787     05 WS-CNT-FINIQUITO PIC 9(6) COMP VALUE ZERO.
000788     05 WS-CNT-PREMIO    PIC 9(6) COMP VALUE ZERO.
000790 01 WS-TOT-SUELDO PIC 9(13) COMP VALUE ZERO.
000793 01 WS-TOT-NETO PIC 9(13) COMP VALUE ZERO.
000796 01 WS-TOT-RETENIDO PIC 9(13) COMP VALUE ZERO.
000798 01 WS-TOT-FINIQUITO PIC 9(13) COMP VALUE ZERO.
000799 01 WS-TOT-PREMIO PIC 9(13) COMP VALUE ZERO.
000800 01 WS-TOT-DIAS PIC 9(9) COMP VALUE ZERO.
000810 01 WS-PROM-DIAS PIC 9(3) COMP VALUE ZERO.
000820 01 WS-EMP-CNT PIC 9(7) COMP VALUE ZERO.
000874         10 WS-C-CCOSTO PIC X(4).
000875         10 WS-C-CUENTA PIC 9(6) COMP.
000876         10 WS-C-SUELDO PIC 9(13) COMP.
000877         10 WS-C-GL PIC X(10).
000878 01 WS-PRE-CNT PIC 9(3) COMP VALUE ZERO.
000879 01 WS-TABLA-PREMIO.
000880     05 WS-PRE-ITEM OCCURS 100.
000881         10 WS-P-CCOSTO PIC X(4).
000882         10 WS-P-CUENTA PIC 9(6) COMP.
000883         10 WS-P-IMPORTE PIC 9(13) COMP.
000884         10 WS-P-GL PIC X(10).
000885 01 WS-CON-CNT PIC 9(3) COMP VALUE ZERO.
000886 01 WS-TABLA-CONCEPTO.
000887     05 WS-CON-ITEM OCCURS 50.
000888         10 WS-K-CONCEPTO PIC X(4).
000889         10 WS-K-CUENTA PIC 9(6) COMP.
000890         10 WS-K-IMPORTE PIC 9(13) COMP.
000891         10 WS-K-GL PIC X(10).
000892 01 WS-MAP-CNT PIC 9(4) COMP VALUE ZERO.
000893 01 WS-TABLA-CUENTAS-GL.
000894     05 WS-MAP-ITEM OCCURS 200.
000895         10 WS-M-TIPO PIC X(1).
000896         10 WS-M-CODIGO PIC X(4).
000897         10 WS-M-CUENTA PIC X(10).
000898 01 WS-MAP-FIN PIC X(1).
000899 01 WS-ASIENTO-MALO PIC X(1) VALUE 'N'.
000900 01 WS-BUSCA-TIPO PIC X(1).
000901 01 WS-BUSCA-CODIGO PIC X(4).
000902 01 WS-GL-HALLADA PIC X(10).
000903 01 WS-GL-BANCO PIC X(10).
000904 01 WS-TOT-DEBE PIC 9(15) COMP VALUE ZERO.
000905 01 WS-TOT-HABER PIC 9(15) COMP VALUE ZERO.
000906 01 WS-CNT-ASIENTO PIC 9(6) COMP VALUE ZERO.
000907 01 WS-ASI-CABECERA.
000908     05 FILLER PIC X(1) VALUE 'H'.
000909     05 ASH-PERIODO PIC X(6).
000910     05 ASH-FECHA PIC 9(8).
000911     05 FILLER PIC X(25) VALUE SPACES.
000912 01 WS-ASI-DETALLE.
000913     05 FILLER PIC X(1) VALUE 'D'.
000914     05 ASD-CUENTA PIC X(10).
000915     05 ASD-DEBE-HABER PIC X(1).
000916     05 ASD-IMPORTE PIC 9(13).
000917     05 ASD-ORIGEN PIC X(1).
000918     05 ASD-CODIGO PIC X(4).
000919     05 FILLER PIC X(10) VALUE SPACES.
000920 01 WS-ASI-COLA.
000921     05 FILLER PIC X(1) VALUE 'T'.
000922     05 AST-CUENTA-REG PIC 9(6).
000923     05 AST-DEBE PIC 9(15).
000924     05 AST-HABER PIC 9(15).
000925     05 FILLER PIC X(3) VALUE SPACES.
000926 01 WS-DIA-CNT PIC 9(4) COMP VALUE ZERO.
000927 01 WS-TABLA-DIAS.
000928     05 WS-DIA-ITEM OCCURS 62.
000929         10 WS-D-FECHA PIC 9(8).
000930         10 WS-D-EXCEP PIC 9(6) COMP.
000931 01 WS-I PIC 9(4) COMP.
000940 01 WS-HALLADO PIC X(1).
000945 01 WS-J PIC 9(4) COMP.
000950 01 WS-PROM-SUELDO PIC 9(11) COMP.
000960 01 WS-ENC1 PIC X(80) VALUE
000970    "CIERRE DE PERIODO - CIERRE.CBL".
001062    "SUELDO POR CENTRO DE COSTO".
001063 01 WS-ENC8 PIC X(80) VALUE
001064    "CCOSTO  DETALLES TOTAL SUELDO".
001065 01 WS-ENC9 PIC X(80) VALUE
001066    "RETENIDO POR CONCEPTO".
001067 01 WS-ENC10 PIC X(80) VALUE
001068    "CONCEPTO  LINEAS TOTAL RETENIDO".
001069 01 WS-ENC11 PIC X(80) VALUE
001070    "ASIENTO CONTABLE (ASIENTO_GL.TXT)".
001071 01 WS-ENC12 PIC X(80) VALUE
001072    "CUENTA GL  D/H        IMPORTE ORIGEN".
001073 01 WS-ENC13 PIC X(80) VALUE
001074    "PREMIOS POR CENTRO DE COSTO".
001075 01 WS-ENC14 PIC X(80) VALUE
001076    "CCOSTO   PREMIOS TOTAL PREMIO".
001077 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
001078 01 WS-LINEA-GL.
001079     05 LG-CUENTA PIC X(10).
001080     05 FILLER PIC X(2) VALUE SPACES.
001081     05 LG-DEBE-HABER PIC X(1).
001082     05 FILLER PIC X(2) VALUE SPACES.
001083     05 LG-IMPORTE PIC Z(12)9.
001084     05 FILLER PIC X(1) VALUE SPACE.
001085     05 LG-ORIGEN PIC X(1).
001086     05 FILLER PIC X(1) VALUE SPACE.
001087     05 LG-CODIGO PIC X(4).
001088     05 FILLER PIC X(45) VALUE SPACES.
001089 01 WS-LINEA-EMP.
001090     05 LE-IDENTI PIC Z(5)9.
001100     05 FILLER PIC X(2) VALUE SPACES.
001110     05 LE-CUENTA PIC Z(5)9.
001145     05 FILLER PIC X(2) VALUE SPACES.
001146     05 LO-SUELDO PIC Z(12)9.
001147     05 FILLER PIC X(51) VALUE SPACES.
001148 01 WS-LINEA-CON.
001149     05 LC-CONCEPTO PIC X(4).
001150     05 FILLER PIC X(4) VALUE SPACES.
001151     05 LC-CUENTA PIC Z(5)9.
001152     05 FILLER PIC X(2) VALUE SPACES.
001153     05 LC-IMPORTE PIC Z(12)9.
001154     05 FILLER PIC X(51) VALUE SPACES.
001155 01 WS-LINEA-DIA.
001160     05 LD-FECHA PIC 9(8).
001170     05 FILLER PIC X(4) VALUE SPACES.
001180     05 LD-EXCEP PIC Z(5)9.
001328           OUTPUT PROCEDURE IS 4100-SALIDA
001329     END-IF
001330     PERFORM 2500-ESCRIBIR-REPORTE
001332     IF WS-CNT-DETALLE > ZERO OR WS-CNT-RETENCION > ZERO OR
001333        WS-CNT-FINIQUITO > ZERO OR WS-CNT-PREMIO > ZERO THEN
001334        PERFORM 2600-VALIDAR-ASIENTO
001336        PERFORM 2650-GRABAR-ASIENTO
001338     END-IF
001340     IF WS-CNT-DETALLE > ZERO OR WS-CNT-EXCEP > ZERO OR
001345        WS-CNT-RETENCION > ZERO OR WS-CNT-FINIQUITO > ZERO OR
001347        WS-CNT-PREMIO > ZERO THEN
001350        PERFORM 2700-ARCHIVAR-HISTORIA
001360     END-IF
001370     MOVE 'FIN OK' TO WS-JOB-ESTADO
001615        PERFORM 2010-LEER-HISTORIA
001616        EXIT PARAGRAPH
001617     END-IF.
001618     IF HIST-RETENCION THEN
001619        add 1 to WS-CNT-RETENCION
001620        add hist-sueldo to WS-TOT-RETENIDO
001621        PERFORM 2400-ACUMULAR-CONCEPTO
001622        PERFORM 2010-LEER-HISTORIA
001623        EXIT PARAGRAPH
001624     END-IF.
001625     IF HIST-FINIQUITO THEN
001626        add 1 to WS-CNT-FINIQUITO
001627        add hist-sueldo to WS-TOT-SUELDO WS-TOT-FINIQUITO
001628        add hist-neto to WS-TOT-NETO
001629        PERFORM 2300-ACUMULAR-CCOSTO
001630        PERFORM 2010-LEER-HISTORIA
001631        EXIT PARAGRAPH
001632     END-IF.
001633*
001634* A bonus is paid off-cycle by its own transfer file: it stays
001635* out of the period sueldo and net and totals on its own.
001636*
001637     IF HIST-PREMIO THEN
001638        add 1 to WS-CNT-PREMIO
001639        add hist-sueldo to WS-TOT-PREMIO
001640        PERFORM 2320-ACUMULAR-PREMIO
001641        PERFORM 2010-LEER-HISTORIA
001642        EXIT PARAGRAPH
001643     END-IF.
001644     IF HIST-DETALLE THEN
001645        add 1 to WS-CNT-DETALLE
001646        add hist-sueldo to WS-TOT-SUELDO
001647*
001648* A pay row written before the deductions existed has no net;
001649* nothing was withheld from it, so its net is its sueldo.
001650*
001651        IF hist-neto IS NUMERIC THEN
001652           add hist-neto to WS-TOT-NETO
001653        ELSE
001654           add hist-sueldo to WS-TOT-NETO
001655        END-IF
001656        add hist-dias to WS-TOT-DIAS
001660        EVALUATE hist-sancion
001670            WHEN ' '
001680                add 1 to WS-CNT-SAN-NADA
002344        add 1 to WS-C-CUENTA(WS-I)
002345        add hist-sueldo to WS-C-SUELDO(WS-I)
002346     END-IF.
002347 2320-ACUMULAR-PREMIO.
002348     MOVE 'N' TO WS-HALLADO.
002349     PERFORM 2330-BUSCAR-PREMIO
002350        VARYING WS-I FROM 1 BY 1
002351        UNTIL WS-I > WS-PRE-CNT OR WS-HALLADO = 'S'.
002352     IF WS-HALLADO NOT = 'S' THEN
002353        IF WS-PRE-CNT < 100 THEN
002354           add 1 to WS-PRE-CNT
002355           MOVE hist-ccosto TO WS-P-CCOSTO(WS-PRE-CNT)
002356           MOVE 1 TO WS-P-CUENTA(WS-PRE-CNT)
002357           MOVE hist-sueldo TO WS-P-IMPORTE(WS-PRE-CNT)
002358        ELSE
002359           display 'TABLA DE PREMIOS LLENA: ' hist-ccosto
002360        END-IF
002361     END-IF.
002362 2330-BUSCAR-PREMIO.
002363     IF WS-P-CCOSTO(WS-I) = hist-ccosto THEN
002364        MOVE 'S' TO WS-HALLADO
002365        add 1 to WS-P-CUENTA(WS-I)
002366        add hist-sueldo to WS-P-IMPORTE(WS-I)
002367     END-IF.
002368 2400-ACUMULAR-CONCEPTO.
002369     MOVE 'N' TO WS-HALLADO.
002370     PERFORM 2410-BUSCAR-CONCEPTO
002371        VARYING WS-I FROM 1 BY 1
002372        UNTIL WS-I > WS-CON-CNT OR WS-HALLADO = 'S'.
002373     IF WS-HALLADO NOT = 'S' THEN
002374        IF WS-CON-CNT < 50 THEN
002375           add 1 to WS-CON-CNT
002376           MOVE hist-concepto TO WS-K-CONCEPTO(WS-CON-CNT)
002377           MOVE 1 TO WS-K-CUENTA(WS-CON-CNT)
002378           MOVE hist-sueldo TO WS-K-IMPORTE(WS-CON-CNT)
002379        ELSE
002380           display 'TABLA DE CONCEPTOS LLENA: ' hist-concepto
002381        END-IF
002382     END-IF.
002383 2410-BUSCAR-CONCEPTO.
002384     IF WS-K-CONCEPTO(WS-I) = hist-concepto THEN
002385        MOVE 'S' TO WS-HALLADO
002386        add 1 to WS-K-CUENTA(WS-I)
002387        add hist-sueldo to WS-K-IMPORTE(WS-I)
002388     END-IF.
002389 2480-ENCABEZADO-EMPLEADOS.
002390     WRITE CIERRE-LINE FROM WS-ENC1.
002391     WRITE CIERRE-LINE FROM WS-ENC3.
002392     WRITE CIERRE-LINE FROM WS-ENC2.
002393     WRITE CIERRE-LINE FROM WS-ENC4.
002394 2500-ESCRIBIR-REPORTE.
002400     WRITE CIERRE-LINE FROM WS-LINEA-BLANCA.
002410     MOVE 'SUELDO TOTAL PERIODO: ' TO LT-TEXTO.
002420     MOVE WS-TOT-SUELDO TO LT-VALOR.
002430     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002431     MOVE 'RETENIDO PERIODO    : ' TO LT-TEXTO.
002432     MOVE WS-TOT-RETENIDO TO LT-VALOR.
002433     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002434     MOVE 'NETO TOTAL PERIODO  : ' TO LT-TEXTO.
002435     MOVE WS-TOT-NETO TO LT-VALOR.
002436     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002437     MOVE 'LIQUIDACIONES BAJAS : ' TO LT-TEXTO.
002438     MOVE WS-CNT-FINIQUITO TO LT-VALOR.
002439     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002440     MOVE 'LIQUIDADO A BAJAS   : ' TO LT-TEXTO.
002441     MOVE WS-TOT-FINIQUITO TO LT-VALOR.
002442     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002443     MOVE 'PREMIOS PAGADOS     : ' TO LT-TEXTO.
002444     MOVE WS-CNT-PREMIO TO LT-VALOR.
002445     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002446     MOVE 'TOTAL PREMIOS       : ' TO LT-TEXTO.
002447     MOVE WS-TOT-PREMIO TO LT-VALOR.
002448     WRITE CIERRE-LINE FROM WS-LINEA-TOTAL.
002449     IF WS-CNT-DETALLE > ZERO THEN
002450        COMPUTE WS-PROM-DIAS = WS-TOT-DIAS / WS-CNT-DETALLE
002460     ELSE
002470        MOVE ZERO TO WS-PROM-DIAS
002642     WRITE CIERRE-LINE FROM WS-ENC8.
002643     PERFORM 2530-LINEA-CCOSTO
002644        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CCO-CNT.
002645     IF WS-PRE-CNT > ZERO THEN
002646        WRITE CIERRE-LINE FROM WS-LINEA-BLANCA
002647        WRITE CIERRE-LINE FROM WS-ENC13
002648        WRITE CIERRE-LINE FROM WS-ENC14
002649        PERFORM 2535-LINEA-PREMIO
002650           VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-CNT
002651     END-IF.
002652     WRITE CIERRE-LINE FROM WS-LINEA-BLANCA.
002653     WRITE CIERRE-LINE FROM WS-ENC9.
002654     WRITE CIERRE-LINE FROM WS-ENC10.
002655     PERFORM 2540-LINEA-CONCEPTO
002656        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CON-CNT.
002657     WRITE CIERRE-LINE FROM WS-LINEA-BLANCA.
002658     WRITE CIERRE-LINE FROM WS-ENC5.
002660     WRITE CIERRE-LINE FROM WS-ENC6.
002670     PERFORM 2520-LINEA-DIA
002680        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DIA-CNT.
002733     MOVE WS-C-CUENTA(WS-I) TO LO-CUENTA.
002734     MOVE WS-C-SUELDO(WS-I) TO LO-SUELDO.
002735     WRITE CIERRE-LINE FROM WS-LINEA-CCO.
002736 2535-LINEA-PREMIO.
002737     MOVE WS-P-CCOSTO(WS-I) TO LO-CCOSTO.
002738     MOVE WS-P-CUENTA(WS-I) TO LO-CUENTA.
002739     MOVE WS-P-IMPORTE(WS-I) TO LO-SUELDO.
002740     WRITE CIERRE-LINE FROM WS-LINEA-CCO.
002741 2540-LINEA-CONCEPTO.
002742     MOVE WS-K-CONCEPTO(WS-I) TO LC-CONCEPTO.
002743     MOVE WS-K-CUENTA(WS-I) TO LC-CUENTA.
002744     MOVE WS-K-IMPORTE(WS-I) TO LC-IMPORTE.
002745     WRITE CIERRE-LINE FROM WS-LINEA-CON.
002746 2520-LINEA-DIA.
002750     MOVE WS-D-FECHA(WS-I) TO LD-FECHA.
002760     MOVE WS-D-EXCEP(WS-I) TO LD-EXCEP.
002770     WRITE CIERRE-LINE FROM WS-LINEA-DIA.
002771 2600-VALIDAR-ASIENTO.
002772**
002773* Accounting imports the entry whole, so nothing is written
002774* until every line has its account and debits equal credits.
002775* A close that cannot produce the entry whole stops here,
002776* before the history is archived, and can simply be rerun
002777* once cuentas_gl.txt is put right.
002778**
002779     PERFORM 2610-CARGAR-CUENTAS-GL.
002780*
002781* cuentas_gl.txt: one line per account - type C with a cost
002782* center code from ccostos.txt, type R with a deduction concept,
002783* or type B (blank code) for bank payable - then the account.
002784*
002785     MOVE ZERO TO WS-TOT-DEBE WS-TOT-HABER.
002786     PERFORM 2620-CUENTA-CCOSTO
002787        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CCO-CNT.
002788     PERFORM 2625-CUENTA-PREMIO
002789        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-CNT.
002790     PERFORM 2630-CUENTA-CONCEPTO
002791        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CON-CNT.
002792     MOVE 'B' TO WS-BUSCA-TIPO.
002793     MOVE SPACES TO WS-BUSCA-CODIGO.
002794     PERFORM 2640-BUSCAR-CUENTA-GL.
002795     MOVE WS-GL-HALLADA TO WS-GL-BANCO.
002796     IF WS-GL-BANCO = SPACES AND
002797        (WS-TOT-NETO > ZERO OR WS-TOT-PREMIO > ZERO) THEN
002798        display 'SIN CUENTA CONTABLE DE BANCO A PAGAR'
002799        MOVE 'S' TO WS-ASIENTO-MALO
002800     END-IF.
002801     add WS-TOT-NETO WS-TOT-PREMIO to WS-TOT-HABER.
002802*
002803* The debits must also add up to the period sueldo plus the
002804* bonuses: a cost center that did not fit a table would
002805* otherwise vanish from both sides of a balanced-looking entry.
002806*
002807     IF WS-TOT-DEBE NOT = WS-TOT-HABER OR
002808        WS-TOT-DEBE NOT = WS-TOT-SUELDO + WS-TOT-PREMIO THEN
002809        display 'ASIENTO DESBALANCEADO - DEBE: ' WS-TOT-DEBE
002810           ' HABER: ' WS-TOT-HABER ' SUELDO: ' WS-TOT-SUELDO
002811        MOVE 'S' TO WS-ASIENTO-MALO
002812     END-IF.
002813     IF WS-ASIENTO-MALO = 'S' THEN
002814        display 'CIERRE DETENIDO: ASIENTO CONTABLE INVALIDO'
002815        PERFORM 3000-FINALISIMA
002816     END-IF.
002817 2610-CARGAR-CUENTAS-GL.
002818     MOVE ZERO TO WS-MAP-CNT.
002819     OPEN INPUT arc-cuentas-gl.
002820     IF map-no-archivo THEN
002821        display 'NO EXISTE LA TABLA DE CUENTAS CONTABLES'
002822        MOVE 'S' TO WS-ASIENTO-MALO
002823        EXIT PARAGRAPH
002824     END-IF.
002825     IF NOT map-ok THEN
002826        display 'estado-map: ' estado-map
002827        PERFORM 3000-FINALISIMA
002828     END-IF.
002829     MOVE 'N' TO WS-MAP-FIN.
002830     PERFORM 2611-CARGAR-CUENTA-GL UNTIL WS-MAP-FIN = 'S'.
002831     CLOSE arc-cuentas-gl.
002832 2611-CARGAR-CUENTA-GL.
002833     READ arc-cuentas-gl
002834         AT END
002835             MOVE 'S' TO WS-MAP-FIN
002836         NOT AT END
002837             IF (MAP-CCOSTO OR MAP-CONCEPTO OR MAP-BANCO) AND
002838                map-cuenta NOT = SPACES THEN
002839                IF WS-MAP-CNT < 200 THEN
002840                   add 1 to WS-MAP-CNT
002841                   MOVE map-tipo TO WS-M-TIPO(WS-MAP-CNT)
002842                   MOVE map-codigo TO WS-M-CODIGO(WS-MAP-CNT)
002843                   MOVE map-cuenta TO WS-M-CUENTA(WS-MAP-CNT)
002844                ELSE
002845                   display 'TABLA DE CUENTAS GL LLENA: '
002846                      map-codigo
002847                   MOVE 'S' TO WS-ASIENTO-MALO
002848                END-IF
002849             ELSE
002850                display 'CUENTA GL INVALIDA: ' cuenta-gl-reg
002851                MOVE 'S' TO WS-ASIENTO-MALO
002852             END-IF
002853     END-READ.
002854     IF NOT map-ok AND estado-map not = '10' then
002855        display 'estado-map: ' estado-map
002856        PERFORM 3000-FINALISIMA
002857     END-IF.
002858 2620-CUENTA-CCOSTO.
002859     MOVE 'C' TO WS-BUSCA-TIPO.
002860     MOVE WS-C-CCOSTO(WS-I) TO WS-BUSCA-CODIGO.
002861     PERFORM 2640-BUSCAR-CUENTA-GL.
002862     MOVE WS-GL-HALLADA TO WS-C-GL(WS-I).
002863     IF WS-GL-HALLADA = SPACES THEN
002864        display 'CCOSTO SIN CUENTA CONTABLE: ' WS-C-CCOSTO(WS-I)
002865        MOVE 'S' TO WS-ASIENTO-MALO
002866     END-IF.
002867     add WS-C-SUELDO(WS-I) to WS-TOT-DEBE.
002868 2625-CUENTA-PREMIO.
002869     MOVE 'C' TO WS-BUSCA-TIPO.
002870     MOVE WS-P-CCOSTO(WS-I) TO WS-BUSCA-CODIGO.
002871     PERFORM 2640-BUSCAR-CUENTA-GL.
002872     MOVE WS-GL-HALLADA TO WS-P-GL(WS-I).
002873     IF WS-GL-HALLADA = SPACES THEN
002874        display 'CCOSTO SIN CUENTA CONTABLE: ' WS-P-CCOSTO(WS-I)
002875        MOVE 'S' TO WS-ASIENTO-MALO
002876     END-IF.
002877     add WS-P-IMPORTE(WS-I) to WS-TOT-DEBE.
002878 2630-CUENTA-CONCEPTO.
002879     MOVE 'R' TO WS-BUSCA-TIPO.
002880     MOVE WS-K-CONCEPTO(WS-I) TO WS-BUSCA-CODIGO.
002881     PERFORM 2640-BUSCAR-CUENTA-GL.
002882     MOVE WS-GL-HALLADA TO WS-K-GL(WS-I).
002883     IF WS-GL-HALLADA = SPACES THEN
002884        display 'CONCEPTO SIN CUENTA CONTABLE: '
002885           WS-K-CONCEPTO(WS-I)
002886        MOVE 'S' TO WS-ASIENTO-MALO
002887     END-IF.
002888     add WS-K-IMPORTE(WS-I) to WS-TOT-HABER.
002889 2640-BUSCAR-CUENTA-GL.
002890     MOVE SPACES TO WS-GL-HALLADA.
002891     PERFORM 2641-COMPARAR-CUENTA-GL
002892        VARYING WS-J FROM 1 BY 1
002893        UNTIL WS-J > WS-MAP-CNT OR WS-GL-HALLADA NOT = SPACES.
002894 2641-COMPARAR-CUENTA-GL.
002895     IF WS-M-TIPO(WS-J) = WS-BUSCA-TIPO AND
002896        WS-M-CODIGO(WS-J) = WS-BUSCA-CODIGO THEN
002897        MOVE WS-M-CUENTA(WS-J) TO WS-GL-HALLADA
002898     END-IF.
002899 2650-GRABAR-ASIENTO.
002900*
002901* Header with the period, debits by cost center, credits by
002902* concept and to the bank, and a trailer with the line count
002903* and both sides; the same lines list at the foot of the close
002904* report.
002905*
002906     OPEN OUTPUT arc-asiento.
002907     IF NOT asi-ok THEN
002908        display 'estado-asi: ' estado-asi
002909        PERFORM 3000-FINALISIMA
002910     END-IF.
002911     MOVE WS-PERIODO TO ASH-PERIODO.
002912     ACCEPT ASH-FECHA FROM DATE YYYYMMDD.
002913     WRITE asiento-reg FROM WS-ASI-CABECERA.
002914     WRITE CIERRE-LINE FROM WS-LINEA-BLANCA.
002915     WRITE CIERRE-LINE FROM WS-ENC11.
002916     WRITE CIERRE-LINE FROM WS-ENC12.
002917     MOVE ZERO TO WS-CNT-ASIENTO.
002918     PERFORM 2660-LINEA-DEBE-CCOSTO
002919        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CCO-CNT.
002920     PERFORM 2665-LINEA-DEBE-PREMIO
002921        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-CNT.
002922     PERFORM 2670-LINEA-HABER-CONCEPTO
002923        VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CON-CNT.
002924     IF WS-TOT-NETO > ZERO THEN
002925        MOVE WS-GL-BANCO TO ASD-CUENTA
002926        MOVE 'H' TO ASD-DEBE-HABER
002927        MOVE WS-TOT-NETO TO ASD-IMPORTE
002928        MOVE 'B' TO ASD-ORIGEN
002929        MOVE SPACES TO ASD-CODIGO
002930        PERFORM 2680-GRABAR-LINEA-GL
002931     END-IF.
002932     IF WS-TOT-PREMIO > ZERO THEN
002933        MOVE WS-GL-BANCO TO ASD-CUENTA
002934        MOVE 'H' TO ASD-DEBE-HABER
002935        MOVE WS-TOT-PREMIO TO ASD-IMPORTE
002936        MOVE 'P' TO ASD-ORIGEN
002937        MOVE SPACES TO ASD-CODIGO
002938        PERFORM 2680-GRABAR-LINEA-GL
002939     END-IF.
002940     MOVE WS-CNT-ASIENTO TO AST-CUENTA-REG.
002941     MOVE WS-TOT-DEBE TO AST-DEBE.
002942     MOVE WS-TOT-HABER TO AST-HABER.
002943     WRITE asiento-reg FROM WS-ASI-COLA.
002944     IF NOT asi-ok THEN
002945        display 'estado-asi: ' estado-asi
002946        PERFORM 3000-FINALISIMA
002947     END-IF.
002948     CLOSE arc-asiento.
002949     display 'ASIENTO CONTABLE EN: ../asiento_gl.txt'.
002950 2660-LINEA-DEBE-CCOSTO.
002951     MOVE WS-C-GL(WS-I) TO ASD-CUENTA.
002952     MOVE 'D' TO ASD-DEBE-HABER.
002953     MOVE WS-C-SUELDO(WS-I) TO ASD-IMPORTE.
002954     MOVE 'C' TO ASD-ORIGEN.
002955     MOVE WS-C-CCOSTO(WS-I) TO ASD-CODIGO.
002956     PERFORM 2680-GRABAR-LINEA-GL.
002957 2665-LINEA-DEBE-PREMIO.
002958     MOVE WS-P-GL(WS-I) TO ASD-CUENTA.
002959     MOVE 'D' TO ASD-DEBE-HABER.
002960     MOVE WS-P-IMPORTE(WS-I) TO ASD-IMPORTE.
002961     MOVE 'P' TO ASD-ORIGEN.
002962     MOVE WS-P-CCOSTO(WS-I) TO ASD-CODIGO.
002963     PERFORM 2680-GRABAR-LINEA-GL.
002964 2670-LINEA-HABER-CONCEPTO.
002965     MOVE WS-K-GL(WS-I) TO ASD-CUENTA.
002966     MOVE 'H' TO ASD-DEBE-HABER.
002967     MOVE WS-K-IMPORTE(WS-I) TO ASD-IMPORTE.
002968     MOVE 'R' TO ASD-ORIGEN.
002969     MOVE WS-K-CONCEPTO(WS-I) TO ASD-CODIGO.
002970     PERFORM 2680-GRABAR-LINEA-GL.
002971 2680-GRABAR-LINEA-GL.
002972     WRITE asiento-reg FROM WS-ASI-DETALLE.
002973     IF NOT asi-ok THEN
002974        display 'estado-asi: ' estado-asi
002975        PERFORM 3000-FINALISIMA
002976     END-IF.
002977     add 1 to WS-CNT-ASIENTO.
002978     MOVE ASD-CUENTA TO LG-CUENTA.
002979     MOVE ASD-DEBE-HABER TO LG-DEBE-HABER.
002980     MOVE ASD-IMPORTE TO LG-IMPORTE.
002981     MOVE ASD-ORIGEN TO LG-ORIGEN.
002982     MOVE ASD-CODIGO TO LG-CODIGO.
002983     WRITE CIERRE-LINE FROM WS-LINEA-GL.
002984 2700-ARCHIVAR-HISTORIA.
002985**
002986* Cut the closed period over: its records copy to
002987* historia.AAAAMM, anything of a later period stays behind in
002988* the live file so the new month keeps its head start.
002989**
002990     MOVE SPACES TO WS-ARCHIVO-PATH.
002991     STRING '../historia.' DELIMITED BY SIZE
002992            WS-PERIODO DELIMITED BY SIZE
002993            INTO WS-ARCHIVO-PATH.
002994     OPEN INPUT arc-historia.
002995     IF NOT his-ok THEN
002996        display 'estado-his: ' estado-his
002997        PERFORM 3000-FINALISIMA
002998     END-IF.
002999     OPEN OUTPUT arc-archivo.
003000     IF NOT arc-ok THEN
003001        display 'estado-arc: ' estado-arc
003002        PERFORM 3000-FINALISIMA
003003     END-IF.
003004     OPEN OUTPUT arc-resto.
003005     IF NOT res-ok THEN
003006        display 'estado-res: ' estado-res
003007        PERFORM 3000-FINALISIMA
003008     END-IF.
003009     MOVE 'N' TO WS-HIS-FIN.
003010     PERFORM 2710-COPIAR-HISTORIA UNTIL WS-HIS-FIN = 'S'.
003011     CLOSE arc-historia arc-archivo arc-resto.
003012     OPEN INPUT arc-resto.
003013     IF NOT res-ok THEN
003014        display 'estado-res: ' estado-res
003015        PERFORM 3000-FINALISIMA
003016     END-IF.
003020     OPEN OUTPUT arc-historia.
003021     IF NOT his-ok THEN
003022        display 'estado-his: ' estado-his
003250     DISPLAY "-----------------------------------------".
003260     DISPLAY "  DETALLES LEIDOS  : " WS-CNT-DETALLE.
003270     DISPLAY "  EXCEPCIONES      : " WS-CNT-EXCEP.
003273     DISPLAY "  RETENCIONES      : " WS-CNT-RETENCION.
003274     DISPLAY "  LIQUIDACIONES    : " WS-CNT-FINIQUITO.
003275     DISPLAY "  PREMIOS          : " WS-CNT-PREMIO.
003276     DISPLAY "  CONCEPTOS        : " WS-CON-CNT.
003280     DISPLAY "  EMPLEADOS        : " WS-EMP-CNT.
003290     DISPLAY "  DIAS CON EXCEP   : " WS-DIA-CNT.
003291     DISPLAY "  CENTROS DE COSTO : " WS-CCO-CNT.
003295     DISPLAY "  OTRO PERIODO     : " WS-CNT-OTRO-PER.
003296     DISPLAY "  LINEAS ASIENTO GL: " WS-CNT-ASIENTO.
003297     DISPLAY "  DEBE ASIENTO     : " WS-TOT-DEBE.
003298     DISPLAY "  HABER ASIENTO    : " WS-TOT-HABER.
003300     DISPLAY "  PERIODO CERRADO  : " WS-PERIODO.
003310     DISPLAY "-----------------------------------------".
003311 4000-ENTRADA SECTION.
003312 4010-RELEER-HISTORIA.
003313*
003314* Second pass for the per-employee section: only the closed
003315* period's pay and settlement rows release into the sort.
003316*
003317     OPEN INPUT arc-historia.
003318     IF NOT his-ok THEN
003325         AT END
003326             MOVE 'S' TO WS-HIS-FIN
003327         NOT AT END
003328             IF (HIST-DETALLE OR HIST-FINIQUITO) AND
003329                hist-fecha(1:6) = WS-PERIODO THEN
003330                MOVE hist-identi TO sort-identi
003331                MOVE hist-sueldo TO sort-sueldo
