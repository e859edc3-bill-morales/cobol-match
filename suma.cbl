000185*                    validated against the ccostos.txt table so
000186*                    a typo cannot invent a department. An alta
000187*                    or cambio with an unknown code is rejected.
000188*   2026-10-15  BMD  EMPLEADO-REC gains EMP-CTA-ESTADO: 'S'
000189*                    marks a bank account the bank rejected
000190*                    (set by CONCILIA). An alta starts clean,
000191*                    and a cambio that changes the account or
000192*                    the name clears the mark, since that is
000193*                    the fix the rejection asked for. The
000194*                    journal images carry it.
000195*   2026-10-15  BMD  Second-person approval. A cambio that
000196*                    moves EMP-SUELDO by more than
000197*                    SUMA_SUELDO_PCT percent, or changes
000198*                    EMP-CUENTA at all, is not applied: it is
000199*                    parked in emp_pend.txt with its requester
000200*                    (MOV-USUARIO, new on the movement). An
000201*                    approval in emp_aprob.txt (identi, date
000202*                    parked, user) from a different user
000203*                    applies it at the start of the next run;
000204*                    the journal records gain JR-SOLICITANTE
000205*                    and JR-APROBADOR. Items pending longer
000206*                    than SUMA_APROB_DIAS expire. Every event
000207*                    is listed in suma_aprob.txt. The approvals
000208*                    file is emptied once worked, after the
000209*                    pending file is rewritten, so a restart
000210*                    does not apply an approval twice.
000211*   2026-10-15  BMD  Expired parked changes are dropped before
000212*                    approvals are matched. A gated cambio with
000213*                    no MOV-USUARIO is rejected, not parked,
000214*                    and an item parked without a requester
000215*                    cannot be approved.
000216******************************************************************
000217 IDENTIFICATION DIVISION.
000218*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000219 PROGRAM-ID. YOUR-PROGRAM-NAME.
000220 ENVIRONMENT DIVISION.
000221*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 CONFIGURATION SECTION.
000240*-----------------------
000250 INPUT-OUTPUT SECTION.
000347     select arc-ccostos assign to '../ccostos.txt'
000348     ORGANIZATION IS LINE SEQUENTIAL
000349     FILE STATUS IS ESTADO-CCO.
000350     select arc-pendientes assign to '../emp_pend.txt'
000351     ORGANIZATION IS LINE SEQUENTIAL
000352     FILE STATUS IS ESTADO-PEN.
000353     select arc-aprobaciones assign to '../emp_aprob.txt'
000354     ORGANIZATION IS LINE SEQUENTIAL
000355     FILE STATUS IS ESTADO-APR.
000356     select arc-rep-aprob assign to '../suma_aprob.txt'
000357     ORGANIZATION IS LINE SEQUENTIAL
000358     FILE STATUS IS ESTADO-RAP.
000359*-----------------------
000360 DATA DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 FILE SECTION.
000450     05 EMP-SUELDO PIC 9(7)V99.
000451     05 EMP-CUENTA PIC 9(10).
000452     05 EMP-CCOSTO PIC X(4).
000454     05 EMP-CTA-ESTADO PIC X(1).
000456         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000460 FD arc-mov-emp
000470 RECORDING MODE IS F.
000480 01 MOV-REC.
000560     05 MOV-SUELDO PIC 9(7)V99.
000561     05 MOV-CUENTA PIC 9(10).
000562     05 MOV-CCOSTO PIC X(4).
000563     05 MOV-USUARIO PIC X(8).
000564 FD arc-journal
000565 RECORDING MODE IS F.
000566 01 JOURNAL-REC.
000567     05 JR-TIPO PIC X(1).
000568     05 JR-FECHA PIC 9(8).
000569     05 JR-HORA PIC 9(8).
000570     05 JR-ANTES.
000571         10 JR-ANT-ID PIC 9(6).
000572         10 JR-ANT-NOM PIC X(20).
000573         10 JR-ANT-APE PIC X(20).
000574         10 JR-ANT-SUELDO PIC 9(7)V99.
000575         10 JR-ANT-CUENTA PIC 9(10).
000576         10 JR-ANT-CCOSTO PIC X(4).
000577         10 JR-ANT-CTA-ESTADO PIC X(1).
000578     05 JR-DESPUES.
000579         10 JR-DES-ID PIC 9(6).
000580         10 JR-DES-NOM PIC X(20).
000581         10 JR-DES-APE PIC X(20).
000582         10 JR-DES-SUELDO PIC 9(7)V99.
000583         10 JR-DES-CUENTA PIC 9(10).
000584         10 JR-DES-CCOSTO PIC X(4).
000585         10 JR-DES-CTA-ESTADO PIC X(1).
000586     05 JR-SOLICITANTE PIC X(8).
000587     05 JR-APROBADOR PIC X(8).
000588 FD arc-chk-mov
000589 RECORDING MODE IS F.
000590 01 CHM-REC.
000591     05 CHM-SEQ PIC 9(6).
000592 FD arc-ccostos
000593 RECORDING MODE IS F.
000594 01 CCOSTO-REC.
000595     05 CCO-CODIGO PIC X(4).
000596     05 CCO-DESCRIPCION PIC X(30).
000597 FD arc-pendientes
000598 RECORDING MODE IS F.
000599 01 PEN-REC.
000600     05 PEN-FECHA PIC 9(8).
000601     05 PEN-HORA PIC 9(8).
000602     05 PEN-SOLICITANTE PIC X(8).
000603     05 PEN-MOTIVO PIC X(1).
000604     05 PEN-MOV PIC X(70).
000605 FD arc-aprobaciones
000606 RECORDING MODE IS F.
000607 01 APR-REC.
000608     05 APR-ID PIC 9(6).
000609     05 APR-FECHA PIC 9(8).
000610     05 APR-USUARIO PIC X(8).
000611 FD arc-rep-aprob
000612 RECORDING MODE IS F.
000613 01 RAP-LINE PIC X(80).
000614*-----------------------
000615 WORKING-STORAGE SECTION.
000616 01 ESTADO-EMP PIC X(2).
000617     88 EMP-OK VALUE '00'.
000618     88 EMP-NO-EXISTE VALUE '23'.
000620     88 EMP-DUPLICADO VALUE '22'.
000630     88 EMP-NO-ARCHIVO VALUE '35'.
000640 01 ESTADO-MOV PIC X(2).
000652     88 JRN-OK VALUE '00'.
000653 01 WS-FECHA-HOY PIC 9(8).
000654 01 WS-HORA-AHORA PIC 9(8).
000655 01 WS-IMAGEN-ANTES PIC X(70).
000656 01 ESTADO-CCO PIC X(2).
000657     88 CCO-OK VALUE '00'.
000658     88 CCO-NO-ARCHIVO VALUE '35'.
000669 01 WS-CHECKPOINT-SEQ PIC 9(6) VALUE ZERO.
000670 01 WS-FIN-LIMPIO PIC X(1) VALUE 'N'.
000671 01 WS-MOV-FIN PIC X(1) VALUE 'N'.
000672 01 ESTADO-PEN PIC X(2).
000673     88 PEN-OK VALUE '00'.
000674     88 PEN-NO-ARCHIVO VALUE '35'.
000675 01 ESTADO-APR PIC X(2).
000676     88 APR-OK VALUE '00'.
000677     88 APR-NO-ARCHIVO VALUE '35'.
000678 01 ESTADO-RAP PIC X(2).
000679     88 RAP-OK VALUE '00'.
000680 01 WS-PARAM-CLAVE PIC X(20).
000681 01 WS-PARAM-VALOR PIC X(100).
000682 01 WS-PARAM-ESTADO PIC X(2).
000683 01 WS-PCT-SUELDO PIC 9(3) VALUE 10.
000684 01 WS-DIAS-APROB PIC 9(3) VALUE 15.
000685 01 WS-DIAS-ESPERA PIC S9(7) COMP.
000686 01 WS-APROBANDO PIC X(1) VALUE 'N'.
000687 01 WS-APROBADOR PIC X(8) VALUE SPACES.
000688 01 WS-APLICADO PIC X(1).
000689 01 WS-MOTIVO-APROB PIC X(1).
000690     88 APROB-SUELDO VALUE 'S'.
000691     88 APROB-CUENTA VALUE 'C'.
000692     88 APROB-AMBOS VALUE 'A'.
000693 01 WS-DIF-SUELDO PIC S9(8)V99.
000694 01 WS-DIF-ABS PIC 9(8)V99.
000695 01 WS-PEN-FIN PIC X(1) VALUE 'N'.
000696 01 WS-APR-FIN PIC X(1) VALUE 'N'.
000697 01 WS-APR-HALLADA PIC X(1).
000698*
000699* Changes waiting for their second user, as emp_pend.txt holds
000700* them. P pending, A applied, R approved but refused by the
000701* master (gone or cost center retired), V expired.
000702*
000703 01 WS-MAX-PEND PIC 9(4) COMP VALUE 500.
000704 01 WS-PEND-CNT PIC 9(4) COMP VALUE ZERO.
000705 01 WS-TABLA-PENDIENTES.
000706     05 WS-PEND-ITEM OCCURS 500 TIMES.
000707         10 WS-P-FECHA PIC 9(8).
000708         10 WS-P-HORA PIC 9(8).
000709         10 WS-P-SOLICITANTE PIC X(8).
000710         10 WS-P-MOTIVO PIC X(1).
000711         10 WS-P-MOV.
000712             15 WS-P-TIPO PIC X(1).
000713             15 WS-P-ID PIC 9(6).
000714             15 FILLER PIC X(63).
000715         10 WS-P-ESTADO PIC X(1).
000716 01 WS-P PIC 9(4) COMP.
000717 01 WS-LINEA-APROB.
000718     05 LA-EVENTO PIC X(24).
000719     05 FILLER PIC X(1) VALUE SPACE.
000720     05 LA-IDENTI PIC Z(5)9.
000721     05 FILLER PIC X(1) VALUE SPACE.
000722     05 LA-FECHA PIC 9(8).
000723     05 FILLER PIC X(1) VALUE SPACE.
000724     05 LA-MOTIVO PIC X(13).
000725     05 FILLER PIC X(1) VALUE SPACE.
000726     05 LA-SOLICITANTE PIC X(8).
000727     05 FILLER PIC X(1) VALUE SPACE.
000728     05 LA-APROBADOR PIC X(8).
000729     05 FILLER PIC X(8) VALUE SPACES.
000730 01 WS-ENC-APROB.
000731     05 FILLER PIC X(33) VALUE
000732        "APROBACIONES DE CAMBIOS - FECHA ".
000733     05 EA-FECHA PIC 9(8).
000734     05 FILLER PIC X(39) VALUE SPACES.
000735 01 WS-CONTADORES-EMP.
000736     05 WS-CNT-ALTAS     PIC 9(6) COMP VALUE ZERO.
000737     05 WS-CNT-CAMBIOS   PIC 9(6) COMP VALUE ZERO.
000738     05 WS-CNT-BAJAS     PIC 9(6) COMP VALUE ZERO.
000739     05 WS-CNT-RECHAZOS  PIC 9(6) COMP VALUE ZERO.
000740     05 WS-CNT-PENDIENTES PIC 9(6) COMP VALUE ZERO.
000741     05 WS-CNT-APROBADOS PIC 9(6) COMP VALUE ZERO.
000742     05 WS-CNT-APR-RECHAZ PIC 9(6) COMP VALUE ZERO.
000743     05 WS-CNT-VENCIDOS  PIC 9(6) COMP VALUE ZERO.
000744     05 WS-CNT-EN-ESPERA PIC 9(6) COMP VALUE ZERO.
000745*-----------------------
000746 PROCEDURE DIVISION.
000747*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000750 MAIN-PROCEDURE.
000760**
000770* Apply today's employee add/change/delete transactions against
000998     END-IF.
000999     PERFORM 1005-LEER-CHECKPOINT.
001000     PERFORM 1030-CARGAR-CCOSTOS.
001001     PERFORM 1040-LEER-PARAMETROS.
001002     PERFORM 1050-CARGAR-PENDIENTES.
001004     PERFORM 1070-VENCER-PENDIENTES
001005        VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PEND-CNT.
001006     PERFORM 1060-APLICAR-APROBACIONES.
001007     PERFORM 1080-REESCRIBIR-PENDIENTES.
001008     PERFORM 2005-LEER-MOV.
001009     IF WS-CHECKPOINT-SEQ > ZERO THEN
001010        DISPLAY 'REINICIO DESDE MOVIMIENTO: ' WS-CHECKPOINT-SEQ
001011        PERFORM 1025-SALTAR-APLICADOS
001012     END-IF.
001013 1005-LEER-CHECKPOINT.
001014     MOVE ZERO TO WS-CHECKPOINT-SEQ.
001015     OPEN INPUT arc-chk-mov.
001016     IF CHM-OK THEN
001017        READ arc-chk-mov
001018           AT END
001019              MOVE ZERO TO WS-CHECKPOINT-SEQ
001020           NOT AT END
001021              MOVE CHM-SEQ TO WS-CHECKPOINT-SEQ
001022        END-READ
001023        CLOSE arc-chk-mov
001024     END-IF.
001025 1030-CARGAR-CCOSTOS.
001026*
001027* The valid cost centers live in ccostos.txt; a movement whose
001028* code is not on the table is rejected, so a typo in a
001029* spreadsheet cell cannot invent a department. No table means
001030* no way to validate: the run stops rather than guessing.
001031*
001032     MOVE ZERO TO WS-CCO-CNT.
001033     OPEN INPUT arc-ccostos.
001034     IF CCO-NO-ARCHIVO THEN
001035        display 'NO EXISTE LA TABLA DE CENTROS DE COSTO'
001036        PERFORM 3000-FINALISIMA
001037     END-IF.
001038     IF NOT CCO-OK THEN
001039        display 'ESTADO-CCO: ' ESTADO-CCO
001040        PERFORM 3000-FINALISIMA
001041     END-IF.
001042     MOVE 'N' TO WS-CCO-FIN.
001043     PERFORM 1031-CARGAR-CCO-ITEM UNTIL WS-CCO-FIN = 'S'.
001044     CLOSE arc-ccostos.
001045 1031-CARGAR-CCO-ITEM.
001046     READ arc-ccostos
001047         AT END
001048             MOVE 'S' TO WS-CCO-FIN
001049         NOT AT END
001050             IF WS-CCO-CNT < 100 THEN
001051                add 1 to WS-CCO-CNT
001052                MOVE CCO-CODIGO TO WS-CCO-CODIGO(WS-CCO-CNT)
001053             ELSE
001054                display 'TABLA DE CCOSTOS LLENA: ' CCO-CODIGO
001055             END-IF
001056     END-READ.
001057 1025-SALTAR-APLICADOS.
001058*
001059* The movements through the checkpoint ordinal were applied by
001060* the interrupted run: reading past them means a rerun neither
001061* re-rejects an applied alta nor applies a cambio twice, and
001062* the counters stay honest.
001063*
001064     PERFORM 2005-LEER-MOV
001065        UNTIL WS-MOV-SEQ > WS-CHECKPOINT-SEQ OR
001066              WS-MOV-FIN = 'S'.
001067 1040-LEER-PARAMETROS.
001068     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001069     MOVE 'SUMA_SUELDO_PCT' TO WS-PARAM-CLAVE.
001070     PERFORM 1900-LEER-PARAMETRO.
001071     IF WS-PARAM-ESTADO = '00' THEN
001072        COMPUTE WS-PCT-SUELDO = FUNCTION NUMVAL(WS-PARAM-VALOR)
001073     ELSE
001074        MOVE 10 TO WS-PCT-SUELDO
001075     END-IF.
001076     MOVE 'SUMA_APROB_DIAS' TO WS-PARAM-CLAVE.
001077     PERFORM 1900-LEER-PARAMETRO.
001078     IF WS-PARAM-ESTADO = '00' THEN
001079        COMPUTE WS-DIAS-APROB = FUNCTION NUMVAL(WS-PARAM-VALOR)
001080     ELSE
001081        MOVE 15 TO WS-DIAS-APROB
001082     END-IF.
001083     DISPLAY 'PARAMETROS EFECTIVOS - SUMA'.
001084     DISPLAY '  SUMA_SUELDO_PCT : ' WS-PCT-SUELDO.
001085     DISPLAY '  SUMA_APROB_DIAS : ' WS-DIAS-APROB.
001086     OPEN EXTEND arc-rep-aprob.
001087     IF NOT RAP-OK THEN
001088        OPEN OUTPUT arc-rep-aprob
001089     END-IF.
001090     IF NOT RAP-OK THEN
001091        display 'ESTADO-RAP: ' ESTADO-RAP
001092        PERFORM 3000-FINALISIMA
001093     END-IF.
001094     MOVE WS-FECHA-HOY TO EA-FECHA.
001095     WRITE RAP-LINE FROM WS-ENC-APROB.
001096 1050-CARGAR-PENDIENTES.
001097*
001098* The whole pending file must fit: it is rewritten from this
001099* table, so a change that did not load would be lost. A full
001100* table stops the run before anything is applied.
001101*
001102     OPEN INPUT arc-pendientes.
001103     IF PEN-NO-ARCHIVO THEN
001104        EXIT PARAGRAPH
001105     END-IF.
001106     IF NOT PEN-OK THEN
001107        display 'ESTADO-PEN: ' ESTADO-PEN
001108        PERFORM 3000-FINALISIMA
001109     END-IF.
001110     PERFORM 1051-CARGAR-PEND-ITEM UNTIL WS-PEN-FIN = 'S'.
001111     CLOSE arc-pendientes.
001112 1051-CARGAR-PEND-ITEM.
001113     READ arc-pendientes
001114         AT END
001115             MOVE 'S' TO WS-PEN-FIN
001116         NOT AT END
001117             IF WS-PEND-CNT NOT < WS-MAX-PEND THEN
001118                display 'TABLA DE PENDIENTES LLENA'
001119                PERFORM 3000-FINALISIMA
001120             END-IF
001121             add 1 to WS-PEND-CNT
001122             MOVE PEN-FECHA TO WS-P-FECHA(WS-PEND-CNT)
001123             MOVE PEN-HORA TO WS-P-HORA(WS-PEND-CNT)
001124             MOVE PEN-SOLICITANTE TO WS-P-SOLICITANTE(WS-PEND-CNT)
001125             MOVE PEN-MOTIVO TO WS-P-MOTIVO(WS-PEND-CNT)
001126             MOVE PEN-MOV TO WS-P-MOV(WS-PEND-CNT)
001127             MOVE 'P' TO WS-P-ESTADO(WS-PEND-CNT)
001128     END-READ.
001129     IF NOT PEN-OK AND ESTADO-PEN NOT = '10' THEN
001130        display 'ESTADO-PEN: ' ESTADO-PEN
001131        PERFORM 3000-FINALISIMA
001132     END-IF.
001133 1060-APLICAR-APROBACIONES.
001134*
001135* Each approval names the identi and the date the change was
001136* parked, and frees every change of that identi parked that
001137* day. No approvals file means nobody has approved anything.
001138*
001139     OPEN INPUT arc-aprobaciones.
001140     IF APR-NO-ARCHIVO THEN
001141        EXIT PARAGRAPH
001142     END-IF.
001143     IF NOT APR-OK THEN
001144        display 'ESTADO-APR: ' ESTADO-APR
001145        PERFORM 3000-FINALISIMA
001146     END-IF.
001147     PERFORM 1061-LEER-APROBACION UNTIL WS-APR-FIN = 'S'.
001148     CLOSE arc-aprobaciones.
001149 1061-LEER-APROBACION.
001150     READ arc-aprobaciones
001151         AT END
001152             MOVE 'S' TO WS-APR-FIN
001153         NOT AT END
001154             MOVE 'N' TO WS-APR-HALLADA
001155             PERFORM 1062-BUSCAR-PENDIENTE
001156                VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PEND-CNT
001157             IF WS-APR-HALLADA = 'N' THEN
001158                MOVE 'APROBACION SIN PENDIENTE' TO LA-EVENTO
001159                MOVE APR-ID TO LA-IDENTI
001160                MOVE APR-FECHA TO LA-FECHA
001161                MOVE SPACES TO LA-MOTIVO LA-SOLICITANTE
001162                MOVE APR-USUARIO TO LA-APROBADOR
001163                PERFORM 3500-GRABAR-LINEA-APROB
001164             END-IF
001165     END-READ.
001166     IF NOT APR-OK AND ESTADO-APR NOT = '10' THEN
001167        display 'ESTADO-APR: ' ESTADO-APR
001168        PERFORM 3000-FINALISIMA
001169     END-IF.
001170 1062-BUSCAR-PENDIENTE.
001171     IF WS-P-ESTADO(WS-P) = 'P' AND WS-P-ID(WS-P) = APR-ID AND
001172        WS-P-FECHA(WS-P) = APR-FECHA THEN
001173        MOVE 'S' TO WS-APR-HALLADA
001174        PERFORM 1063-APROBAR-PENDIENTE
001175     END-IF.
001176 1063-APROBAR-PENDIENTE.
001177*
001178* The approver must be somebody, and somebody else: a user who
001179* approves their own change is refused and the change waits.
001180* A change with no requester cannot show that, so it is
001181* refused as well.
001182*
001183     MOVE WS-P-ID(WS-P) TO LA-IDENTI.
001184     MOVE WS-P-FECHA(WS-P) TO LA-FECHA.
001185     MOVE WS-P-MOTIVO(WS-P) TO WS-MOTIVO-APROB.
001186     PERFORM 3510-TEXTO-MOTIVO.
001187     MOVE WS-P-SOLICITANTE(WS-P) TO LA-SOLICITANTE.
001188     MOVE APR-USUARIO TO LA-APROBADOR.
001189     IF APR-USUARIO = SPACES OR
001190        WS-P-SOLICITANTE(WS-P) = SPACES OR
001191        APR-USUARIO = WS-P-SOLICITANTE(WS-P) THEN
001192        add 1 to WS-CNT-APR-RECHAZ
001193        MOVE 'APROBADOR NO VALIDO' TO LA-EVENTO
001194        PERFORM 3500-GRABAR-LINEA-APROB
001195        EXIT PARAGRAPH
001196     END-IF.
001197     MOVE WS-P-MOV(WS-P) TO MOV-REC.
001198     MOVE WS-P-SOLICITANTE(WS-P) TO MOV-USUARIO.
001199     MOVE APR-USUARIO TO WS-APROBADOR.
001200     MOVE 'S' TO WS-APROBANDO.
001201     MOVE 'N' TO WS-APLICADO.
001202     PERFORM 3200-CAMBIO.
001203     MOVE 'N' TO WS-APROBANDO.
001204     MOVE SPACES TO WS-APROBADOR.
001205     IF WS-APLICADO = 'S' THEN
001206        MOVE 'A' TO WS-P-ESTADO(WS-P)
001207        add 1 to WS-CNT-APROBADOS
001208        MOVE 'APLICADO CON APROBACION' TO LA-EVENTO
001209     ELSE
001210        MOVE 'R' TO WS-P-ESTADO(WS-P)
001211        MOVE 'APROBADO PERO RECHAZADO' TO LA-EVENTO
001212     END-IF.
001213     PERFORM 3500-GRABAR-LINEA-APROB.
001214 1070-VENCER-PENDIENTES.
001215     IF WS-P-ESTADO(WS-P) NOT = 'P' THEN
001216        EXIT PARAGRAPH
001217     END-IF.
001218     COMPUTE WS-DIAS-ESPERA =
001219        FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
001220        FUNCTION INTEGER-OF-DATE(WS-P-FECHA(WS-P)).
001221     IF WS-DIAS-ESPERA > WS-DIAS-APROB THEN
001222        MOVE 'V' TO WS-P-ESTADO(WS-P)
001223        add 1 to WS-CNT-VENCIDOS
001224        MOVE 'VENCIDO SIN APROBAR' TO LA-EVENTO
001225        MOVE WS-P-ID(WS-P) TO LA-IDENTI
001226        MOVE WS-P-FECHA(WS-P) TO LA-FECHA
001227        MOVE WS-P-MOTIVO(WS-P) TO WS-MOTIVO-APROB
001228        PERFORM 3510-TEXTO-MOTIVO
001229        MOVE WS-P-SOLICITANTE(WS-P) TO LA-SOLICITANTE
001230        MOVE SPACES TO LA-APROBADOR
001231        PERFORM 3500-GRABAR-LINEA-APROB
001232     END-IF.
001233 1080-REESCRIBIR-PENDIENTES.
001234*
001235* What still waits goes back to emp_pend.txt; only then is the
001236* approvals file emptied. The file stays open to take the
001237* changes today's movements park.
001238*
001239     OPEN OUTPUT arc-pendientes.
001240     IF NOT PEN-OK THEN
001241        display 'ESTADO-PEN: ' ESTADO-PEN
001242        PERFORM 3000-FINALISIMA
001243     END-IF.
001244     PERFORM 1081-GRABAR-PEND-ITEM
001245        VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PEND-CNT.
001246     CLOSE arc-pendientes.
001247     OPEN OUTPUT arc-aprobaciones.
001248     CLOSE arc-aprobaciones.
001249     OPEN EXTEND arc-pendientes.
001250     IF NOT PEN-OK THEN
001251        display 'ESTADO-PEN: ' ESTADO-PEN
001252        PERFORM 3000-FINALISIMA
001253     END-IF.
001254 1081-GRABAR-PEND-ITEM.
001255     IF WS-P-ESTADO(WS-P) = 'P' THEN
001256        MOVE WS-P-FECHA(WS-P) TO PEN-FECHA
001257        MOVE WS-P-HORA(WS-P) TO PEN-HORA
001258        MOVE WS-P-SOLICITANTE(WS-P) TO PEN-SOLICITANTE
001259        MOVE WS-P-MOTIVO(WS-P) TO PEN-MOTIVO
001260        MOVE WS-P-MOV(WS-P) TO PEN-MOV
001261        WRITE PEN-REC
001262        IF NOT PEN-OK THEN
001263           display 'ESTADO-PEN: ' ESTADO-PEN
001264           PERFORM 3000-FINALISIMA
001265        END-IF
001266        add 1 to WS-CNT-EN-ESPERA
001267     END-IF.
001268 1900-LEER-PARAMETRO.
001269     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
001270        WS-PARAM-ESTADO.
001271     IF WS-PARAM-ESTADO = '99' THEN
001272        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
001273        PERFORM 3000-FINALISIMA
001274     END-IF.
001275 2005-LEER-MOV.
001276     READ arc-mov-emp
001277         AT END
001278             move 'S' to WS-MOV-FIN
001279         NOT AT END
001280             add 1 to WS-MOV-SEQ
001281             display 'movimiento: ' MOV-REC
001282     END-READ.
001283     IF NOT MOV-POSITIVO AND ESTADO-MOV NOT = '10' THEN
001284        display 'ESTADO-MOV: ' ESTADO-MOV
001285        PERFORM 3000-FINALISIMA
001286     END-IF.
001287 2000-PROCESO.
001288     EVALUATE TRUE
001289         WHEN MOV-ALTA
001290             PERFORM 3100-ALTA
001291         WHEN MOV-CAMBIO
001292             PERFORM 3200-CAMBIO
001293         WHEN MOV-BAJA
001294             PERFORM 3300-BAJA
001295         WHEN OTHER
001296             display 'TIPO DE MOVIMIENTO INVALIDO: ' MOV-TIPO
001297             add 1 to WS-CNT-RECHAZOS
001298     END-EVALUATE
001299     PERFORM 2035-GRABAR-CHECKPOINT
001300     PERFORM 2005-LEER-MOV.
001301 2035-GRABAR-CHECKPOINT.
001302*
001303* A rejected movement checkpoints too: it was worked, and a
001304* rerun must not report it rejected a second time.
001305*
001306     MOVE WS-MOV-SEQ TO CHM-SEQ.
001307     OPEN OUTPUT arc-chk-mov.
001308     WRITE CHM-REC.
001309     IF NOT CHM-OK THEN
001310        display 'ESTADO-CHM: ' ESTADO-CHM
001311        PERFORM 3000-FINALISIMA
001312     END-IF.
001313     CLOSE arc-chk-mov.
001314 3100-ALTA.
001315     PERFORM 3150-VALIDAR-CCOSTO.
001316     IF WS-CCOSTO-VALIDO NOT = 'S' THEN
001317        display 'ALTA RECHAZADA, CCOSTO INVALIDO: ' MOV-ID
001318           ' ' MOV-CCOSTO
001319        add 1 to WS-CNT-RECHAZOS
001320        EXIT PARAGRAPH
001321     END-IF.
001322     move MOV-ID to EMP-ID.
001323     move MOV-NOM to EMP-NOM.
001324     move MOV-APE to EMP-APE.
001325     move MOV-SUELDO to EMP-SUELDO.
001326     move MOV-CUENTA to EMP-CUENTA.
001327     move MOV-CCOSTO to EMP-CCOSTO.
001328     move space to EMP-CTA-ESTADO.
001329     WRITE EMPLEADO-REC
001330         INVALID KEY
001331             display 'ALTA RECHAZADA, YA EXISTE: ' MOV-ID
001332             add 1 to WS-CNT-RECHAZOS
001340         NOT INVALID KEY
001350             add 1 to WS-CNT-ALTAS
001351             MOVE SPACES TO WS-IMAGEN-ANTES
001410             display 'CAMBIO RECHAZADO, NO EXISTE: ' MOV-ID
001420             add 1 to WS-CNT-RECHAZOS
001430         NOT INVALID KEY
001440             PERFORM 3210-APLICAR-CAMBIO
001540     END-READ.
001541 3210-APLICAR-CAMBIO.
001542*
001543* A sensitive change from the movement file waits for its
001544* second user; one coming from an approval goes straight on.
001545*
001546     IF WS-APROBANDO = 'N' THEN
001547        PERFORM 3220-VER-APROBACION
001548        IF WS-MOTIVO-APROB NOT = SPACE THEN
001549           PERFORM 3230-ESTACIONAR
001550           EXIT PARAGRAPH
001551        END-IF
001552     END-IF.
001553     MOVE EMPLEADO-REC TO WS-IMAGEN-ANTES.
001554     IF MOV-CUENTA NOT = EMP-CUENTA OR
001555        MOV-NOM NOT = EMP-NOM OR
001556        MOV-APE NOT = EMP-APE THEN
001557        move space to EMP-CTA-ESTADO
001558     END-IF.
001559     move MOV-NOM to EMP-NOM.
001560     move MOV-APE to EMP-APE.
001561     move MOV-SUELDO to EMP-SUELDO.
001562     move MOV-CUENTA to EMP-CUENTA.
001563     move MOV-CCOSTO to EMP-CCOSTO.
001564     REWRITE EMPLEADO-REC
001565         INVALID KEY
001566             display 'CAMBIO RECHAZADO: ' MOV-ID
001567             add 1 to WS-CNT-RECHAZOS
001568         NOT INVALID KEY
001569             add 1 to WS-CNT-CAMBIOS
001570             MOVE 'S' TO WS-APLICADO
001571             PERFORM 3400-GRABAR-JOURNAL
001572     END-REWRITE.
001573 3220-VER-APROBACION.
001574     MOVE SPACE TO WS-MOTIVO-APROB.
001575     COMPUTE WS-DIF-SUELDO = MOV-SUELDO - EMP-SUELDO.
001576     IF WS-DIF-SUELDO < ZERO THEN
001577        COMPUTE WS-DIF-ABS = ZERO - WS-DIF-SUELDO
001578     ELSE
001579        MOVE WS-DIF-SUELDO TO WS-DIF-ABS
001580     END-IF.
001581     IF WS-DIF-ABS > ZERO AND
001582        WS-DIF-ABS * 100 > WS-PCT-SUELDO * EMP-SUELDO THEN
001583        MOVE 'S' TO WS-MOTIVO-APROB
001584     END-IF.
001585     IF MOV-CUENTA NOT = EMP-CUENTA THEN
001586        IF APROB-SUELDO THEN
001587           MOVE 'A' TO WS-MOTIVO-APROB
001588        ELSE
001589           MOVE 'C' TO WS-MOTIVO-APROB
001590        END-IF
001591     END-IF.
001592 3230-ESTACIONAR.
001593*
001594* A change nobody signed cannot be told apart from its
001595* approver's, so it is rejected instead of parked.
001596*
001597     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001598     IF MOV-USUARIO = SPACES THEN
001599        display 'CAMBIO RECHAZADO, SIN USUARIO: ' MOV-ID
001600        add 1 to WS-CNT-RECHAZOS
001601        MOVE 'RECHAZADO SIN USUARIO' TO LA-EVENTO
001602        MOVE MOV-ID TO LA-IDENTI
001603        MOVE WS-FECHA-HOY TO LA-FECHA
001604        PERFORM 3510-TEXTO-MOTIVO
001605        MOVE SPACES TO LA-SOLICITANTE LA-APROBADOR
001606        PERFORM 3500-GRABAR-LINEA-APROB
001607        EXIT PARAGRAPH
001608     END-IF.
001609     ACCEPT WS-HORA-AHORA FROM TIME.
001610     MOVE WS-FECHA-HOY TO PEN-FECHA.
001611     MOVE WS-HORA-AHORA TO PEN-HORA.
001612     MOVE MOV-USUARIO TO PEN-SOLICITANTE.
001613     MOVE WS-MOTIVO-APROB TO PEN-MOTIVO.
001614     MOVE MOV-REC TO PEN-MOV.
001615     WRITE PEN-REC.
001616     IF NOT PEN-OK THEN
001617        display 'ESTADO-PEN: ' ESTADO-PEN
001618        PERFORM 3000-FINALISIMA
001619     END-IF.
001620     add 1 to WS-CNT-PENDIENTES.
001621     display 'CAMBIO PENDIENTE DE APROBACION: ' MOV-ID.
001622     MOVE 'PENDIENTE DE APROBACION' TO LA-EVENTO.
001623     MOVE MOV-ID TO LA-IDENTI.
001624     MOVE WS-FECHA-HOY TO LA-FECHA.
001625     PERFORM 3510-TEXTO-MOTIVO.
001626     MOVE MOV-USUARIO TO LA-SOLICITANTE.
001627     MOVE SPACES TO LA-APROBADOR.
001628     PERFORM 3500-GRABAR-LINEA-APROB.
001629 3300-BAJA.
001630*
001631* The record reads first so the journal keeps its before image;
001632* the DELETE itself then cannot take the NO EXISTE path.
001633*
001634     move MOV-ID to EMP-ID.
001635     READ arc-empleados
001636         INVALID KEY
001637             display 'BAJA RECHAZADA, NO EXISTE: ' MOV-ID
001638             add 1 to WS-CNT-RECHAZOS
001639         NOT INVALID KEY
001640             MOVE EMPLEADO-REC TO WS-IMAGEN-ANTES
001641             DELETE arc-empleados
001642                 INVALID KEY
001643                     display 'BAJA RECHAZADA, NO EXISTE: ' MOV-ID
001644                     add 1 to WS-CNT-RECHAZOS
001645                 NOT INVALID KEY
001646                     add 1 to WS-CNT-BAJAS
001647                     MOVE SPACES TO EMPLEADO-REC
001648                     PERFORM 3400-GRABAR-JOURNAL
001649             END-DELETE
001650     END-READ.
001651 3150-VALIDAR-CCOSTO.
001652     MOVE 'N' TO WS-CCOSTO-VALIDO.
001653     PERFORM 3151-COMPARAR-CCOSTO
001654        VARYING WS-CCO-I FROM 1 BY 1
001655        UNTIL WS-CCO-I > WS-CCO-CNT OR WS-CCOSTO-VALIDO = 'S'.
001656 3151-COMPARAR-CCOSTO.
001657     IF WS-CCO-CODIGO(WS-CCO-I) = MOV-CCOSTO THEN
001658        MOVE 'S' TO WS-CCOSTO-VALIDO
001659     END-IF.
001660 3400-GRABAR-JOURNAL.
001661*
001662* One journal line per applied movement: type, date/time and
001663* the before and after images. An alta carries a blank before
001664* image and a baja a blank after image.
001665*
001666     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001667     ACCEPT WS-HORA-AHORA FROM TIME.
001668     MOVE MOV-TIPO TO JR-TIPO.
001669     MOVE WS-FECHA-HOY TO JR-FECHA.
001670     MOVE WS-HORA-AHORA TO JR-HORA.
001671     MOVE WS-IMAGEN-ANTES TO JR-ANTES.
001672     MOVE EMPLEADO-REC TO JR-DESPUES.
001673     MOVE MOV-USUARIO TO JR-SOLICITANTE.
001674     MOVE WS-APROBADOR TO JR-APROBADOR.
001675     WRITE JOURNAL-REC.
001676     IF NOT JRN-OK THEN
001677        display 'ESTADO-JRN: ' ESTADO-JRN
001678        PERFORM 3000-FINALISIMA
001679     END-IF.
001680 3500-GRABAR-LINEA-APROB.
001681     WRITE RAP-LINE FROM WS-LINEA-APROB.
001682     IF NOT RAP-OK THEN
001683        display 'ESTADO-RAP: ' ESTADO-RAP
001684        PERFORM 3000-FINALISIMA
001685     END-IF.
001686 3510-TEXTO-MOTIVO.
001687     EVALUATE TRUE
001688         WHEN APROB-SUELDO
001689             MOVE 'SUELDO' TO LA-MOTIVO
001690         WHEN APROB-CUENTA
001691             MOVE 'CUENTA' TO LA-MOTIVO
001692         WHEN APROB-AMBOS
001693             MOVE 'SUELDO+CUENTA' TO LA-MOTIVO
001694         WHEN OTHER
001695             MOVE SPACES TO LA-MOTIVO
001696     END-EVALUATE.
001697 3000-FINALISIMA.
001698     PERFORM 3010-REPORTE-TOTALES.
001699     IF WS-FIN-LIMPIO = 'S' THEN
001700        PERFORM 3020-LIMPIAR-CHECKPOINT
001701     END-IF.
001702     CLOSE arc-empleados arc-mov-emp arc-journal.
001703     CLOSE arc-pendientes arc-rep-aprob.
001704     DISPLAY "parrafo final".
001705     STOP RUN.
001706 3020-LIMPIAR-CHECKPOINT.
001707*
001708* A clean finish worked every movement, so the next ordinary
001709* run must start from the top of a fresh emp_mov.txt instead
001710* of skipping. Reopening emp_chk.txt OUTPUT with nothing
001711* written truncates it back to empty, the same way the merge
001712* clears its checkpoint.
001713*
001714     OPEN OUTPUT arc-chk-mov.
001715     CLOSE arc-chk-mov.
001716 3010-REPORTE-TOTALES.
001717     DISPLAY "-----------------------------------------".
001718     DISPLAY "  RESUMEN MANTENIMIENTO - EMPLEADOS".
001720     DISPLAY "-----------------------------------------".
001730     DISPLAY "  ALTAS    : " WS-CNT-ALTAS.
001740     DISPLAY "  CAMBIOS  : " WS-CNT-CAMBIOS.
001750     DISPLAY "  BAJAS    : " WS-CNT-BAJAS.
001760     DISPLAY "  RECHAZOS : " WS-CNT-RECHAZOS.
001761     DISPLAY "  APROBADOS           : " WS-CNT-APROBADOS.
001762     DISPLAY "  APROBADOR NO VALIDO : " WS-CNT-APR-RECHAZ.
001763     DISPLAY "  VENCIDOS            : " WS-CNT-VENCIDOS.
001764     DISPLAY "  PENDIENTES NUEVOS   : " WS-CNT-PENDIENTES.
001765     DISPLAY "  SIGUEN PENDIENTES   : " WS-CNT-EN-ESPERA.
001770     DISPLAY "-----------------------------------------".
001780** add other procedures here
001790 END PROGRAM YOUR-PROGRAM-NAME.
