000070*          displays both side by side: master nombre, apellido
000080*          and sueldo next to the roster's raised sueldo,
000090*          medalla, mmr, favorito, dias-asistidos and sancion.
000100*          Loops until identi 0 (or blank) is entered. Only an
000102*          operator in operadores.txt gets in, every lookup is
000104*          logged to accesos.txt, and what the operator may not
000106*          see prints masked.
000110* Tectonics: cobc
000120*
000130* Modification History:
000167*   2026-09-02  BMD  EMPLEADO-REC in step with the master's new
000168*                    EMP-CUENTA; the inquiry shows the bank
000169*                    account on the master side.
000170*   2026-10-15  BMD  Roster in step with the merge's new neto;
000171*                    the inquiry shows the net after
000172*                    deductions under the roster sueldo.
000173*   2026-10-15  BMD  EMPLEADO-REC in step with the master's new
000174*                    EMP-CTA-ESTADO; an account the bank
000175*                    rejected shows marked as suspect.
000176*   2026-10-15  BMD  Roster layout gains horas-extra,
000177*                    horas-premio and extra (the overtime paid,
000178*                    already inside sueldo).
000179*   2026-10-15  BMD  The inquiry opens with an operator id
000180*                    checked through ACCESO against
000181*                    operadores.txt; an unknown or dropped
000182*                    operator gets nothing. Each lookup is
000183*                    written to accesos.txt before it is shown,
000184*                    and sueldo, net and bank account print
000185*                    masked for an operator without the right
000186*                    to see them (the account keeps its last
000187*                    four digits).
000188******************************************************************
000189 IDENTIFICATION DIVISION.
000190*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000191 PROGRAM-ID. CONSULTA.
000200 ENVIRONMENT DIVISION.
000210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000220 CONFIGURATION SECTION.
000440     05 EMP-SUELDO PIC 9(7)V99.
000441     05 EMP-CUENTA PIC 9(10).
000442     05 EMP-CCOSTO PIC X(4).
000444     05 EMP-CTA-ESTADO PIC X(1).
000446         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000450 FD arc-escritura
000460 RECORDING MODE IS F.
000470 01 inmortal.
000550     05 dias-asistidos PIC 9(3).
000560     05 sancion PIC X(1).
000561     05 ccosto PIC X(4).
000562     05 neto PIC 9(9).
000563     05 horas-extra PIC 9(3)V99.
000564     05 horas-premio PIC 9(3)V99.
000565     05 extra PIC 9(9).
000566 FD arc-escridx
000567 RECORDING MODE IS F.
000568 01 INMORTAL-IDX.
000569     05 idx-identi PIC 9(6).
000570     05 idx-resto PIC X(81).
000571*-----------------------
000580 WORKING-STORAGE SECTION.
000590 01 ESTADO-EMP PIC X(2).
000600     88 EMP-OK VALUE '00'.
000750 01 WS-SUELDO-ROSTER PIC Z(8)9.
000760 01 WS-MMR-EDIT PIC Z(3)9.
000770 01 WS-DIAS-EDIT PIC ZZ9.
000771 01 WS-OPERADOR PIC X(8) VALUE SPACES.
000772 01 WS-ACC-OPERACION PIC X(1).
000773 01 WS-ACC-PROGRAMA PIC X(10) VALUE 'CONSULTA'.
000774 01 WS-ACC-PERMISOS.
000775     05 WS-VER-SUELDO PIC X(1) VALUE 'N'.
000776         88 PUEDE-VER-SUELDO VALUE 'S'.
000777     05 WS-VER-CUENTA PIC X(1) VALUE 'N'.
000778         88 PUEDE-VER-CUENTA VALUE 'S'.
000779 01 WS-ACC-ESTADO PIC X(2).
000780*-----------------------
000790 PROCEDURE DIVISION.
000800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000940     END-IF.
000941     DISPLAY 'PARAMETROS EFECTIVOS - CONSULTA'.
000942     DISPLAY '  ARCHIVOS_ESCRITURA : ' WS-ESCRITURA-PATH.
000946     PERFORM 1100-IDENTIFICAR-OPERADOR.
000950     OPEN INPUT arc-empleados.
000960     IF EMP-NO-ARCHIVO THEN
000970        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
001045        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
001046        PERFORM 3000-FINALISIMA
001047     END-IF.
001048 1100-IDENTIFICAR-OPERADOR.
001049     DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
001050     ACCEPT WS-OPERADOR.
001051     MOVE 'V' TO WS-ACC-OPERACION.
001052     CALL 'ACCESO' USING WS-ACC-OPERACION WS-ACC-PROGRAMA
001053        WS-OPERADOR WS-ID-BUSCADO WS-ACC-PERMISOS WS-ACC-ESTADO.
001054     EVALUATE WS-ACC-ESTADO
001055         WHEN '00'
001056             CONTINUE
001057         WHEN '23'
001058             display 'OPERADOR NO AUTORIZADO: ' WS-OPERADOR
001059             PERFORM 3000-FINALISIMA
001060         WHEN '35'
001061             display 'SIN TABLA DE OPERADORES, CONSULTA CERRADA'
001062             PERFORM 3000-FINALISIMA
001063         WHEN OTHER
001064             display 'TABLA DE OPERADORES O REGISTRO DE ACCESOS'
001065                ' INVALIDO'
001066             PERFORM 3000-FINALISIMA
001067     END-EVALUATE.
001068 2000-CONSULTAR.
001069     DISPLAY 'IDENTI A CONSULTAR (0 PARA SALIR): '
001070        WITH NO ADVANCING.
001080     MOVE SPACES TO WS-ID-ENTRADA.
001090     ACCEPT WS-ID-ENTRADA.
001190        IF WS-ID-BUSCADO = ZERO THEN
001200           display 'IDENTI INVALIDO: ' WS-ID-ENTRADA
001210        ELSE
001220           PERFORM 2050-REGISTRAR-ACCESO
001225           add 1 to WS-CNT-CONSULTAS
001230           PERFORM 2100-LEER-MAESTRO
001240           PERFORM 2200-BUSCAR-ROSTER
001250           PERFORM 2300-MOSTRAR
001260        END-IF
001270     END-IF.
001271 2050-REGISTRAR-ACCESO.
001272*
001273* The lookup is on the log before anything shows; if the log
001274* cannot take it the inquiry closes.
001275*
001276     MOVE 'R' TO WS-ACC-OPERACION.
001277     CALL 'ACCESO' USING WS-ACC-OPERACION WS-ACC-PROGRAMA
001278        WS-OPERADOR WS-ID-BUSCADO WS-ACC-PERMISOS WS-ACC-ESTADO.
001279     IF WS-ACC-ESTADO NOT = '00' THEN
001280        display 'NO SE PUDO REGISTRAR EL ACCESO, CONSULTA CERRADA'
001281        PERFORM 3000-FINALISIMA
001282     END-IF.
001283 2100-LEER-MAESTRO.
001290     MOVE 'N' TO WS-HAY-MAESTRO.
001300     MOVE WS-ID-BUSCADO TO EMP-ID.
001310     READ arc-empleados
001720     IF WS-HAY-MAESTRO = 'S' THEN
001730        MOVE EMP-SUELDO TO WS-SUELDO-MAESTRO
001740        DISPLAY 'MAESTRO : ' EMP-NOM ' ' EMP-APE
001745        IF PUEDE-VER-SUELDO THEN
001750           DISPLAY '  SUELDO MAESTRO : ' WS-SUELDO-MAESTRO
001751        ELSE
001752           DISPLAY '  SUELDO MAESTRO : *** RESERVADO ***'
001753        END-IF
001754        IF EMP-CUENTA = ZERO THEN
001755           DISPLAY '  CUENTA BANCO   : *** SIN CUENTA ***'
001756        ELSE
001757           IF PUEDE-VER-CUENTA THEN
001758              DISPLAY '  CUENTA BANCO   : ' EMP-CUENTA
001759           ELSE
001760              DISPLAY '  CUENTA BANCO   : ******' EMP-CUENTA(7:4)
001761           END-IF
001762           IF EMP-CTA-SOSPECHOSA THEN
001763              DISPLAY '  *** CUENTA RECHAZADA POR EL BANCO ***'
001764           END-IF
001765        END-IF
001766        DISPLAY '  CENTRO COSTO   : ' EMP-CCOSTO
001767     ELSE
001770        DISPLAY 'MAESTRO : *** NO EXISTE EN EL MAESTRO ***'
001780     END-IF.
001790     IF WS-HAY-ROSTER = 'S' THEN
001810        MOVE mmr TO WS-MMR-EDIT
001820        MOVE dias-asistidos TO WS-DIAS-EDIT
001830        DISPLAY 'ROSTER  : ' nombre ' ' apellido
001835        IF PUEDE-VER-SUELDO THEN
001840           DISPLAY '  SUELDO ROSTER  : ' WS-SUELDO-ROSTER
001843           MOVE neto TO WS-SUELDO-ROSTER
001846           DISPLAY '  NETO ROSTER    : ' WS-SUELDO-ROSTER
001847        ELSE
001848           DISPLAY '  SUELDO ROSTER  : *** RESERVADO ***'
001849           DISPLAY '  NETO ROSTER    : *** RESERVADO ***'
001850        END-IF
001851        DISPLAY '  MEDALLA        : ' medalla
001860        DISPLAY '  MMR            : ' WS-MMR-EDIT
001870        DISPLAY '  FAVORITO       : ' favorito
001880        DISPLAY '  DIAS ASISTIDOS : ' WS-DIAS-EDIT
