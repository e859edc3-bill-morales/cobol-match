000217*                    alone - DEPURA establishes the full counts
000218*                    downstream - so a missing base count can
000219*                    never turn into a false abort at the merge.
000220*   2026-10-15  BMD  The 'H' recycle now carries the clock
000221*                    hours (normal, overtime, holiday/weekend)
000222*                    from the exception back into lectura3.txt
000223*                    so the overtime is still paid; an
000224*                    exception written before the hours existed
000225*                    recycles with none.
000226******************************************************************
000227 IDENTIFICATION DIVISION.
000228*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 PROGRAM-ID. SUSPENSO.
000240 ENVIRONMENT DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690     05 exc-favorito PIC X(7).
000700     05 exc-dias PIC 9(3).
000710     05 exc-sancion PIC X(1).
000715     05 exc-horas PIC X(15).
000720 FD arc-suspenso
000730 RECORDING MODE IS F.
000740 01 suspenso.
001180     05 identi PIC 9(6).
001190     05 dias-asistidos PIC 9(3).
001200     05 sancion PIC X(1).
001201     05 horas.
001202         10 horas-normales PIC 9(3)V99.
001203         10 horas-extra PIC 9(3)V99.
001204         10 horas-premio PIC 9(3)V99.
001205 FD arc-checkpoint
001206 RECORDING MODE IS F.
001207 01 chkpt-record.
001208     05 chkpt-identi PIC 9(6).
001209 FD arc-controles
001210 RECORDING MODE IS F.
001211 01 CONTROL-REC.
001212     05 CTL-ARCHIVO PIC X(9).
001213     05 CTL-CUENTA PIC 9(9).
001214     05 CTL-HASH PIC 9(13).
001215*-----------------------
001220 WORKING-STORAGE SECTION.
001230 01 estado-exc PIC X(2).
001240     88 exc-ok value '00'.
003460             move exc-identi to identi of heraldo3
003470             move exc-dias to dias-asistidos of heraldo3
003480             move exc-sancion to sancion of heraldo3
003481             IF exc-horas IS NUMERIC THEN
003482                move exc-horas to horas of heraldo3
003483             ELSE
003484                move zero to horas-normales of heraldo3
003485                   horas-extra of heraldo3
003486                   horas-premio of heraldo3
003487             END-IF
003490             WRITE heraldo3
003500             add 1 to WS-CNT-RECICLA-H
003501             add exc-dias to WS-APP3-HASH
