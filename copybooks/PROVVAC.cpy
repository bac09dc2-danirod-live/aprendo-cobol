000010*----------------------------------------------------------*
000020* PROVVAC - LAYOUT COMUN DEL MAESTRO DE LA PROVISION DE      *
000030* VACACIONES POR DEPARTAMENTO (VPRMSTR), INDEXADO POR EL     *
000040* CODIGO DE DEPARTAMENTO. LO MANTIENE VACPROV EN CADA CIERRE *
000050* DE MES: VPR-PROVISION ES LO QUE YA ESTA CONTABILIZADO EN   *
000060* EL MAYOR PARA EL DEPARTAMENTO A FIN DE VPR-PERIODO, Y      *
000070* VPR-PROVISION-ANT LA DEL PERIODO ANTERIOR, PARA EL LISTADO *
000080* DE VARIACION. UN RELANCE DEL MISMO PERIODO SOLO APUNTA LA  *
000090* DIFERENCIA CONTRA VPR-PROVISION.                           *
000100*----------------------------------------------------------*
000110* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON VACPROV. *
000120*----------------------------------------------------------*
000130 01  PROV-VAC-REC.
000140     05 VPR-DEPARTAMENTO         PIC X(04).
000150     05 VPR-PERIODO              PIC 9(06).
000160     05 VPR-EMPLEADOS            PIC 9(05).
000170     05 VPR-DIAS                 PIC 9(07)V99.
000180     05 VPR-PROVISION            PIC 9(09)V99.
000190     05 VPR-PROVISION-ANT        PIC 9(09)V99.
