000010*----------------------------------------------------------*
000020*  CADEPARM.CPY                                              *
000030*  Bloque de parametros de la rutina comun de encadenado de  *
000040*  los rastros de auditoria (ver programa AUDCADEN).  Se     *
000050*  copia en la LINKAGE SECTION de AUDCADEN y en el WORKING-  *
000060*  STORAGE de cada programa que escribe ESCAUDIT, LOGAUDIT,  *
000070*  CLIAUDIT, NOTAAUD o PARMAUD, y del verificador AUDVERIF.  *
000080*  AUDCADEN-POSICION es la columna donde empieza la cola de  *
000090*  encadenado del renglon (espacio, secuencia de 9 digitos,  *
000100*  espacio y huella de 20): lo anterior es lo que se firma.  *
000110*  AUDCADEN-SECUENCIA y AUDCADEN-CADENA guardan el ultimo    *
000120*  eslabon entre llamadas; un programa que escribe varios    *
000130*  rastros lleva un bloque por rastro (COPY ... REPLACING).  *
000140*----------------------------------------------------------*
000150* 2026-10-15 JFV  Creacion inicial.
000160*----------------------------------------------------------*
000170 01  AUDCADEN-PARM.
000180     05  AUDCADEN-FUNCION            PIC X(01).
000190         88  AUDCADEN-ULTIMO                 VALUE "U".
000200         88  AUDCADEN-ENCADENAR              VALUE "E".
000210     05  AUDCADEN-ARCHIVO            PIC X(08).
000220     05  AUDCADEN-POSICION           PIC 9(03).
000230     05  AUDCADEN-SECUENCIA          PIC 9(09).
000240     05  AUDCADEN-CADENA             PIC X(20).
000250     05  AUDCADEN-ESTADO             PIC X(02).
000260     05  AUDCADEN-RENGLON            PIC X(200).
