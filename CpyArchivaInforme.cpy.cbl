      * Files a copy of a printout just closed in the report
      * repository. The caller moves the printout file name to
      * w-rep-archivo (mora.txt), the report it is to w-rep-informe
      * (MORA) and who ran it, the operator or the batch step, to
      * w-rep-origen. The copy goes to rep-INFORME-AAAAMMDD-HHMMSS.txt
      * with a row in catalogo-informes.dat; CONSULTA-INFORMES lists
      * and reprints them.
       944-ARCHIVAR-INFORME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-rep-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO w-rep-hora.
           MOVE SPACES TO w-rep-origen-nombre.
           STRING "..\" DELIMITED BY SIZE
               FUNCTION TRIM(w-rep-archivo) DELIMITED BY SIZE
               INTO w-rep-origen-nombre
           END-STRING.
           MOVE SPACES TO w-rep-copia-corto.
           STRING "rep-" DELIMITED BY SIZE
               FUNCTION TRIM(w-rep-informe) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               w-rep-fecha DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               w-rep-hora DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO w-rep-copia-corto
           END-STRING.
           MOVE SPACES TO w-rep-copia-nombre.
           STRING "..\" DELIMITED BY SIZE
               FUNCTION TRIM(w-rep-copia-corto) DELIMITED BY SIZE
               INTO w-rep-copia-nombre
           END-STRING.
           OPEN INPUT INFORME-ORIGEN.
           IF w-rep-origen-status NOT = "00"
               DISPLAY "No se pudo archivar ", w-rep-archivo,
                   " en el repositorio de informes"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INFORME-COPIA.
           MOVE 0 TO w-rep-lineas.
           MOVE 0 TO w-rep-sen.
           READ INFORME-ORIGEN AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               MOVE informe-origen-linea TO informe-copia-linea
               WRITE informe-copia-linea
               ADD 1 TO w-rep-lineas
               READ INFORME-ORIGEN AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE INFORME-ORIGEN.
           CLOSE INFORME-COPIA.
           MOVE 0 TO w-rep-sen.
           OPEN EXTEND CATALOGO-INF.
           IF w-rep-catalogo-status = "35"
               OPEN OUTPUT CATALOGO-INF
               CLOSE CATALOGO-INF
               OPEN EXTEND CATALOGO-INF
           END-IF.
           MOVE w-rep-informe TO ci-informe.
           MOVE w-rep-fecha TO ci-fecha.
           MOVE w-rep-hora TO ci-hora.
           MOVE w-rep-origen TO ci-origen.
           MOVE w-rep-copia-corto TO ci-archivo.
           MOVE w-rep-lineas TO ci-lineas.
           MOVE "OK" TO ci-resultado.
           WRITE catinf-reg.
           CLOSE CATALOGO-INF.
           DISPLAY "Informe archivado: ", w-rep-copia-corto.
           PERFORM 956-LEER-RETENCION.
           PERFORM 950-PURGAR-INFORMES.
      * Generations kept per report: RET-<informe> in parametros.dat,
      * else INFORMES-RETENCION, else 30. Zero keeps them all.
       956-LEER-RETENCION.
           MOVE 30 TO w-rep-retencion.
           MOVE 0 TO w-rep-ret-hallada.
           MOVE SPACES TO w-rep-clave.
           STRING "RET-" DELIMITED BY SIZE
               w-rep-informe DELIMITED BY SPACE
               INTO w-rep-clave
           END-STRING.
           OPEN INPUT PARAM-REP.
           IF w-rep-param-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-rep-sen.
           READ PARAM-REP AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               IF rep-param-clave = w-rep-clave
                   MOVE rep-param-valor TO w-rep-retencion
                   MOVE 1 TO w-rep-ret-hallada
               END-IF
               IF rep-param-clave = "INFORMES-RETENCION" AND
                  NOT retencion-propia
                   MOVE rep-param-valor TO w-rep-retencion
               END-IF
               READ PARAM-REP AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE PARAM-REP.
           MOVE 0 TO w-rep-sen.
      * Same scheme as the arch.dat backups: the oldest generations
      * beyond the window are truncated on disk and marked PURGADO,
      * and the mark is dropped from the catalog on the next rewrite.
      * The catalog is rewritten through catalogo-informes.tmp.
       950-PURGAR-INFORMES.
           IF w-rep-retencion = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-rep-vigentes.
           OPEN INPUT CATALOGO-INF.
           MOVE 0 TO w-rep-sen.
           READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               IF ci-informe = w-rep-informe AND informe-archivado
                   ADD 1 TO w-rep-vigentes
               END-IF
               READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE CATALOGO-INF.
           MOVE 0 TO w-rep-sen.
           IF w-rep-vigentes NOT > w-rep-retencion
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-rep-purgar = w-rep-vigentes - w-rep-retencion.
           OPEN INPUT CATALOGO-INF.
           OPEN OUTPUT CATALOGO-INF-TMP.
           READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               IF NOT informe-purgado
                   IF ci-informe = w-rep-informe AND
                      informe-archivado AND w-rep-purgar > 0
                       MOVE SPACES TO w-rep-copia-nombre
                       STRING "..\" DELIMITED BY SIZE
                           FUNCTION TRIM(ci-archivo) DELIMITED BY SIZE
                           INTO w-rep-copia-nombre
                       END-STRING
                       OPEN OUTPUT INFORME-COPIA
                       CLOSE INFORME-COPIA
                       MOVE "PURGADO" TO ci-resultado
                       SUBTRACT 1 FROM w-rep-purgar
                       DISPLAY "Generacion purgada: ", ci-archivo
                   END-IF
                   MOVE catinf-reg TO catinf-tmp-reg
                   WRITE catinf-tmp-reg
               END-IF
               READ CATALOGO-INF AT END MOVE 1 TO w-rep-sen END-READ
           END-PERFORM.
           CLOSE CATALOGO-INF.
           CLOSE CATALOGO-INF-TMP.
           MOVE 0 TO w-rep-sen.
           OPEN INPUT CATALOGO-INF-TMP.
           OPEN OUTPUT CATALOGO-INF.
           READ CATALOGO-INF-TMP AT END MOVE 1 TO w-rep-sen END-READ.
           PERFORM UNTIL fin-rep
               MOVE catinf-tmp-reg TO catinf-reg
               WRITE catinf-reg
               READ CATALOGO-INF-TMP AT END MOVE 1 TO w-rep-sen
               END-READ
           END-PERFORM.
           CLOSE CATALOGO-INF-TMP.
           CLOSE CATALOGO-INF.
           MOVE 0 TO w-rep-sen.
