                           cf_ligne NOT > 200 THEN
                            MOVE 1 TO blLigneTrouvee
                            MOVE 1 TO finLignesCdeF
                            *>Les quantités annulées par le
                            *>fournisseur ne sont plus attendues
                            MOVE 0 TO resteARecevoir
                            IF cf_qteRecue + cf_qteAnnulee +
                               blQte(cf_ligne) < cf_qteCommandee
                            THEN
                                COMPUTE resteARecevoir =
                                    cf_qteCommandee - cf_qteRecue
                                    - cf_qteAnnulee - blQte(cf_ligne)
                            END-IF
                            IF blQteLue > resteARecevoir THEN
                                COMPUTE blSurLivraison =
                                    blQteLue - resteARecevoir
