                       MOVE "**" TO CIN-SIMBOLO
                   WHEN "CV"
                       MOVE "CV" TO CIN-SIMBOLO
                   WHEN "IC"
                       MOVE "IC" TO CIN-SIMBOLO
                   WHEN "PM"
                       MOVE "PM" TO CIN-SIMBOLO
                   WHEN "AM"
                       MOVE "AM" TO CIN-SIMBOLO
                   WHEN OTHER
                       MOVE "??" TO CIN-SIMBOLO
               END-EVALUATE
