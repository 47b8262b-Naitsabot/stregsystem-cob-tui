               WHEN "GRP"
               WHEN "REDEEM"
               WHEN "RETURN"
               WHEN "RENTOUT"
               WHEN "RENTIN"
               WHEN "RENTFEE"
               WHEN "RAFFLE"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
