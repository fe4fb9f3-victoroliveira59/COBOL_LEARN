            LO-PRODUCT-CODE BY SL-PRODUCT-CODE,
            LO-WITHHOLD-AMT BY SL-WITHHOLD-AMT,
            LO-BASE-WITHHOLD-AMT BY SL-BASE-WITHHOLD-AMT,
            LO-SOLD-PCT BY SL-SOLD-PCT,
            LO-SOLD-INTEREST-AMT BY SL-SOLD-INTEREST-AMT,
            LO-BASE-SOLD-INTEREST-AMT BY SL-BASE-SOLD-INTEREST-AMT,
            LO-SOLD-PENALTY-AMT BY SL-SOLD-PENALTY-AMT,
            LO-BASE-SOLD-PENALTY-AMT BY SL-BASE-SOLD-PENALTY-AMT,
            LO-SOURCE-CODE BY SL-SOURCE-CODE,
            LO-SRC-ACCRUAL BY SL-SRC-ACCRUAL,
            LO-SRC-FEE BY SL-SRC-FEE,
