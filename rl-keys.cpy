        01 rl-key-t                 pic 9(3)    value 84.
        01 rl-key-n                 pic 9(3)    value 78.
        01 rl-key-g                 pic 9(3)    value 71.
        01 rl-key-o                 pic 9(3)    value 79.
        01 rl-key-c                 pic 9(3)    value 67.
        01 rl-key-f                 pic 9(3)    value 70.
        01 rl-key-enter             pic 9(3)    value 257.
