%Module RPT_RETURN_OWED <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Daily report of return wires owed but not yet sent.
*
* RPT_CANCEL_DISP notes each LATE cancellation on RETURN_OWED_QUE,
* RETURN_WIRE_GEN prepares the return wire, and the RWC screen
* (MENU_RWC) confirms it as sent.  This report walks the queue and
* lists every entry not yet sent, with its age:
*
*	OWED	  no return built yet -- the last reason RETURN_WIRE_GEN
*		  could not build one, if it tried, is shown
*	PREPARED  the return wire is built and waits for RWC
*		  confirmation; its TRN and the compensation are shown
*
* Age is days since the cancellation was noted.  Every day one of
* these stays open adds to the interest owed on it.

* REVISION HISTORY
* ----------------
*
* R. Iverson	17-Aug-2010	CR13198
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select OWED_RPT_FILE	Assign to "RPT_RETURN_OWED_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  OWED_RPT_FILE record 132 characters.
01  OWED_RPT_REC		Pic X(132).

Working-Storage Section.

01 Owed_count_ws		pic 9(07) comp-5 value zeroes.
01 Prepared_count_ws		pic 9(07) comp-5 value zeroes.
01 Age_days_ws			pic 9(05) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs below.
01 Owed_count_ws_d		pic 9(07) usage display.
01 Prepared_count_ws_d		pic 9(07) usage display.
01 Age_days_ws_d		pic 9(05) usage display.

01 Rpt_comp_ws_d		pic 9(15)v9(3) usage display.
01 Rpt_state_ws			Pic X(08).
01 Rpt_trn_x_ws			Pic X(16).
01 Rpt_ret_trn_x_ws		Pic X(16).
01 Rpt_memo_x_ws		Pic X(60).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Rpt_owed_que:		que(	%`SBJ_DD_PATH:RETURN_OWED_QUE.DDF`);
Rpt_trn_vs:		vstr(16);
Rpt_ret_trn_vs:		vstr(16);
Rpt_memo_vs:		vstr(80);
Ws_rsts:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output OWED_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Return wires owed but not yet sent"
		Delimited by size
		into Report_line_ws.
	Write OWED_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "State     Bank  Original_TRN      Age    Cancel_log    "
		Delimited by size,
	       "Return_TRN        Ccy Compensation / last reason"
		Delimited by size
		into Report_line_ws.
	Write OWED_RPT_REC from Report_line_ws.

	Perform B10_SCAN_OWED thru B10_SCAN_OWED_end.

	Move Owed_count_ws to Owed_count_ws_d.
	Move Prepared_count_ws to Prepared_count_ws_d.
	Move spaces to Report_line_ws.
	String Owed_count_ws_d Delimited by size,
	       " return(s) owed and not built, " Delimited by size,
	       Prepared_count_ws_d Delimited by size,
	       " prepared and awaiting RWC confirmation"
		Delimited by size
		into Report_line_ws.
	Write OWED_RPT_REC from Report_line_ws.

	Close OWED_RPT_FILE.

	%^*********************************************************************
	%^* RPT_RETURN_OWED$_COUNT  /I ${1} return(s) owed and not built,
	%^*	${2} prepared and awaiting confirmation.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_RETURN_OWED$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Owed_count_ws, Prepared_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Rpt_owed_que	(Read_Only);
	%end.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"RETURN_OWED_QUE" to Rpt_owed_que giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


B10_SCAN_OWED.

	%beg
	FIRST: Rpt_owed_que;
	%end.

	Perform until Seq_end_is in Rpt_owed_que_cursor

	    If Owed_status of Rpt_owed_que not = "S"
		Perform C10_REPORT_ONE thru C10_REPORT_ONE_end
	    End-if

	    %beg NEXT: Rpt_owed_que; %end

	End-perform.

	%beg
	BREAK: Rpt_owed_que;
	%end.

B10_SCAN_OWED_end.
	Exit.


C10_REPORT_ONE.

	Call "NEX_DAYS_SINCE" using
	    by reference Systime of Rpt_owed_que
	  returning Age_days_ws.
	Move Age_days_ws to Age_days_ws_d.

	%beg
	Rpt_trn_vs = Rpt_owed_que.Trn_key;
	Rpt_ret_trn_vs = Rpt_owed_que.Return_trn;
	Rpt_memo_vs = Rpt_owed_que.Last_memo;
	%end.

	Move spaces to Rpt_trn_x_ws, Rpt_ret_trn_x_ws, Rpt_memo_x_ws.
	If Rpt_trn_vs_length > 0
	    Move Rpt_trn_vs(1:Rpt_trn_vs_length) to Rpt_trn_x_ws
	End-if.
	If Rpt_ret_trn_vs_length > 0
	    Move Rpt_ret_trn_vs(1:Rpt_ret_trn_vs_length)
		to Rpt_ret_trn_x_ws
	End-if.
	If Rpt_memo_vs_length > 0
	    Move Rpt_memo_vs(1:Rpt_memo_vs_length) to Rpt_memo_x_ws
	End-if.

	Move spaces to Report_line_ws.
	If Owed_status of Rpt_owed_que = "P"
	    Add 1 to Prepared_count_ws
	    Move "PREPARED" to Rpt_state_ws
	    Move Compensation of Rpt_owed_que to Rpt_comp_ws_d
	    String Rpt_state_ws Delimited by size,
		   "  " Delimited by size,
		   Bank of Rpt_owed_que Delimited by size,
		   "   " Delimited by size,
		   Rpt_trn_x_ws Delimited by size,
		   "  " Delimited by size,
		   Age_days_ws_d Delimited by size,
		   "  " Delimited by size,
		   Cxl_log of Rpt_owed_que Delimited by size,
		   "  " Delimited by size,
		   Rpt_ret_trn_x_ws Delimited by size,
		   "  " Delimited by size,
		   Currency of Rpt_owed_que Delimited by size,
		   " " Delimited by size,
		   Rpt_comp_ws_d Delimited by size
		    into Report_line_ws
	Else
	    Add 1 to Owed_count_ws
	    Move "OWED" to Rpt_state_ws
	    String Rpt_state_ws Delimited by size,
		   "  " Delimited by size,
		   Bank of Rpt_owed_que Delimited by size,
		   "   " Delimited by size,
		   Rpt_trn_x_ws Delimited by size,
		   "  " Delimited by size,
		   Age_days_ws_d Delimited by size,
		   "  " Delimited by size,
		   Cxl_log of Rpt_owed_que Delimited by size,
		   "  " Delimited by size,
		   Rpt_memo_x_ws Delimited by size
		    into Report_line_ws
	End-if.
	Write OWED_RPT_REC from Report_line_ws.

C10_REPORT_ONE_end.
	Exit.
