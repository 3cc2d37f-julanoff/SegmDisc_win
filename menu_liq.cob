%Module MENU_LIQ;

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

*  o  The "LIQ" liquidity queue screen.				*

%^ Work the liquidity queue DEBITSIDE_LOOKUP's X993_CHECK_LIQUIDITY
%^ fills in liquidity-saving mode: payments parked while their bank/
%^ currency position is over its intraday limit, which LIQ_RELEASE
%^ releases in priority then FIFO order as the position recovers.
%^ The treasury operator keys the TRN and a function:
%^	"R"  release the wire -- it is marked for release ("M") and
%^	     the next LIQ_RELEASE run releases it first, whatever the
%^	     position;
%^	"P"  reprioritize the wire to the priority keyed (0 first, 9
%^	     last) -- it keeps its park time, so its place among wires
%^	     of its new priority is still FIFO;
%^	"S"  show the wire's queue entry without changing it.
%^ R and P need the ACE/LIQTR privilege and a memo, and work only a
%^ wire still parked or marked for release.  Every action is written to
%^ LIQ_ACTION_LOG (the queue's history) and to OPR_ACTION_LOG, riding
%^ the same commit as the queue update.

%^ Modification History
%^	R. Iverson	28-Dec-2010	CR13255
%^		New module.

*******************************************************************************

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end


%def			%^ local fsect.

Liq_que:		que(	%`SBJ_DD_PATH:LIQ_QUEUE.DDF`);
Liq_log:		que(	%`SBJ_DD_PATH:LIQ_ACTION_LOG.DDF`);
Change_log:		que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Menu_liq_set:		set(	%`SBJ_DD_PATH:MENU_LIQ_SET.DDF`);
Select_function_wf:	oneof(	%`SBJ_DD_PATH:DAT_FUNCTION_ONEOF.DDF`);
Call_status_wf:		boolean;
Has_liq_priv:		boolean;
Ws_rsts:		boolean;
Liq_trn_key_ws:		vstr(16);
Liq_action_ws:		str(4);
Liq_old_prio_ws:	str(1);
Liq_new_prio_ws:	str(1);
Temp_memo_buff:		vstr(%`%ACE$_MSG_STR_SIZE`);

%^ Screens
	%`SBJ_DD_PATH:MENU_LIQ_SCR.DEF`


%^ The value of this variable determines whether we are to stay or go.
Menu_next_function_ws:	rec(
 Product_id:		vstr(3);
 Function_id:		vstr(6); );

Next_action_wf:		oneof(stay_here_is, timeout_is, menu_is);

first_time_sw:		oneof(first_time_thru,been_there);

Menu_Parameter:		VSTR(4);

parse:			parse;
compose:		compose;

%end

%Procedure.
A100_MAIN.

	Set stay_here_is in Next_action_wf to true.
	Set first_time_thru in first_time_sw to true.

	Perform B000_SUBJECT_INIT thru B000_SUBJECT_INIT_END.

	Perform C000_LIQ_SELECT THRU C000_LIQ_SELECT_END
		until not stay_here_is in Next_action_wf.


	IF (Timeout_Is IN Next_Action_Wf)
	THEN
	    %BEG Menu_Parameter = "*TO*"; %END
	ELSE
	    %BEG Menu_Parameter = null; %END
	END-IF.

	CALL "MENU_TRANSFER" USING
	  BY REFERENCE Menu_Parameter.

	%^ clean up before exit
	Perform B050_LIQ_BREAK thru B050_LIQ_BREAK_END.

A100_MAIN_END.
	%EXIT PROGRAM.

******************************************************************************
*
* This paragraph init's the program's subjects.
*
B000_SUBJECT_INIT.

	Call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Change_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"LIQ_QUEUE" to Liq_que giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"LIQ_ACTION_LOG" to Liq_log giving Ws_rsts;

	%beg
	menu_next_function_ws = menu_next_function;

	FIRST: Menu_priv_seq;
	Menu_priv_seq ^SEARCH Key="ACELIQTR";
	Has_liq_priv = Menu_priv_seq STATUS;  %^ Return treasury privilege
	%end.

B000_SUBJECT_INIT_END.
	Exit.

B050_LIQ_BREAK.
	%beg
	BREAK: Liq_que;
	BREAK: Liq_log;
	BREAK: Menu_liq_set;
	BREAK: Menu_liq_scr;
	%end.

B050_LIQ_BREAK_END.
	Exit.


C000_LIQ_SELECT.
%^ One screen: TRN, function, new priority, and a memo.

	If first_time_thru
	then
		perform V000_ALLOC_SCREEN thru V000_ALLOC_SCREEN_END

	 	%beg
		Menu_liq_scr(
			.Fkeys(
			  .Timout.enable = T,
			  .Goldcancel.enable = T,
			  .Goldcancel.noedit = T,
			  .Entr.enable = T),
			.Cmds(
		  	    .Cmd_menu.enable = T,
		  	    .Cmd_menu.Noedit = T ),

		  	.Msg1 = MENU_MSG1,
		  	.Msg2 = MENU_MSG2 );

			Menu_msg1 = null;
			Menu_msg2 = null;

			SEND: Menu_liq_SCR(
			.Menu_liq_set send == Menu_liq_set );
		%end

		Set Been_there in first_time_sw to true
	Else
	  %beg
		Menu_liq_scr.msg1 = Menu_msg1;
		Menu_liq_scr.msg2 = Menu_msg2;
		Menu_msg1 = null;
		Menu_msg2 = null;

		reply:menu_liq_scr &;
		reply:menu_liq_set;

	  %end
	End-if.


%^******************************************************************************

C000_DISPATCH.

	Evaluate true
	  when scr_status  in Menu_liq_scr = "TIMOUT"
		%beg
		menu_next_function_ws.function_id = "*TO*";
		Menu_msg1 = "VMSG$_TIMOUT";
		%end
		Set timeout_is in next_action_wf to true

	  when scr_status of Menu_liq_scr = "GOLDCANCEL"
		%beg
		menu_liq_scr.Cmdarg = Null;
		%end

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_liq_scr
		 returning Call_status_wf

		Set menu_is in next_action_wf to true

	  when scr_status of Menu_liq_scr =  "CMD_MENU"

		call "MENU_PARSE" using
		 by reference Cmdarg of Menu_liq_scr
		 returning Call_status_wf

		if failure_is in Call_status_wf
		  then	%beg
			Menu_Msg2 = Menu_errmsg;
			%end
			go to C000_LIQ_SELECT_END
		end-if

		set menu_is in Next_action_wf to true


	  when scr_status of Menu_liq_scr = "ENTR"
		Perform D100_EDIT_SCREEN thru D100_EDIT_SCREEN_END


	  when other

		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
		go to C000_LIQ_SELECT_END
	end-evaluate.

C000_LIQ_SELECT_END.
	Exit.


D100_EDIT_SCREEN.

	If (Trn_date of Menu_liq_set = Null) or
	   (Trn_num of Menu_liq_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_LIQNEEDKEY";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	%beg
	compose ^out(Liq_trn_key_ws),
		Trn_date of Menu_liq_set,
		Trn_num of Menu_liq_set, /;

	BREAK: Liq_que;
	SEARCH: Liq_que (notrap, forward, eql,
		Key = Liq_trn_key_ws);
	%end.

	If failure_is in Liq_que_status
		%beg
		Menu_Msg2 = "MSG$_OPR_LIQNOENTRY";
		%end
		go to D100_EDIT_SCREEN_END
	End-if.

	evaluate The_func of Menu_liq_set

	%^ Mark the wire for release.
	  when "R"
		Perform E100_RELEASE_WIRE thru E100_RELEASE_WIRE_END

	%^ Give the wire a new priority.
	  when "P"
		Perform E200_REPRIORITIZE thru E200_REPRIORITIZE_END

	%^ Show the queue entry without changing it.
	  when "S"
		%beg
		Menu_liq_set(
		    .Disp_status     = Liq_que.Liq_status,
		    .Disp_bank       = Liq_que.Bank,
		    .Disp_currency   = Liq_que.Currency,
		    .Disp_amount     = Liq_que.Amount,
		    .Disp_priority   = Liq_que.Priority,
		    .Disp_parked     = Liq_que.Systime,
		    .Disp_cutoff     = Liq_que.Cutoff,
		    .Disp_escalated  = Liq_que.Escalated,
		    .Disp_req_by     = Liq_que.Release_req_by );
		Menu_Msg2 = "MSG$_OPR_LIQSHOWN";
		%end

	  when other
		%beg MENU_MSG2 = "VMSG$_INVLD_KEY_CMD"; %end
	end-evaluate.

	%beg
	BREAK: Liq_que;
	%end.

D100_EDIT_SCREEN_end.
	Exit.


E100_RELEASE_WIRE.
%^ Mark the positioned wire for release by the next LIQ_RELEASE run.

	If Failure_is in Has_liq_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTLIQPRIV";
		%end
		go to E100_RELEASE_WIRE_END
	End-if.

	If Liq_status of Liq_que not = "P"
		%beg
		Menu_Msg2 = "MSG$_OPR_LIQNOTPARKED";
		%end
		go to E100_RELEASE_WIRE_END
	End-if.

	If (Reason_memo of Menu_liq_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_REASONREQD";
		%end
		go to E100_RELEASE_WIRE_END
	End-if.

	set update_is in Select_function_wf to true.
	Move "MARK" to Liq_action_ws.
	Move Priority of Liq_que to Liq_old_prio_ws, Liq_new_prio_ws.

	%beg
	Liq_que(notrap,
	    .Liq_status	    = "M",
	    .Release_req_by = Menu_opr_union.Opr_login_id );

	compose ^out(Temp_memo_buff), "Marked for release - ",
		Reason_memo of Menu_liq_set, /;
	%end.

	Perform X100_LOG_ACTION thru X100_LOG_ACTION_END.

	%beg
	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_LIQRELMARKED";
	%end.

E100_RELEASE_WIRE_END.
	Exit.


E200_REPRIORITIZE.
%^ Give the positioned wire the priority keyed.  It keeps its park
%^ time, so it stays FIFO among the wires of its new priority.

	If Failure_is in Has_liq_priv
		%beg
		Menu_Msg2 = "MSG$_OPR_NOTLIQPRIV";
		%end
		go to E200_REPRIORITIZE_END
	End-if.

	If Liq_status of Liq_que not = "P" and
	   Liq_status of Liq_que not = "M"
		%beg
		Menu_Msg2 = "MSG$_OPR_LIQNOTPARKED";
		%end
		go to E200_REPRIORITIZE_END
	End-if.

	Move New_priority of Menu_liq_set to Liq_new_prio_ws.
	If Liq_new_prio_ws < "0" or
	   Liq_new_prio_ws > "9"
		%beg
		Menu_Msg2 = "MSG$_OPR_LIQBADPRIO";
		%end
		go to E200_REPRIORITIZE_END
	End-if.

	If (Reason_memo of Menu_liq_set = Null)
		%beg
		Menu_Msg2 = "MSG$_OPR_REASONREQD";
		%end
		go to E200_REPRIORITIZE_END
	End-if.

	set update_is in Select_function_wf to true.
	Move "PRIO" to Liq_action_ws.
	Move Priority of Liq_que to Liq_old_prio_ws.

	%beg
	Liq_que(notrap,
	    .Priority	= Liq_new_prio_ws );

	compose ^out(Temp_memo_buff), "Priority ", Liq_old_prio_ws,
		" to ", Liq_new_prio_ws, " - ",
		Reason_memo of Menu_liq_set, /;
	%end.

	Perform X100_LOG_ACTION thru X100_LOG_ACTION_END.

	%beg
	COMMIT: Tran;
	Menu_Msg2 = "MSG$_OPR_LIQREPRIO";
	%end.

E200_REPRIORITIZE_END.
	Exit.


X100_LOG_ACTION.
%^ The queue history entry and the operator audit entry for the action
%^ in Liq_action_ws, memo Temp_memo_buff; the caller commits.

	%beg
	Alloc_Elem: Liq_log(notrap,
	 .Systime NOW,
	 .Trn_key = Liq_trn_key_ws,
	 .Bank = Liq_que.Bank,
	 .Currency = Liq_que.Currency,
	 .Action = Liq_action_ws,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .Old_priority = Liq_old_prio_ws,
	 .New_priority = Liq_new_prio_ws,
	 .Memo = Temp_memo_buff );

	Alloc_Elem: Change_Log(notrap,
	 .systime NOW,
	 .Person = Menu_Opr_Union.Opr_Login_Id,
	 .File_Type = "LIQ",
	 .Dat_Func  = Select_function_wf,
	 .file_key = Liq_trn_key_ws,
	 .Memo = Temp_memo_buff );
	%end.

X100_LOG_ACTION_END.
	Exit.


%^******************************************************************************

V000_ALLOC_SCREEN.

	%beg

	ALLOC_TEMP:	Menu_liq_set(mod);
	Alloc_temp:	Menu_liq_scr;

	%end.


V000_ALLOC_SCREEN_END.
	Exit.
